      * PRSREC - ENREGISTREMENT DU FICHIER DES PERSONNES (PERSON,
      * INDEXE SUR LE NUMERO DE PERSONNE). UNE PERSONNE EST LE
      * CLIENT QUI DETIENT UNE OU PLUSIEURS POLICES (UNE VOITURE ET
      * UNE MOTO DU MEME FOYER, PAR EXEMPLE) : IDENTITE, ADRESSE,
      * DATE DE NAISSANCE (JJMMAAAA, ZERO = NON CONNUE) ET LISTE DES
      * MATRICULES RATTACHES. LE NUMERO DE PERSONNE EST LE MATRICULE
      * DE LA POLICE QUI L'A FAIT NAITRE (UNIQUE PAR CONSTRUCTION,
      * IL NE CHANGE PLUS ENSUITE). LE LIEN INVERSE, DE LA POLICE
      * VERS SA PERSONNE, EST LE FICHIER LIENPRS (LPRREC) ; LA
      * RECHERCHE D'UN CLIENT DEJA CONNU PASSE PAR L'INDEX NOM +
      * CODE POSTAL PRSNOM (PRNREC). LES TROIS FICHIERS NE SONT
      * MIS A JOUR QUE PAR LE SOUS-PROGRAMME PRSLNK.
       01  EPRS.
           05 PRS-ID           PIC 9(6).
           05 PRS-NOM          PIC X(20).
           05 PRS-ADRS         PIC X(18).
           05 PRS-CP           PIC 9(5).
           05 PRS-VLL          PIC X(12).
           05 PRS-DT-NAIS      PIC 9(8).
           05 PRS-DT-CRE       PIC 9(8).
           05 PRS-NB-POL       PIC 99.
           05 PRS-POL          PIC 9(6) OCCURS 10.
           05 FILLER           PIC X(11).
