      * PRSZON - ZONE D'ECHANGE DU SOUS-PROGRAMME PRSLNK (PERSONNES
      * ET LIENS POLICE -> PERSONNE : FICHIERS PERSON, LIENPRS,
      * PRSNOM).
      * PLK-ACTION : R = PERSONNE DE LA POLICE PLK-MATRICUL, AVEC LA
      *                  LISTE DE SES POLICES ;
      *              C = COMME R, ET NOMBRE DE POLICES ACTIVES DE LA
      *                  PERSONNE (PRESENTES AU MAITRE ASSUR, BONUS-
      *                  MALUS B OU M) EN PLK-NB-ACTIVES ;
      *              A = RATTACHEMENT A LA CREATION D'UNE POLICE :
      *                  PLK-MATRICUL ET L'IDENTITE PLK-NOM A
      *                  PLK-DT-NAIS ; CLIENT CONNU (NOM + CODE
      *                  POSTAL, DATE DE NAISSANCE NON CONTRADICTOIRE)
      *                  = LIEN A SA PERSONNE, SINON NOUVELLE
      *                  PERSONNE ;
      *              L = RATTACHEMENT CONFIRME DE PLK-MATRICUL A LA
      *                  PERSONNE PLK-PRS-ID (LA POLICE QUITTE SON
      *                  ANCIENNE PERSONNE, SUPPRIMEE SI ELLE N'A PLUS
      *                  DE POLICE) ; PLK-DT-NAIS NON NUL COMPLETE LA
      *                  PERSONNE ;
      *              F = FERMETURE DES FICHIERS EN FIN DE PROGRAMME.
      * PLK-ORIG : PROGRAMME APPELANT, PORTE SUR LE LIEN.
      * EN RETOUR : PLK-PRS-ID ET LA PERSONNE (PLK-NOM ... PLK-POL) ;
      * PLK-RC : O = FAIT / TROUVE, N = POLICE SANS PERSONNE (R, C),
      *          K = CLIENT CONNU, POLICE RATTACHEE (A),
      *          P = PERSONNE INCONNUE (L), S = PERSONNE SATUREE
      *          (10 POLICES), I = FICHIERS INDISPONIBLES.
       01  PLK-ZONE.
           05 PLK-ACTION       PIC X.
           05 PLK-ORIG         PIC X(8).
           05 PLK-MATRICUL     PIC 9(6).
           05 PLK-PRS-ID       PIC 9(6).
           05 PLK-NOM          PIC X(20).
           05 PLK-ADRS         PIC X(18).
           05 PLK-CP           PIC 9(5).
           05 PLK-VLL          PIC X(12).
           05 PLK-DT-NAIS      PIC 9(8).
           05 PLK-NB-POL       PIC 99.
           05 PLK-POL          PIC 9(6) OCCURS 10.
           05 PLK-NB-ACTIVES   PIC 99.
           05 PLK-RC           PIC X.
