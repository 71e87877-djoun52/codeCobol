      * PRNREC - ENREGISTREMENT DE L'INDEX DES PERSONNES PAR NOM ET
      * CODE POSTAL (PRSNOM, INDEXE SUR NOM + CODE POSTAL), MEME
      * CRITERE QUE LES GROUPES DE DOUBLONS DE TPPRJ19. A LA
      * CREATION D'UNE POLICE, UN CLIENT DONT LE NOM ET LE CODE
      * POSTAL SONT DEJA INDEXES EST UN CLIENT CONNU. DEUX
      * HOMONYMES D'UN MEME CODE POSTAL NE SONT INDEXES QU'UNE FOIS
      * (LA PREMIERE PERSONNE CREEE) ; LA DATE DE NAISSANCE, QUAND
      * ELLE EST CONNUE DES DEUX COTES, LES DEPARTAGE.
       01  EPRN.
           05 PRN-CLE.
              10 PRN-NOM       PIC X(20).
              10 PRN-CP        PIC 9(5).
           05 PRN-PRS-ID       PIC 9(6).
           05 FILLER           PIC X(49).
