      * LPRREC - ENREGISTREMENT DU FICHIER DES LIENS POLICE ->
      * PERSONNE (LIENPRS, INDEXE SUR MATRICULE). UNE POLICE EST
      * RATTACHEE A UNE SEULE PERSONNE (FICHIER PERSON, PRSREC).
      * LPR-ORIG : PROGRAMME QUI A POSE LE LIEN (TPPRJ8 OU TPPRJ6 A
      * LA CREATION DE LA POLICE, TPPRJ88 SUR CONFIRMATION D'UN
      * GROUPE DE DOUBLONS DE TPPRJ19) ; LPR-DT-LIEN EN AAAAMMJJ.
       01  ELPR.
           05 LPR-MATRICUL     PIC 9(6).
           05 LPR-PRS-ID       PIC 9(6).
           05 LPR-DT-LIEN      PIC 9(8).
           05 LPR-ORIG         PIC X(8).
           05 FILLER           PIC X(52).
