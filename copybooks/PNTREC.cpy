      * PNTREC - ENREGISTREMENT DU FICHIER DES PRE-NOTIFICATIONS DE
      * PRELEVEMENT (PRENOT), INDEXE SUR LA CLE DE LA QUITTANCE
      * (MATRICULE + PERIODE). LE DESSIN QUIREC ETANT PLEIN, L'ETAT
      * DE LA PRE-NOTIFICATION SEPA VIT SUR CE FICHIER SATELLITE :
      * POSE PAR TPPRJ90 QUAND LE CLIENT EST AVISE (MONTANT ET DATE
      * DE PRELEVEMENT ANNONCES EN AAAAMMJJ, DATE D'ENVOI, CANAL :
      * M = COURRIEL, S = SMS, P = PAPIER), CONSULTE PAR TPPRJ36
      * QUI NE PRELEVE QU'UNE QUITTANCE ANNONCEE DONT LA DATE EST
      * ATTEINTE, ET LA PASSE ALORS A L'ETAT R (REMISE EN
      * BANQUE). PNT-ST : A = ANNONCEE, R = REMISE ; UNE QUITTANCE
      * REMISE QUI REDEVIENT DUE (REJET BANCAIRE, TPPRJ60) EST
      * ANNONCEE A NOUVEAU AVANT D'ETRE REPRESENTEE.
       01  EPNT.
           05 PNT-CLE.
              10 PNT-MATRICUL  PIC 9(6).
              10 PNT-PERIODE   PIC 9(6).
           05 PNT-NUM-QUIT     PIC 9(8).
           05 PNT-MNT          PIC 9(6)V99.
           05 PNT-DT-PRLV      PIC 9(8).
           05 PNT-DT-ENVOI     PIC 9(8).
           05 PNT-CANAL        PIC X.
           05 PNT-ST           PIC X.
           05 FILLER           PIC X(14).
