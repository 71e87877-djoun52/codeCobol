      * PERREC - ENREGISTREMENT DU FICHIER DES PERIODES COMPTABLES
      * (PERCPT, INDEXE SUR LA PERIODE AAAAMM). UNE PERIODE ABSENTE
      * DU FICHIER EST OUVERTE. TENU PAR LE SOUS-PROGRAMME PERCHK
      * (CONTROLES DE FIN DE MOIS) ET PAR LA CLOTURE TPPRJ85.
      * PER-ETAT    : ESPACE = OUVERTE, C = CLOSE, R = ROUVERTE PAR UN
      *               SUPERVISEUR (OUVERTE) ;
      * PER-BAL-DT / PER-BAL-RC : DERNIERE BALANCE FINANCIERE TPPRJ58
      *               DU MOIS (AAAAMMJJ) ET SON RESULTAT, O = SANS
      *               ECART, E = ECART ;
      * PER-TAX-DT  : DERNIERE DECLARATION DE TAXE TPPRJ43 COUVRANT
      *               LE MOIS (AAAAMMJJ) ;
      * PER-COM-DT  : DERNIERS BORDEREAUX DE COMMISSIONS TPPRJ35 DU
      *               MOIS (AAAAMMJJ) ;
      * PER-DT-CLOT / PER-OPID-CLOT : DERNIERE CLOTURE ;
      * PER-DT-ROUV / PER-OPID-ROUV / PER-NB-ROUV : DERNIERE
      *               REOUVERTURE ET NOMBRE DE REOUVERTURES.
      * L'HISTORIQUE DES CLOTURES ET REOUVERTURES EST SUR PERJRN.
       01  EPER.
           05 PER-PERIODE      PIC 9(6).
           05 PER-ETAT         PIC X.
           05 PER-BAL-DT       PIC 9(8).
           05 PER-BAL-RC       PIC X.
           05 PER-TAX-DT       PIC 9(8).
           05 PER-COM-DT       PIC 9(8).
           05 PER-DT-CLOT      PIC 9(8).
           05 PER-OPID-CLOT    PIC X(8).
           05 PER-DT-ROUV      PIC 9(8).
           05 PER-OPID-ROUV    PIC X(8).
           05 PER-NB-ROUV      PIC 99.
           05 FILLER           PIC X(14).
