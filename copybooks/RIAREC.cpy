      * RIAREC - RELEVE D'INFORMATIONS DE L'ASSUREUR PRECEDENT
      * (FICHIER RELANT, INDEXE SUR MATRICULE), SAISI PAR TPPRJ78
      * A L'ARRIVEE D'UN CLIENT QUI NOUS APPORTE LE RELEVE DE SON
      * ANCIEN ASSUREUR. UN SEUL RELEVE PAR POLICE.
      * RIA-BM-DEB/RIA-TAUX-DEB : COEFFICIENT EN DEBUT DE PERIODE ;
      * RIA-BM-DECL/RIA-TAUX-DECL : COEFFICIENT ANNONCE PAR LE
      * RELEVE EN FIN DE PERIODE ; RIA-BM-CALC/RIA-TAUX-CALC : CE
      * QUE L'HISTORIQUE DES SINISTRES DONNE AVEC NOTRE BAREME ;
      * RIA-BM-POL/RIA-TAUX-POL : COEFFICIENT PORTE SUR LA POLICE
      * A LA SAISIE. RIA-ECART = O QUAND CES TROIS NE CONCORDENT
      * PAS (DOSSIER SIGNALE A LA SOUSCRIPTION).
      * LES SINISTRES DE L'ANNEE DE FIN DE PERIODE N'ONT PAS ENCORE
      * PASSE D'ECHEANCE CHEZ L'ANCIEN ASSUREUR : ILS SONT GARDES
      * DANS RIA-ATT-RSP/RIA-ATT-NRSP ET REPRIS PAR LE PROCHAIN
      * RENOUVELLEMENT TPPRJ11. RIA-ST : A = A REPRENDRE,
      * R = REPRIS (RIA-EXER-REPRIS = EXERCICE RENOUVELE),
      * N = RIEN A REPRENDRE. DATES EN AAAAMMJJ.
       01  ERIA.
           05 RIA-MATRICUL   PIC 9(6).
           05 RIA-ASSUREUR   PIC X(20).
           05 RIA-DT-DEB     PIC 9(8).
           05 RIA-DT-FIN     PIC 9(8).
           05 RIA-BM-DEB     PIC X.
           05 RIA-TAUX-DEB   PIC 99.
           05 RIA-BM-DECL    PIC X.
           05 RIA-TAUX-DECL  PIC 99.
           05 RIA-BM-CALC    PIC X.
           05 RIA-TAUX-CALC  PIC 99.
           05 RIA-BM-POL     PIC X.
           05 RIA-TAUX-POL   PIC 99.
           05 RIA-NB-EXER    PIC 99.
           05 RIA-NB-SIN-RSP PIC 99.
           05 RIA-NB-SIN-NRSP PIC 99.
           05 RIA-ATT-RSP    PIC 99.
           05 RIA-ATT-NRSP   PIC 99.
           05 RIA-ECART      PIC X.
           05 RIA-ST         PIC X.
           05 RIA-EXER-REPRIS PIC 9(4).
           05 RIA-DT-SAISIE  PIC 9(8).
           05 RIA-OPID       PIC X(8).
           05 FILLER         PIC X(20).
