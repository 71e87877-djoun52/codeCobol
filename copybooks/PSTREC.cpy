      * PORTEFEUILLE (FICHIER PSTAT, OUVERT EN EXTEND, CUMULE D'UN
      * CYCLE SUR L'AUTRE). CHAQUE PROGRAMME QUI FAIT BOUGER LE
      * PORTEFEUILLE Y DEPOSE EN FIN DE PASSAGE UN ENREGISTREMENT
      * PAR AGENCE TOUCHEE : TPPRJ6 (CREATIONS PAR MOUVEMENT,
      * MODIFICATIONS APPLIQUEES ET RESILIATIONS DU CYCLE), TPPRJ8
      * (CREATIONS AU GUICHET), TPPRJ18 ET TPPRJ72 (REINTEGRATIONS,
      * DIRECTES OU APRES DOUBLE VALIDATION), TPPRJ76 (RESILIATIONS
      * POUR NON-PAIEMENT), TPPRJ86 (TRANSFERTS DE PORTEFEUILLE
      * ENTRE AGENCES : PST-NB-TRS A L'AGENCE CEDANTE, PST-NB-TRE A
      * L'AGENCE REPRENEUSE). LE
      * RAPPORT DE TENDANCE TPPRJ40 AGREGE CET HISTORIQUE PAR MOIS
      * ET PAR AGENCE : CROISSANCE NETTE ET TAUX DE RESILIATION,
      * SANS RECONSTITUTION MANUELLE DEPUIS LES VIEUX LISTINGS.
      * PST-AGC A ESPACE = AGENCE INCONNUE. PST-DAT EN AAAAMMJJ.
      * PST-NB-TRE / PST-NB-TRS : A BLANC SUR LES ENREGISTREMENTS DES
      * AUTRES PROGRAMMES ET SUR L'HISTORIQUE ANTERIEUR (ZERO).
       01  EPST.
           05 PST-DAT        PIC 9(8).
           05 PST-PROG       PIC X(8).
           05 PST-NB-MOD     PIC 9(4).
           05 PST-NB-RES     PIC 9(4).
           05 PST-NB-REI     PIC 9(4).
           05 PST-NB-TRE     PIC 9(4).
           05 PST-NB-TRS     PIC 9(4).
           05 FILLER         PIC X(39).
