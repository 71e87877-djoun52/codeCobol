      * SIGNATURE DU MANDAT (JJMMAAAA) ET ACCORD DE PRELEVEMENT
      * (MAN-OPT : O = ACTIF, N = REVOQUE). L'EXTRACTION DE REMISE
      * BANCAIRE (TPPRJ36) NE RETIENT QUE LES MANDATS ACTIFS.
      * LES RETOURS DE PRELEVEMENTS IMPAYES (TPPRJ60) TIENNENT LE
      * NOMBRE DE REJETS DEPUIS LA SIGNATURE, LA DATE (JJMMAAAA) ET
      * LE MOTIF BANCAIRE DU DERNIER ; LA RESAISIE DU MANDAT REMET
      * LE COMPTEUR A ZERO.
       01  EMAN.
           05 MAN-MATRICUL   PIC 9(6).
           05 MAN-IBAN       PIC X(27).
           05 MAN-BIC        PIC X(11).
           05 MAN-DT-MANDAT  PIC 9(8).
           05 MAN-OPT        PIC X.
           05 MAN-NB-REJ     PIC 99.
           05 MAN-DT-REJ     PIC 9(8).
           05 MAN-MOTIF-REJ  PIC X(4).
           05 FILLER         PIC X(13).
