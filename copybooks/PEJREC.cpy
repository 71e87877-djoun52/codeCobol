      * PEJREC - ENREGISTREMENT DU JOURNAL DES CLOTURES DE PERIODE
      * (PERJRN, OUVERT EN EXTEND, CUMULE D'UN LANCEMENT SUR
      * L'AUTRE), ECRIT PAR TPPRJ85 A CHAQUE CLOTURE OU REOUVERTURE.
      * PEJ-EVT : C = CLOTURE, R = REOUVERTURE (MOTIF OBLIGATOIRE).
      * PEJ-DT EN AAAAMMJJ ; PEJ-OPID : OPERATEUR SIGNE (OPECHK).
       01  EPEJ.
           05 PEJ-DT           PIC 9(8).
           05 PEJ-TIM          PIC X(8).
           05 PEJ-PERIODE      PIC 9(6).
           05 PEJ-EVT          PIC X.
           05 PEJ-OPID         PIC X(8).
           05 PEJ-PROG         PIC X(8).
           05 PEJ-MOTIF        PIC X(30).
           05 FILLER           PIC X(11).
