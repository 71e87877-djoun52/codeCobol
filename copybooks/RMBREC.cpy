      * RMBREC - ENREGISTREMENT DU JOURNAL DES REMBOURSEMENTS
      * (RMBJRN, OUVERT EN EXTEND), ECRIT PAR LE PASSAGE DE
      * REMBOURSEMENT DES SOLDES CREDITEURS TPPRJ59 : UNE LIGNE PAR
      * CLIENT REMBOURSE. RMB-NO-RUN : NUMERO DU PASSAGE (JAMAIS
      * REJOUE), RMB-DT (AAAAMMJJ), RMB-MODE : V = VIREMENT SEPA SUR
      * L'IBAN DU MANDAT, C = CHEQUE (RMB-SEQ = NUMERO D'ORDRE AU
      * REGISTRE DES CHEQUES DU PASSAGE). RELU PAR TPPRJ59 POUR LE
      * REFUS DES PASSAGES DEJA FAITS ET PAR LA BALANCE FINANCIERE
      * TPPRJ58.
       01  ERMB.
           05 RMB-NO-RUN     PIC 9(6).
           05 RMB-DT         PIC 9(8).
           05 RMB-MATRICUL   PIC 9(6).
           05 RMB-MODE       PIC X.
           05 RMB-MNT        PIC 9(7)V99.
           05 RMB-NOM        PIC X(20).
           05 RMB-SEQ        PIC 9(5).
           05 FILLER         PIC X(25).
