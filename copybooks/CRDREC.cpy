      * CRDREC - ENREGISTREMENT DU COMPTE CREDIT CLIENT (CREDIT),
      * INDEXE SUR CRD-MATRICUL : L'ARGENT QUE LA COMPAGNIE DOIT AU
      * CLIENT. IL EST ALIMENTE PAR L'EXCEDENT D'UN REGLEMENT SUR LES
      * QUITTANCES OUVERTES (TPPRJ14) ET PAR LES AVOIRS EMIS PAR
      * TPPRJ30 (AJUSTEMENT A LA BAISSE, RISTOURNE DE RESILIATION).
      * LE SOLDE EST D'ABORD IMPUTE SUR LES QUITTANCES OUVERTES
      * SUIVANTES DU CLIENT (TPPRJ14), LE RESTE EST REMBOURSE PAR LE
      * PASSAGE DE REMBOURSEMENT TPPRJ59 (VIREMENT OU CHEQUE).
      * CHAQUE MOUVEMENT EST TRACE SUR LE JOURNAL CRDJRN (CRJREC).
      * CRD-DT-MAJ (AAAAMMJJ) : DATE DU DERNIER MOUVEMENT.
      * CRD-TOT-CREDIT / CRD-TOT-DEBIT : CUMULS DEPUIS L'OUVERTURE
      * (ENTREES ; IMPUTATIONS ET REMBOURSEMENTS).
       01  ECRD.
           05 CRD-MATRICUL   PIC 9(6).
           05 CRD-SOLDE      PIC 9(7)V99.
           05 CRD-DT-MAJ     PIC 9(8).
           05 CRD-TOT-CREDIT PIC 9(7)V99.
           05 CRD-TOT-DEBIT  PIC 9(7)V99.
           05 FILLER         PIC X(39).
