      * CTJREC - ENREGISTREMENT DU JOURNAL DES MOUVEMENTS DU
      * CONTENTIEUX (CTXJRN, OUVERT EN EXTEND). CTJ-NATURE :
      * T = TRANSFERT DE L'IMPAYE D'UNE POLICE RESILIEE POUR
      *     NON-PAIEMENT (TPPRJ76), P = PASSAGE EN PERTE D'UN
      *     MONTANT IRRECOUVRABLE (TPPRJ77).
      * CTJ-DT EN AAAAMMJJ. LA BALANCE FINANCIERE TPPRJ58 RAPPROCHE
      * CE JOURNAL DES QUITTANCES A L'ETAT C ET DES SOLDES DU
      * FICHIER CONTX ; L'INTERFACE COMPTABLE TPPRJ61 EN TIRE LES
      * ECRITURES (CLIENT VERS CONTENTIEUX, CONTENTIEUX VERS PERTE).
       01  ECTJ.
           05 CTJ-MATRICUL   PIC 9(6).
           05 CTJ-DT         PIC 9(8).
           05 CTJ-NATURE     PIC X.
           05 CTJ-MNT        PIC 9(7)V99.
           05 CTJ-PROG       PIC X(8).
           05 CTJ-OPID       PIC X(8).
           05 CTJ-MOTIF      PIC X(30).
           05 FILLER         PIC X(10).
