      * CRJREC - ENREGISTREMENT DU JOURNAL DES MOUVEMENTS DU COMPTE
      * CREDIT CLIENT (CRDJRN, OUVERT EN EXTEND). CRJ-NATURE :
      * E = EXCEDENT DE REGLEMENT (TPPRJ14),
      * V = AVOIR PORTE AU CREDIT (TPPRJ30),
      * I = IMPUTATION DU CREDIT SUR UNE QUITTANCE OUVERTE (TPPRJ14),
      * R = REMBOURSEMENT PAR VIREMENT, C = PAR CHEQUE (TPPRJ59),
      * A = EXCEDENT REPRIS PAR L'ANNULATION D'UN REGLEMENT IMPUTE
      *     SUR LE MAUVAIS MATRICULE (TPPRJ75).
      * LES NATURES E ET V AUGMENTENT LE SOLDE, I, R, C ET A LE
      * DIMINUENT. CRJ-DT EN AAAAMMJJ. CRJ-REF : NUMERO DE LA
      * QUITTANCE (E, V, I), DU PASSAGE DE REMBOURSEMENT (R, C) OU
      * DE LA REMISE DU REGLEMENT ANNULE (A),
      * CRJ-PERIODE : PERIODE DE LA QUITTANCE LE CAS ECHEANT.
      * LA BALANCE FINANCIERE TPPRJ58 RAPPROCHE CE JOURNAL DES
      * SOLDES DU FICHIER CREDIT ET DU JOURNAL DES REMBOURSEMENTS.
       01  ECRJ.
           05 CRJ-MATRICUL   PIC 9(6).
           05 CRJ-DT         PIC 9(8).
           05 CRJ-NATURE     PIC X.
           05 CRJ-MNT        PIC 9(7)V99.
           05 CRJ-PROG       PIC X(8).
           05 CRJ-REF        PIC 9(8).
           05 CRJ-PERIODE    PIC 9(6).
           05 FILLER         PIC X(34).
