      * MATRICULE, MEME MONTANT, MEME DATE DEJA IMPUTES), ET C'EST
      * LUI QUI DONNE A LA BALANCE FINANCIERE LA SOMME DES
      * REGLEMENTS APPLIQUES UN JOUR DONNE.
      * PJR-SENS : ESPACE = IMPUTATION D'UNE REMISE (TPPRJ14),
      *            A = ANNULATION D'UNE IMPUTATION ERRONEE (TPPRJ75),
      *                MONTANT A DEDUIRE, MEME MATRICULE, DATE ET
      *                MONTANT QUE L'IMPUTATION ANNULEE,
      *            R = RE-IMPUTATION DU MEME REGLEMENT SUR LE BON
      *                MATRICULE (TPPRJ75).
      * PJR-ORIG-MAT / PJR-ORIG-DT-IMP : POUR A ET R, MATRICULE ET
      * DATE D'IMPUTATION DE L'ENREGISTREMENT D'ORIGINE (LA REMISE
      * PJR-NO-REM EST CELLE DE L'ORIGINE) ; A ZERO SINON.
      * PJR-OPID : OPERATEUR (OPECHK), BATCH POUR LA CHAINE.
      * PJR-FRAIS : PART DU REGLEMENT AFFECTEE AUX FRAIS DE RETARD
      * ET DE REJET RESTANT DUS (RELSTA) APRES SOLDE DES QUITTANCES ;
      * POUR A, PART REPRISE SUR CES FRAIS. A BLANC SUR LES
      * ENREGISTREMENTS ANTERIEURS (AUCUN FRAIS REGLE).
       01  EPJR.
           05 PJR-MATRICUL   PIC 9(6).
           05 PJR-DT         PIC 9(8).
           05 PJR-MNT        PIC 9(5)V99.
           05 PJR-NO-REM     PIC 9(6).
           05 PJR-DT-IMP     PIC 9(8).
           05 PJR-SENS       PIC X.
           05 PJR-ORIG-MAT   PIC 9(6).
           05 PJR-ORIG-DT-IMP PIC 9(8).
           05 PJR-OPID       PIC X(8).
           05 PJR-FRAIS      PIC 9(5)V99.
           05 FILLER         PIC X(15).
