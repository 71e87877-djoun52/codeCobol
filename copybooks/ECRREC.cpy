      * ECRREC - ENREGISTREMENT DU FICHIER D'INTERFACE COMPTABLE
      * (ECRCPT) ECRIT CHAQUE NUIT PAR TPPRJ61 POUR IMPORT DANS LA
      * COMPTABILITE GENERALE. FORMAT FIXE A TROIS TYPES, SUR LE
      * MODELE DE LA REMISE PRLV : ENTETE '0' (DATE COMPTABLE = FIN
      * DE LA FENETRE, VEILLE DU PASSAGE, ET DEBUT DE LA FENETRE
      * REPRISE, AAAAMMJJ), UNE LIGNE '1' PAR MOUVEMENT EN PARTIE
      * DOUBLE (JOURNAL, AGENCE DU DOSSIER A LA DATE DE L'EVENEMENT,
      * COMPTE DU PLAN PLANCPT, SENS D/C, MONTANT, LIBELLE,
      * MATRICULE ET PIECE D'ORIGINE), FIN '9' (NOMBRE DE LIGNES,
      * TOTAUX DEBIT ET CREDIT, EGAUX PAR CONSTRUCTION : LE
      * FICHIER N'EST PRODUIT QUE SI CHAQUE JOURNAL EST EQUILIBRE).
      * ECR-JOURNAL : VT = VENTES (QUITTANCES, AVOIRS),
      * BQ = BANQUE (ENCAISSEMENTS, REMBOURSEMENTS, SINISTRES),
      * OD = OPERATIONS DIVERSES (COMPTE CREDIT, COMMISSIONS).
       01  EECR              PIC X(100).
       01  EECR-ENT REDEFINES EECR.
           05 ECR-E-TYPE     PIC X.
           05 ECR-E-DT       PIC 9(8).
           05 ECR-E-DT-DEB   PIC 9(8).
           05 FILLER         PIC X(83).
       01  EECR-DET REDEFINES EECR.
           05 ECR-TYPE       PIC X.
           05 ECR-DT         PIC 9(8).
           05 ECR-JOURNAL    PIC XX.
           05 ECR-AGC        PIC X.
           05 ECR-COMPTE     PIC X(8).
           05 ECR-SENS       PIC X.
           05 ECR-MNT        PIC 9(9)V99.
           05 ECR-LIB        PIC X(25).
           05 ECR-MATRICUL   PIC 9(6).
           05 ECR-PIECE      PIC 9(8).
           05 ECR-POSTE      PIC X(4).
           05 FILLER         PIC X(25).
       01  EECR-FIN REDEFINES EECR.
           05 ECR-F-TYPE     PIC X.
           05 ECR-F-NB       PIC 9(7).
           05 ECR-F-DEBIT    PIC 9(11)V99.
           05 ECR-F-CREDIT   PIC 9(11)V99.
           05 FILLER         PIC X(66).
