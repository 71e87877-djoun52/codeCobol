      * RCLCAT - CODES DU REGISTRE DES RECLAMATIONS (RCLREC) : CANAUX
      * DE RECEPTION ET CATEGORIES D'OBJET, AVEC LEUR LIBELLE. LES
      * CATEGORIES SONT LES LIGNES DU RAPPORT TRIMESTRIEL TPPRJ83,
      * DANS CET ORDRE ; UN CODE HORS TABLE EST REFUSE EN SAISIE.
       01  TABLE-RCL-CANAUX.
           05 FILLER PIC X(13) VALUE 'CCOURRIER    '.
           05 FILLER PIC X(13) VALUE 'TTELEPHONE   '.
           05 FILLER PIC X(13) VALUE 'EE-MAIL      '.
           05 FILLER PIC X(13) VALUE 'AAGENCE      '.
           05 FILLER PIC X(13) VALUE 'MMEDIATEUR   '.
       01  RCL-CANAUX REDEFINES TABLE-RCL-CANAUX.
           05 RCN-ENT OCCURS 5.
              10 RCN-CODE     PIC X.
              10 RCN-LIBELLE  PIC X(12).
       01  TABLE-RCL-CATEG.
           05 FILLER PIC X(16) VALUE 'FAFACTURATION   '.
           05 FILLER PIC X(16) VALUE 'SISINISTRE      '.
           05 FILLER PIC X(16) VALUE 'RSRESILIATION   '.
           05 FILLER PIC X(16) VALUE 'RLRELANCE/IMPAYE'.
           05 FILLER PIC X(16) VALUE 'CTCONTRAT/TARIF '.
           05 FILLER PIC X(16) VALUE 'ACACCUEIL/DELAI '.
           05 FILLER PIC X(16) VALUE 'AUAUTRE         '.
       01  RCL-CATEGORIES REDEFINES TABLE-RCL-CATEG.
           05 RCT-ENT OCCURS 7.
              10 RCT-CODE     PIC XX.
              10 RCT-LIBELLE  PIC X(14).
       77  NB-RCL-CANAUX      PIC 9     VALUE 5.
       77  NB-RCL-CATEG       PIC 9     VALUE 7.
