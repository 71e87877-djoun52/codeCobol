      * RETREC - ENREGISTREMENT DU JOURNAL DES PRELEVEMENTS RETOURNES
      * IMPAYES (PRLVRJ, OUVERT EN EXTEND) : UNE LIGNE PAR DEBIT
      * REJETE PAR LA BANQUE ET TRAITE PAR TPPRJ60. RET-NO-REM ET
      * RET-DT-RET (JJMMAAAA) REPRENNENT L'ENTETE DU FICHIER RETOUR :
      * UN FICHIER DONT LE COUPLE REMISE/DATE FIGURE DEJA ICI EST
      * REFUSE (CODE RETOUR 12). RET-DT-TRT (AAAAMMJJ) EST LA DATE
      * DE TRAITEMENT. RET-MAN-DESACT : O SI CE RETOUR A DESACTIVE
      * LE MANDAT DU CLIENT.
       01  ERET.
           05 RET-NO-REM     PIC 9(6).
           05 RET-DT-RET     PIC 9(8).
           05 RET-DT-TRT     PIC 9(8).
           05 RET-MATRICUL   PIC 9(6).
           05 RET-PERIODE    PIC 9(6).
           05 RET-NO-QUIT    PIC 9(8).
           05 RET-MNT        PIC 9(6)V99.
           05 RET-MOTIF      PIC X(4).
           05 RET-FRAIS      PIC 9(3)V99.
           05 RET-MAN-DESACT PIC X.
           05 FILLER         PIC X(20).
