       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ65.
      ******************************
      *  65 - IMPUTATION DES ENCAISSEMENTS DE RECOURS : LIT LE
      *       FICHIER RCSENC (DESSIN RCEREC) SAISI PAR LE SERVICE
      *       SINISTRES A RECEPTION DES FONDS DES ASSUREURS ADVERSES
      *       ET IMPUTE CHAQUE ENCAISSEMENT SUR LE RECOURS DU
      *       SINISTRE (FICHIER RECOURS, DESSIN RCSREC, OUVERT PAR
      *       LE DIALOGUE TPPRJ33) : CUMUL RECU, NOMBRE, DATE ET
      *       REFERENCE DU DERNIER ENCAISSEMENT. LE RECOURS PASSE
      *       SOLDE (S) QUAND LE RECU ATTEINT LE RECLAME OU QUE LA
      *       LIGNE PORTE RCE-SOLDE = S (DERNIER VERSEMENT D'UN
      *       ASSUREUR QUI NE PAIERA PAS PLUS). CHAQUE ENCAISSEMENT
      *       IMPUTE EST RECOPIE, DATE DU JOUR, SUR LE JOURNAL
      *       RCSJRN. EST LISTEE EN ANOMALIE (CODE RETOUR 4) UNE
      *       LIGNE DONT LE MONTANT OU LA DATE EST INVALIDE, QUI NE
      *       DESIGNE PAS UN RECOURS EN COURS, OU QUI REPREND LA
      *       REFERENCE DU DERNIER ENCAISSEMENT DEJA IMPUTE (FICHIER
      *       PASSE DEUX FOIS).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCSENC ASSIGN RCSENC
             FILE STATUS  WS-RCE.
           SELECT RECOURS ASSIGN RECOURS
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RCS-CLE
             FILE STATUS  WS-RCS.
           SELECT RCSJRN ASSIGN RCSJRN
             FILE STATUS  WS-RCJ.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  RCSENC RECORDING F.
           COPY RCEREC.
       FD  RECOURS RECORDING F.
           COPY RCSREC.
       FD  RCSJRN RECORDING F.
       01  ERCJ              PIC X(80).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-RCE         PIC XX.
       77  WS-RCS         PIC XX.
       77  WS-RCJ         PIC XX.
       77  WS-LST         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-DATE  PIC X(8) VALUE 'DATECHK'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-DT-JOUR     PIC 9(8)  VALUE 0.
       77  WS-FIN-RCE     PIC X     VALUE 'N'.
           88 FIN-RCE               VALUE 'O'.
       77  WS-JJ          PIC 99.
       77  WS-MM          PIC 99.
       77  WS-AA          PIC 9(4).
       77  WS-COD-ERR     PIC 9.
       77  WS-ANOMALIE    PIC X(30).
       77  WS-SOLDE       PIC X     VALUE 'N'.
       01  WS-RECU-APRES  PIC 9(6)V99 VALUE 0.
       77  NB-LUS         PIC 9(6)  VALUE 0.
       77  NB-IMPUTES     PIC 9(6)  VALUE 0.
       77  NB-SOLDES      PIC 9(6)  VALUE 0.
       77  NB-ANOMALIES   PIC 9(6)  VALUE 0.
       01  TOT-IMPUTE     PIC 9(9)V99 VALUE 0.
       77  DISP-MNT       PIC Z(4)9,99.
       77  DISP-RECL      PIC Z(4)9,99.
       77  DISP-RECU      PIC Z(4)9,99.
       77  DISP-TOT       PIC Z(8)9,99.
       77  DISP-CPT       PIC ZZZZZ9.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ65'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           OPEN INPUT RCSENC
           OPEN I-O RECOURS
           OPEN EXTEND RCSJRN
           IF WS-RCJ = '35'
             OPEN OUTPUT RCSJRN
           END-IF
           OPEN OUTPUT LST
           PERFORM TEST-STAT-RCE
           PERFORM TEST-STAT-RCS
           PERFORM TEST-STAT-RCJ
           PERFORM TEST-STAT-LST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           PERFORM IMPRIME-ENTETE
           MOVE 'N' TO WS-FIN-RCE
           PERFORM UNTIL FIN-RCE
             READ RCSENC
               AT END MOVE 'O' TO WS-FIN-RCE
             END-READ
             IF NOT FIN-RCE
               ADD 1 TO NB-LUS
               PERFORM TRAITER-ENCAISSEMENT
             END-IF
           END-PERFORM
           PERFORM IMPRIME-PIED
           CLOSE RCSENC
           CLOSE RECOURS
           CLOSE RCSJRN
           CLOSE LST
           PERFORM TEST-STAT-RCJ
           PERFORM TEST-STAT-LST
           IF NB-ANOMALIES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'TPPRJ65 - ENCAISSEMENTS DE RECOURS DU ' WS-DT-JOUR
           DISPLAY 'ENCAISSEMENTS LUS     : ' NB-LUS
           DISPLAY 'ENCAISSEMENTS IMPUTES : ' NB-IMPUTES
           DISPLAY 'RECOURS SOLDES        : ' NB-SOLDES
           DISPLAY 'ANOMALIES             : ' NB-ANOMALIES
           MOVE NB-IMPUTES TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

      * CONTROLES DE LA LIGNE PUIS DU RECOURS DESIGNE ; LE PREMIER
      * CONTROLE EN ECHEC DONNE LE LIBELLE D'ANOMALIE.
       TRAITER-ENCAISSEMENT.
           MOVE ALL SPACE TO WS-ANOMALIE
           IF RCE-MNT NOT NUMERIC OR RCE-MNT = 0
             MOVE 'MONTANT INVALIDE' TO WS-ANOMALIE
           ELSE
             PERFORM CONTROLER-DATE
           END-IF
           IF WS-ANOMALIE = SPACE
             MOVE RCE-MATRICUL TO RCS-MATRICUL
             MOVE RCE-NO TO RCS-NO
             READ RECOURS
               INVALID KEY
                 MOVE 'RECOURS INCONNU' TO WS-ANOMALIE
               NOT INVALID KEY
                 PERFORM CONTROLER-RECOURS
             END-READ
           END-IF
           IF WS-ANOMALIE NOT = SPACE
             ADD 1 TO NB-ANOMALIES
             MOVE ALL SPACE TO ELST
             IF RCE-MNT NUMERIC
               MOVE RCE-MNT TO DISP-MNT
               STRING RCE-MATRICUL ' SIN ' RCE-NO ' DU ' RCE-DT ' '
                      DISP-MNT ' REF ' RCE-REF ' *** ' WS-ANOMALIE
                      DELIMITED BY SIZE INTO ELST
             ELSE
               STRING RCE-MATRICUL ' SIN ' RCE-NO ' DU ' RCE-DT
                      '          REF ' RCE-REF ' *** ' WS-ANOMALIE
                      DELIMITED BY SIZE INTO ELST
             END-IF
             PERFORM ECRIRE-LST
           ELSE
             PERFORM IMPUTER-ENCAISSEMENT
           END-IF
           .

       CONTROLER-DATE.
           IF RCE-DT NOT NUMERIC
             MOVE 'DATE INVALIDE' TO WS-ANOMALIE
           ELSE
             MOVE RCE-DT(1:2) TO WS-JJ
             MOVE RCE-DT(3:2) TO WS-MM
             MOVE RCE-DT(5:4) TO WS-AA
             CALL SOUSPROG-DATE USING WS-JJ WS-MM WS-AA WS-COD-ERR
             IF WS-COD-ERR NOT = 0
               MOVE 'DATE INVALIDE' TO WS-ANOMALIE
             END-IF
           END-IF
           .

       CONTROLER-RECOURS.
           EVALUATE TRUE
             WHEN RCS-ETAT = 'S'
               MOVE 'RECOURS DEJA SOLDE' TO WS-ANOMALIE
             WHEN RCS-ETAT = 'A'
               MOVE 'RECOURS ABANDONNE' TO WS-ANOMALIE
             WHEN RCE-REF NOT = SPACE AND RCE-REF = RCS-REF-DER
               MOVE 'ENCAISSEMENT DEJA IMPUTE' TO WS-ANOMALIE
             WHEN OTHER
               COMPUTE WS-RECU-APRES = RCS-MNT-RECU + RCE-MNT
               IF WS-RECU-APRES > 99999.99
                 MOVE 'CUMUL RECU HORS CAPACITE' TO WS-ANOMALIE
               END-IF
           END-EVALUATE
           .

       IMPUTER-ENCAISSEMENT.
           MOVE WS-RECU-APRES TO RCS-MNT-RECU
           ADD 1 TO RCS-NB-ENC
           MOVE RCE-DT TO RCS-DT-DER-ENC
           MOVE RCE-REF TO RCS-REF-DER
           MOVE 'N' TO WS-SOLDE
           IF RCS-MNT-RECU >= RCS-MNT-RECL OR RCE-SOLDE = 'S'
             MOVE 'S' TO RCS-ETAT
             MOVE 'O' TO WS-SOLDE
             ADD 1 TO NB-SOLDES
           END-IF
           REWRITE ERCS
           PERFORM TEST-STAT-RCS
           MOVE WS-DT-JOUR TO RCE-DT-TRT
           WRITE ERCJ FROM ERCE
           PERFORM TEST-STAT-RCJ
           ADD 1 TO NB-IMPUTES
           ADD RCE-MNT TO TOT-IMPUTE
           MOVE RCE-MNT TO DISP-MNT
           MOVE RCS-MNT-RECL TO DISP-RECL
           MOVE RCS-MNT-RECU TO DISP-RECU
           MOVE ALL SPACE TO ELST
           STRING RCE-MATRICUL ' SIN ' RCE-NO ' ' RCS-ASSUREUR ' '
                  DISP-MNT ' RECU ' DISP-RECU ' / ' DISP-RECL
                  DELIMITED BY SIZE INTO ELST
           IF WS-SOLDE = 'O'
             MOVE 'SOLDE' TO ELST(86:5)
           END-IF
           PERFORM ECRIRE-LST
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API65   ENCAISSEMENTS DE RECOURS   ' DAT ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'MATRIC SIN  ASSUREUR ADVERSE       ENCAISSE'
                  '      CUMUL RECU / RECLAME'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-IMPUTES TO DISP-CPT
           MOVE TOT-IMPUTE TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'ENCAISSEMENTS IMPUTES      ' DISP-CPT '  ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-SOLDES TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'RECOURS SOLDES             ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-ANOMALIES TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'ENCAISSEMENTS EN ANOMALIE  ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-RCE.
           IF WS-RCE NOT = '00'
             DISPLAY 'ERREUR FICHIER ENCAISSEMENTS RECOURS ' WS-RCE
             MOVE 16 TO RETURN-CODE
             MOVE WS-RCE TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-RCS.
           IF WS-RCS NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER RECOURS ' WS-RCS
             MOVE 16 TO RETURN-CODE
             MOVE WS-RCS TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-RCJ.
           IF WS-RCJ NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL DES RECOURS ' WS-RCJ
             MOVE 16 TO RETURN-CODE
             MOVE WS-RCJ TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-LST.
           IF WS-LST NOT = '00'
             DISPLAY 'ERREUR FICHIER LISTE ' WS-LST
             MOVE 16 TO RETURN-CODE
             MOVE WS-LST TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .

      * JOURNAL CENTRAL D'EXECUTION (RUNJRN) : UN EVENEMENT AU
      * DEBUT, UN EN FIN NORMALE AVEC LE COMPTEUR TRAITE, UN SUR
      * ABANDON AVEC LE FILE STATUS ET LE CODE RETOUR EN CAUSE.
       JOURNAL-EXEC.
           CALL SOUSPROG-JRN USING WS-JEX-PROG WS-JEX-EVT WS-JEX-NB
                WS-JEX-FS WS-JEX-RC
           .

       JOURNAL-ABANDON.
           MOVE 'ABANDON' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           .
