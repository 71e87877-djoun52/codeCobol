       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ66.
      ******************************
      *  66 - BALANCE AGEE DES RECOURS EN COURS : PARCOURT LE
      *       FICHIER RECOURS (DESSIN RCSREC) ET LISTE CHAQUE
      *       RECOURS ENCORE OUVERT (ETAT O) AVEC SON ASSUREUR
      *       ADVERSE, LA DATE D'ENVOI DE LA RECLAMATION, LE MONTANT
      *       RECLAME, LE DEJA RECU, LE RESTANT A RECOUVRER ET SON
      *       ANCIENNETE EN JOURS DEPUIS L'ENVOI (CALENDRIER DE 360
      *       JOURS DES AUTRES ETATS). LE RESTANT EST VENTILE PAR
      *       TRANCHE D'ANCIENNETE : NON ENVOYE, 0-30, 31-90,
      *       91-180, 181-365 ET PLUS D'UN AN, AVEC NOMBRE ET
      *       MONTANT PAR TRANCHE ET TOTAL GENERAL. UN RECOURS
      *       RECLAME DEPUIS PLUS D'UN AN EST MARQUE A RELANCER.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECOURS ASSIGN RECOURS
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RCS-CLE
             FILE STATUS  WS-RCS.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOURS RECORDING F.
           COPY RCSREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-RCS         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-RECOURS-OUV PIC X     VALUE 'N'.
       77  WS-FIN-RCS     PIC X     VALUE 'N'.
           88 FIN-RCS               VALUE 'O'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * ANCIENNETE : JOURS DEPUIS L'ENVOI AU CALENDRIER 360.
       77  WS-AA-CAL      PIC 9(4)  VALUE 0.
       77  WS-MM-CAL      PIC 99    VALUE 0.
       77  WS-JJ-CAL      PIC 99    VALUE 0.
       77  WS-JOURS-JOUR  PIC 9(7)  VALUE 0.
       77  WS-JOURS-ENV   PIC 9(7)  VALUE 0.
       77  WS-AGE         PIC S9(7) VALUE 0.
      * TRANCHES D'ANCIENNETE : BORNE HAUTE EN JOURS (LA PREMIERE
      * TRANCHE RAMASSE LES RECLAMATIONS NON ENVOYEES).
       01  TABLE-TRANCHES.
           05 FILLER PIC X(18) VALUE '0000NON ENVOYE    '.
           05 FILLER PIC X(18) VALUE '00300-30 JOURS    '.
           05 FILLER PIC X(18) VALUE '009031-90 JOURS   '.
           05 FILLER PIC X(18) VALUE '018091-180 JOURS  '.
           05 FILLER PIC X(18) VALUE '0365181-365 JOURS '.
           05 FILLER PIC X(18) VALUE '9999PLUS D''UN AN  '.
       01  TRANCHES REDEFINES TABLE-TRANCHES.
           05 TRA-ENT OCCURS 6.
              10 TRA-BORNE   PIC 9(4).
              10 TRA-LIB     PIC X(14).
       01  CUMULS-TRANCHES.
           05 TRA-CUM OCCURS 6.
              10 TRA-NB      PIC 9(6)     VALUE 0.
              10 TRA-MNT     PIC 9(9)V99  VALUE 0.
       77  IX-TR          PIC 9     VALUE 0.
       01  WS-RESTANT     PIC 9(5)V99 VALUE 0.
       77  NB-OUVERTS     PIC 9(6)  VALUE 0.
       77  NB-A-RELANCER  PIC 9(6)  VALUE 0.
       01  TOT-RECL       PIC 9(9)V99 VALUE 0.
       01  TOT-RECU       PIC 9(9)V99 VALUE 0.
       01  TOT-RESTANT    PIC 9(9)V99 VALUE 0.
       77  DISP-RECL      PIC Z(4)9,99.
       77  DISP-RECU      PIC Z(4)9,99.
       77  DISP-REST      PIC Z(4)9,99.
       77  DISP-AGE       PIC ZZZZ9.
       77  DISP-TOT       PIC Z(8)9,99.
       77  DISP-CPT       PIC ZZZZZ9.
       77  WS-MARQUE      PIC X(11) VALUE SPACE.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ66'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-AA-CAL
           MOVE DAT(4:2) TO WS-MM-CAL
           MOVE DAT(1:2) TO WS-JJ-CAL
           COMPUTE WS-JOURS-JOUR = WS-AA-CAL * 360 + WS-MM-CAL * 30
                                 + WS-JJ-CAL
           PERFORM IMPRIME-ENTETE
           OPEN INPUT RECOURS
           IF WS-RCS = '00'
             MOVE 'O' TO WS-RECOURS-OUV
             PERFORM LISTER-RECOURS
             CLOSE RECOURS
           ELSE
             IF WS-RCS NOT = '35'
               PERFORM TEST-STAT-RCS
             END-IF
           END-IF
           PERFORM IMPRIME-PIED
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ66 - BALANCE AGEE DES RECOURS'
           DISPLAY 'RECOURS EN COURS  : ' NB-OUVERTS
           DISPLAY 'A RELANCER        : ' NB-A-RELANCER
           DISPLAY 'RESTANT A RECOUVRER : ' TOT-RESTANT
           MOVE NB-OUVERTS TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

       LISTER-RECOURS.
           MOVE 'N' TO WS-FIN-RCS
           PERFORM UNTIL FIN-RCS
             READ RECOURS NEXT
               AT END MOVE 'O' TO WS-FIN-RCS
             END-READ
             IF NOT FIN-RCS AND RCS-ETAT = 'O'
               PERFORM TRAITER-UN-RECOURS
             END-IF
           END-PERFORM
           .

       TRAITER-UN-RECOURS.
           ADD 1 TO NB-OUVERTS
           IF RCS-MNT-RECU >= RCS-MNT-RECL
             MOVE 0 TO WS-RESTANT
           ELSE
             COMPUTE WS-RESTANT = RCS-MNT-RECL - RCS-MNT-RECU
           END-IF
           PERFORM CALCULER-AGE
           ADD 1 TO TRA-NB(IX-TR)
           ADD WS-RESTANT TO TRA-MNT(IX-TR)
           ADD RCS-MNT-RECL TO TOT-RECL
           ADD RCS-MNT-RECU TO TOT-RECU
           ADD WS-RESTANT TO TOT-RESTANT
           MOVE SPACE TO WS-MARQUE
           IF IX-TR = 6
             MOVE 'A RELANCER' TO WS-MARQUE
             ADD 1 TO NB-A-RELANCER
           END-IF
           MOVE RCS-MNT-RECL TO DISP-RECL
           MOVE RCS-MNT-RECU TO DISP-RECU
           MOVE WS-RESTANT TO DISP-REST
           MOVE ALL SPACE TO ELST
           IF IX-TR = 1
             STRING RCS-MATRICUL ' ' RCS-NO ' ' RCS-ASSUREUR ' '
                    'NON ENVOYE' ' ' DISP-RECL ' ' DISP-RECU ' '
                    DISP-REST
                    DELIMITED BY SIZE INTO ELST
           ELSE
             MOVE WS-AGE TO DISP-AGE
             STRING RCS-MATRICUL ' ' RCS-NO ' ' RCS-ASSUREUR ' '
                    RCS-DT-ENVOI '  ' DISP-RECL ' ' DISP-RECU ' '
                    DISP-REST ' ' DISP-AGE ' ' WS-MARQUE
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           .

      * TRANCHE 1 SI LA RECLAMATION N'EST PAS ENVOYEE, SINON LA
      * PREMIERE TRANCHE DONT LA BORNE COUVRE L'ANCIENNETE.
       CALCULER-AGE.
           MOVE 0 TO WS-AGE
           IF RCS-DT-ENVOI NOT NUMERIC OR RCS-DT-ENVOI = 0
             MOVE 1 TO IX-TR
           ELSE
             MOVE RCS-DT-ENVOI(5:4) TO WS-AA-CAL
             MOVE RCS-DT-ENVOI(3:2) TO WS-MM-CAL
             MOVE RCS-DT-ENVOI(1:2) TO WS-JJ-CAL
             COMPUTE WS-JOURS-ENV = WS-AA-CAL * 360 + WS-MM-CAL * 30
                                  + WS-JJ-CAL
             COMPUTE WS-AGE = WS-JOURS-JOUR - WS-JOURS-ENV
             IF WS-AGE < 0
               MOVE 0 TO WS-AGE
             END-IF
             MOVE 2 TO IX-TR
             PERFORM UNTIL IX-TR = 6 OR WS-AGE <= TRA-BORNE(IX-TR)
               ADD 1 TO IX-TR
             END-PERFORM
           END-IF
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API66   BALANCE AGEE DES RECOURS EN COURS   ' DAT
                  ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'MATRIC SIN  ASSUREUR ADVERSE      ENVOI     '
                  '  RECLAME     RECU  RESTANT JOURS'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE 1 TO IX-TR
           PERFORM UNTIL IX-TR > 6
             MOVE TRA-NB(IX-TR) TO DISP-CPT
             MOVE TRA-MNT(IX-TR) TO DISP-TOT
             MOVE ALL SPACE TO ELST
             STRING 'TRANCHE ' TRA-LIB(IX-TR) ' ' DISP-CPT
                    ' RECOURS  RESTANT ' DISP-TOT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             ADD 1 TO IX-TR
           END-PERFORM
           MOVE NB-OUVERTS TO DISP-CPT
           MOVE TOT-RESTANT TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'TOTAL GENERAL          ' DISP-CPT
                  ' RECOURS  RESTANT ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-RECL TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'RECLAME ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-RECU TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'RECU    ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF WS-RECOURS-OUV = 'N'
             MOVE ALL SPACE TO ELST
             STRING 'FICHIER RECOURS ABSENT - AUCUN RECOURS'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
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
