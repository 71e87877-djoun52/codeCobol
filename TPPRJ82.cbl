       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ82.
      ******************************
      *  82 - LISTE QUOTIDIENNE DES ECHEANCES DES RECLAMATIONS
      *       (REGISTRE RECLAM, DESSIN RCLREC, TENU PAR TPPRJ81).
      *       POUR CHAQUE RECLAMATION OUVERTE :
      *       - ACCUSE DE RECEPTION NON ENVOYE : EN RETARD SI SON
      *         ECHEANCE EST PASSEE, A FAIRE SI ELLE TOMBE DANS LES
      *         WS-PREAV-ACC PROCHAINS JOURS OUVRES ;
      *       - REPONSE : EN RETARD SI SON ECHEANCE EST PASSEE,
      *         PROCHE SI ELLE TOMBE DANS LES WS-PREAV-REP PROCHAINS
      *         JOURS OUVRES.
      *       LES JOURS OUVRES SONT CEUX DE DATCAL. LES ECHEANCES
      *       DEPASSEES SONT EN TETE DE LISTE, LES PROCHES ENSUITE ;
      *       UNE ECHEANCE DEPASSEE REND LE CODE RETOUR 4 (ETAPE DE
      *       LA CHAINE DE NUIT TPPRJ26, L'AVERTISSEMENT N'ARRETE
      *       PAS LA CHAINE).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAM ASSIGN RECLAM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RCL-NO
             FILE STATUS  WS-RCL.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  RECLAM RECORDING F.
           COPY RCLREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-RCL         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-LST         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       01  WS-DT-JOUR     PIC 9(8)  VALUE 0.
      * SEUILS D'ALERTE EN JOURS OUVRES (DATCAL).
       77  SOUSPROG-CAL   PIC X(8) VALUE 'DATCAL'.
       77  WS-CAL-ACTION  PIC X     VALUE 'O'.
       77  WS-PREAV-ACC   PIC 9(3)  VALUE 3.
       77  WS-PREAV-REP   PIC 9(3)  VALUE 10.
       01  WS-SEUIL-ACC   PIC 9(8)  VALUE 0.
       01  WS-SEUIL-REP   PIC 9(8)  VALUE 0.
       77  WS-FIN-RCL     PIC X     VALUE 'N'.
           88 FIN-RCL               VALUE 'O'.
      * PASSE 1 = ECHEANCES DEPASSEES, PASSE 2 = ECHEANCES PROCHES.
       77  WS-PASSE       PIC 9     VALUE 1.
       77  WS-ALERTE      PIC X(18) VALUE SPACE.
       01  WS-ECHEANCE    PIC 9(8)  VALUE 0.
       01  WS-NOM         PIC X(20) VALUE SPACE.
       77  WS-I           PIC 9     VALUE 0.
       77  WS-LIB-CATEG   PIC X(14) VALUE SPACE.
           COPY RCLCAT.
       77  NB-OUVERTES    PIC 9(6)  VALUE 0.
       77  NB-ACC-RETARD  PIC 9(6)  VALUE 0.
       77  NB-ACC-AFAIRE  PIC 9(6)  VALUE 0.
       77  NB-REP-RETARD  PIC 9(6)  VALUE 0.
       77  NB-REP-PROCHE  PIC 9(6)  VALUE 0.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ82'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           OPEN INPUT ASSUR
           PERFORM TEST-STAT-ASR
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           CALL SOUSPROG-CAL USING WS-CAL-ACTION WS-DT-JOUR
                WS-PREAV-ACC WS-SEUIL-ACC
           CALL SOUSPROG-CAL USING WS-CAL-ACTION WS-DT-JOUR
                WS-PREAV-REP WS-SEUIL-REP
           PERFORM IMPRIME-ENTETES
      * REGISTRE ABSENT : AUCUNE RECLAMATION ENCORE SAISIE.
           OPEN INPUT RECLAM
           IF WS-RCL = '00'
             MOVE 1 TO WS-PASSE
             PERFORM UNTIL WS-PASSE > 2
               PERFORM IMPRIME-TITRE-PASSE
               PERFORM PARCOURIR-REGISTRE
               ADD 1 TO WS-PASSE
             END-PERFORM
             CLOSE RECLAM
           ELSE
             IF WS-RCL NOT = '35'
               PERFORM TEST-STAT-RCL
             END-IF
             STRING 'REGISTRE DES RECLAMATIONS ABSENT'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           PERFORM IMPRIME-PIED
           CLOSE ASSUR
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ82 - ECHEANCES DES RECLAMATIONS AU '
                   WS-DT-JOUR
           DISPLAY 'RECLAMATIONS OUVERTES   : ' NB-OUVERTES
           DISPLAY 'ACCUSES EN RETARD       : ' NB-ACC-RETARD
           DISPLAY 'ACCUSES A FAIRE         : ' NB-ACC-AFAIRE
           DISPLAY 'REPONSES EN RETARD      : ' NB-REP-RETARD
           DISPLAY 'REPONSES PROCHES        : ' NB-REP-PROCHE
           IF NB-ACC-RETARD > 0 OR NB-REP-RETARD > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           MOVE NB-OUVERTES TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

       PARCOURIR-REGISTRE.
           MOVE 'N' TO WS-FIN-RCL
           MOVE 0 TO RCL-NO
           START RECLAM KEY IS NOT LESS THAN RCL-NO
             INVALID KEY MOVE 'O' TO WS-FIN-RCL
           END-START
           PERFORM UNTIL FIN-RCL
             READ RECLAM NEXT
               AT END MOVE 'O' TO WS-FIN-RCL
             END-READ
             IF NOT FIN-RCL AND RCL-ETAT = 'O'
               IF WS-PASSE = 1
                 ADD 1 TO NB-OUVERTES
                 PERFORM EXAMINER-DEPASSEES
               ELSE
                 PERFORM EXAMINER-PROCHES
               END-IF
             END-IF
           END-PERFORM
           .

       EXAMINER-DEPASSEES.
           IF RCL-DT-ACCUSE = 0 AND RCL-ECH-ACCUSE < WS-DT-JOUR
             ADD 1 TO NB-ACC-RETARD
             MOVE 'ACCUSE EN RETARD' TO WS-ALERTE
             MOVE RCL-ECH-ACCUSE TO WS-ECHEANCE
             PERFORM IMPRIME-ALERTE
           END-IF
           IF RCL-ECH-REPONSE < WS-DT-JOUR
             ADD 1 TO NB-REP-RETARD
             MOVE 'REPONSE EN RETARD' TO WS-ALERTE
             MOVE RCL-ECH-REPONSE TO WS-ECHEANCE
             PERFORM IMPRIME-ALERTE
           END-IF
           .

       EXAMINER-PROCHES.
           IF RCL-DT-ACCUSE = 0 AND RCL-ECH-ACCUSE >= WS-DT-JOUR
              AND RCL-ECH-ACCUSE <= WS-SEUIL-ACC
             ADD 1 TO NB-ACC-AFAIRE
             MOVE 'ACCUSE A FAIRE' TO WS-ALERTE
             MOVE RCL-ECH-ACCUSE TO WS-ECHEANCE
             PERFORM IMPRIME-ALERTE
           END-IF
           IF RCL-ECH-REPONSE >= WS-DT-JOUR
              AND RCL-ECH-REPONSE <= WS-SEUIL-REP
             ADD 1 TO NB-REP-PROCHE
             MOVE 'REPONSE PROCHE' TO WS-ALERTE
             MOVE RCL-ECH-REPONSE TO WS-ECHEANCE
             PERFORM IMPRIME-ALERTE
           END-IF
           .

       IMPRIME-ALERTE.
           MOVE SPACE TO WS-NOM
           MOVE RCL-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
               MOVE '(HORS PORTEFEUILLE)' TO WS-NOM
             NOT INVALID KEY
               MOVE NOM-CLIENT TO WS-NOM
           END-READ
           PERFORM LIBELLE-CATEGORIE
           STRING RCL-NO ' ' RCL-MATRICUL ' ' WS-NOM ' ' RCL-AGC ' '
                  WS-LIB-CATEG ' ' RCL-DT-RECU ' ' WS-ALERTE ' '
                  WS-ECHEANCE DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       LIBELLE-CATEGORIE.
           MOVE 'CATEG. INCONNUE' TO WS-LIB-CATEG
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-RCL-CATEG
             IF RCT-CODE(WS-I) = RCL-CATEG
               MOVE RCT-LIBELLE(WS-I) TO WS-LIB-CATEG
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           .

       IMPRIME-ENTETES.
           MOVE ALL SPACE TO ELST
           STRING 'API82   ECHEANCES DES RECLAMATIONS   ' DAT ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'ALERTE ACCUSE A ' WS-PREAV-ACC ' JOURS OUVRES ('
                  WS-SEUIL-ACC '), REPONSE A ' WS-PREAV-REP
                  ' JOURS OUVRES (' WS-SEUIL-REP ')'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL '=' TO ELST
           PERFORM ECRIRE-LST
           STRING 'NUMERO MATRIC NOM                  A CATEGORIE     '
                  ' RECUE    ALERTE             ECHEANCE'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-TITRE-PASSE.
           PERFORM ECRIRE-LST
           IF WS-PASSE = 1
             STRING '--- ECHEANCES DEPASSEES ---'
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING '--- ECHEANCES PROCHES ---'
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           PERFORM ECRIRE-LST
           STRING 'RECLAMATIONS OUVERTES   : ' NB-OUVERTES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'ACCUSES EN RETARD       : ' NB-ACC-RETARD
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'ACCUSES A FAIRE         : ' NB-ACC-AFAIRE
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'REPONSES EN RETARD      : ' NB-REP-RETARD
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'REPONSES PROCHES        : ' NB-REP-PROCHE
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-RCL.
           IF WS-RCL NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER RECLAMATIONS ' WS-RCL
             MOVE 16 TO RETURN-CODE
             MOVE WS-RCL TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-ASR.
           IF WS-ASR NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             MOVE WS-ASR TO WS-JEX-FS
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
