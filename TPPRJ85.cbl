       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ85.
      ******************************
      *  85 - CLOTURE MENSUELLE DES PERIODES COMPTABLES (FICHIER
      *       PERCPT, DESSIN PERREC). UNE PERIODE CLOSE (AAAAMM) NE
      *       RECOIT PLUS AUCUNE PIECE : LE QUITTANCEMENT TPPRJ2, LES
      *       REGLEMENTS TPPRJ14 (DONT CEUX RECYCLES PAR TPPRJ44), LES
      *       AJUSTEMENTS TPPRJ30, LES REMBOURSEMENTS TPPRJ59 ET LES
      *       PERTES TPPRJ77 PASSENT SUR LA PREMIERE PERIODE OUVERTE
      *       UNE PIECE QUI TOMBERAIT DANS UNE PERIODE CLOSE, AVEC UNE
      *       LIGNE SUR LEUR ETAT (SOUS-PROGRAMME PERCHK).
      *       L = LISTE DES PERIODES CONNUES ET DE LEURS CONTROLES ;
      *       C = CLOTURE D'UNE PERIODE ECOULEE. ELLE EST REFUSEE SI
      *           LA DERNIERE BALANCE FINANCIERE DU MOIS (TPPRJ58) A
      *           TROUVE UN ECART OU N'A PAS TOURNE, SI LA
      *           DECLARATION DE TAXE (TPPRJ43) OU LES BORDEREAUX DE
      *           COMMISSIONS (TPPRJ35) N'ONT PAS ETE PASSES SUR LE
      *           MOIS, OU SI LA PERIODE PRECEDENTE CONNUE N'EST PAS
      *           CLOSE ;
      *       R = REOUVERTURE D'UNE PERIODE CLOSE, AVEC UN MOTIF.
      *       C ET R SONT DES ACTIONS PRIVILEGIEES DU PROFIL, TRACEES
      *       AU JOURNAL DE SECURITE : LA REOUVERTURE N'EST DONNEE
      *       QU'AUX PROFILS DE SUPERVISION. CHAQUE CLOTURE ET CHAQUE
      *       REOUVERTURE EST JOURNALISEE SUR PERJRN (DESSIN PEJREC).
      *       PAS DE CLOTURE PENDANT QUE LA CHAINE BATCH DETIENT LE
      *       MAITRE (VERRCHK) : DES PIECES SONT EN COURS.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCPT ASSIGN PERCPT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY PER-PERIODE
             FILE STATUS  WS-PER.
           SELECT PERJRN ASSIGN PERJRN
             FILE STATUS  WS-PEJ.

       DATA DIVISION.
       FILE SECTION.
       FD  PERCPT RECORDING F.
           COPY PERREC.
       FD  PERJRN RECORDING F.
           COPY PEJREC.

       WORKING-STORAGE SECTION.
       77  WS-PER         PIC XX.
       77  WS-PEJ         PIC XX.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  WS-CHOIX       PIC X     VALUE SPACE.
       77  WS-CONFIRM     PIC X     VALUE SPACE.
           88 CONFIRM-OUI           VALUE 'O'.
       77  WS-FIN-PER     PIC X     VALUE 'N'.
       77  WS-TROUVE      PIC X     VALUE 'N'.
       77  WS-REFUS       PIC X     VALUE 'N'.
       77  WS-EVT         PIC X     VALUE SPACE.
       77  NB-PERIODES    PIC 9(4)  VALUE 0.
       77  NB-CLOTURES    PIC 9(4)  VALUE 0.
       77  NB-REOUVERTES  PIC 9(4)  VALUE 0.
       01  WS-DT-JOUR     PIC 9(8).
       01  WS-MOIS-COUR   PIC 9(6).
       01  WS-MOTIF       PIC X(30).
       01  WS-ZONE-PER    PIC X(6).
       01  WS-ZONE-PER-R REDEFINES WS-ZONE-PER.
           05 WS-PER-AA    PIC 9(4).
           05 WS-PER-MM    PIC 99.
       01  WS-PERIODE     PIC 9(6)  VALUE 0.
       01  WS-PER-PREC    PIC 9(6)  VALUE 0.
       01  WS-PER-PREC-R REDEFINES WS-PER-PREC.
           05 WS-PREC-AA   PIC 9(4).
           05 WS-PREC-MM   PIC 99.
       01  WS-LIB-ETAT    PIC X(9).
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).

       77  SOUSPROG-VER   PIC X(8) VALUE 'VERRCHK'.
       77  WS-VER-ACTION  PIC X     VALUE 'T'.
       77  WS-VER-PROG    PIC X(8)  VALUE 'TPPRJ85'.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ85'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           PERFORM CONTROLER-VERROU
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           MOVE WS-DT-JOUR(1:6) TO WS-MOIS-COUR
           OPEN I-O PERCPT
           IF WS-PER = '35'
             OPEN OUTPUT PERCPT
             CLOSE PERCPT
             OPEN I-O PERCPT
           END-IF
           PERFORM TEST-STAT-PER
           OPEN EXTEND PERJRN
           IF WS-PEJ = '35'
             OPEN OUTPUT PERJRN
           END-IF
           PERFORM TEST-STAT-PEJ
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'PERIODES (L=LISTE C=CLORE R=ROUVRIR F=FIN) : '
                 WITH NO ADVANCING
             ACCEPT WS-CHOIX
             EVALUATE WS-CHOIX
               WHEN 'L' PERFORM LISTER-PERIODES
               WHEN 'C' PERFORM TRT-CLORE
               WHEN 'R' PERFORM TRT-ROUVRIR
               WHEN 'F' MOVE 'O' TO FIN-PROG
               WHEN OTHER DISPLAY 'CHOIX INCONNU'
             END-EVALUATE
           END-PERFORM
           CLOSE PERCPT
           CLOSE PERJRN
           PERFORM TEST-STAT-PER
           PERFORM TEST-STAT-PEJ
           DISPLAY 'PERIODES CLOSES    : ' NB-CLOTURES
           DISPLAY 'PERIODES ROUVERTES : ' NB-REOUVERTES
           GOBACK
           .

      * PAS DE CLOTURE PENDANT QUE LA CHAINE BATCH DETIENT LE
      * MAITRE : LE JETON D'EXECUTION (VERRCHK) EST TESTE AVANT
      * MEME D'OUVRIR LES FICHIERS.
       CONTROLER-VERROU.
           CALL SOUSPROG-VER USING WS-VER-ACTION WS-VER-PROG
                WS-VER-ETAT WS-VER-DET
           IF WS-VER-ETAT = 'P'
             DISPLAY 'LA CHAINE BATCH DETIENT LE MAITRE ('
                     WS-VER-DET ') - LANCEMENT REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       LISTER-PERIODES.
           MOVE 0 TO NB-PERIODES
           MOVE 'N' TO WS-FIN-PER
           MOVE 0 TO PER-PERIODE
           START PERCPT KEY NOT < PER-PERIODE
             INVALID KEY MOVE 'O' TO WS-FIN-PER
           END-START
           DISPLAY 'PERIODE ETAT      BALANCE    TAXE     COMMISS.'
                   '  CLOTURE'
           PERFORM UNTIL WS-FIN-PER = 'O'
             READ PERCPT NEXT
               AT END
                 MOVE 'O' TO WS-FIN-PER
               NOT AT END
                 ADD 1 TO NB-PERIODES
                 PERFORM AFFICHER-PERIODE
             END-READ
           END-PERFORM
           IF NB-PERIODES = 0
             DISPLAY 'AUCUNE PERIODE AU FICHIER'
           END-IF
           .

       AFFICHER-PERIODE.
           EVALUATE PER-ETAT
             WHEN 'C' MOVE 'CLOSE' TO WS-LIB-ETAT
             WHEN 'R' MOVE 'ROUVERTE' TO WS-LIB-ETAT
             WHEN OTHER MOVE 'OUVERTE' TO WS-LIB-ETAT
           END-EVALUATE
           DISPLAY PER-PERIODE ' ' WS-LIB-ETAT ' ' PER-BAL-DT
                   PER-BAL-RC ' ' PER-TAX-DT ' ' PER-COM-DT ' '
                   PER-DT-CLOT ' ' PER-OPID-CLOT
           IF PER-NB-ROUV > 0
             DISPLAY '       ROUVERTE ' PER-NB-ROUV ' FOIS, EN DERNIER'
                     ' LE ' PER-DT-ROUV ' PAR ' PER-OPID-ROUV
           END-IF
           .

      * UNE PERIODE NE SE CLOT QU'ECOULEE ET QUAND SES CONTROLES DE
      * FIN DE MOIS SONT PASSES ; TOUS LES MANQUES SONT AFFICHES.
       TRT-CLORE.
           PERFORM SAISIE-PERIODE
           IF WS-TROUVE = 'O'
             MOVE 'C' TO WS-OPE-CODE
             MOVE 'X' TO WS-OPE-ACTION
             MOVE SPACE TO WS-OPE-OBJET
             STRING 'CLOTURE ' WS-PERIODE
                    DELIMITED BY SIZE INTO WS-OPE-OBJET
             PERFORM CONTROLER-DROIT
             IF WS-OPE-ETAT = 'O'
               PERFORM CONTROLER-CLOTURE
               IF WS-REFUS = 'N'
                 DISPLAY 'CONFIRMER LA CLOTURE DE ' WS-PERIODE
                         ' (O/N) : ' WITH NO ADVANCING
                 ACCEPT WS-CONFIRM
                 IF CONFIRM-OUI
                   PERFORM CLORE-PERIODE
                 ELSE
                   DISPLAY 'CLOTURE ANNULEE'
                 END-IF
               ELSE
                 DISPLAY 'CLOTURE DE ' WS-PERIODE ' REFUSEE'
               END-IF
             END-IF
           END-IF
           .

      * L'ENREGISTREMENT DE LA PERIODE RESTE DANS LA ZONE POUR LA
      * CLOTURE ; LA PERIODE PRECEDENTE EST LUE EN DERNIER.
       CONTROLER-CLOTURE.
           MOVE 'N' TO WS-REFUS
           IF WS-PERIODE NOT < WS-MOIS-COUR
             DISPLAY 'LA PERIODE ' WS-PERIODE ' N''EST PAS ECOULEE'
             MOVE 'O' TO WS-REFUS
           END-IF
           MOVE WS-PERIODE TO WS-PER-PREC
           SUBTRACT 1 FROM WS-PREC-MM
           IF WS-PREC-MM = 0
             MOVE 12 TO WS-PREC-MM
             SUBTRACT 1 FROM WS-PREC-AA
           END-IF
           MOVE WS-PER-PREC TO PER-PERIODE
           READ PERCPT
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PER-ETAT NOT = 'C'
                 DISPLAY 'LA PERIODE PRECEDENTE ' WS-PER-PREC
                         ' N''EST PAS CLOSE'
                 MOVE 'O' TO WS-REFUS
               END-IF
           END-READ
           MOVE WS-PERIODE TO PER-PERIODE
           READ PERCPT
             INVALID KEY
               DISPLAY 'AUCUN CONTROLE DE FIN DE MOIS NOTE POUR '
                       WS-PERIODE ' (TPPRJ58, TPPRJ43, TPPRJ35)'
               MOVE 'O' TO WS-REFUS
             NOT INVALID KEY
               IF PER-ETAT = 'C'
                 DISPLAY 'PERIODE ' WS-PERIODE ' DEJA CLOSE LE '
                         PER-DT-CLOT ' PAR ' PER-OPID-CLOT
                 MOVE 'O' TO WS-REFUS
               END-IF
               IF PER-BAL-DT = 0
                 DISPLAY 'BALANCE FINANCIERE TPPRJ58 NON PASSEE SUR'
                         ' LE MOIS'
                 MOVE 'O' TO WS-REFUS
               ELSE
                 IF PER-BAL-RC NOT = 'O'
                   DISPLAY 'BALANCE FINANCIERE DU ' PER-BAL-DT
                           ' EN ECART - A RESORBER AVANT CLOTURE'
                   MOVE 'O' TO WS-REFUS
                 END-IF
               END-IF
               IF PER-TAX-DT = 0
                 DISPLAY 'DECLARATION DE TAXE TPPRJ43 NON PASSEE SUR'
                         ' LE MOIS'
                 MOVE 'O' TO WS-REFUS
               END-IF
               IF PER-COM-DT = 0
                 DISPLAY 'COMMISSIONS TPPRJ35 NON PASSEES SUR LE MOIS'
                 MOVE 'O' TO WS-REFUS
               END-IF
           END-READ
           .

       CLORE-PERIODE.
           MOVE 'C' TO PER-ETAT
           MOVE WS-DT-JOUR TO PER-DT-CLOT
           MOVE WS-OPE-ID TO PER-OPID-CLOT
           REWRITE EPER
           PERFORM TEST-STAT-PER
           MOVE 'C' TO WS-EVT
           MOVE SPACE TO WS-MOTIF
           PERFORM JOURNALISER-PERIODE
           ADD 1 TO NB-CLOTURES
           DISPLAY 'PERIODE ' WS-PERIODE ' CLOSE'
           .

      * LA REOUVERTURE EST UNE ACTION DE SUPERVISION ; SON MOTIF EST
      * EXIGE ET PORTE AU JOURNAL DES CLOTURES.
       TRT-ROUVRIR.
           PERFORM SAISIE-PERIODE
           IF WS-TROUVE = 'O'
             MOVE WS-PERIODE TO PER-PERIODE
             READ PERCPT
               INVALID KEY
                 MOVE 'N' TO WS-TROUVE
             END-READ
             IF WS-TROUVE = 'N' OR PER-ETAT NOT = 'C'
               DISPLAY 'PERIODE ' WS-PERIODE ' NON CLOSE'
             ELSE
               MOVE 'R' TO WS-OPE-CODE
               MOVE 'X' TO WS-OPE-ACTION
               MOVE SPACE TO WS-OPE-OBJET
               STRING 'REOUVERTURE ' WS-PERIODE
                      DELIMITED BY SIZE INTO WS-OPE-OBJET
               PERFORM CONTROLER-DROIT
               IF WS-OPE-ETAT = 'O'
                 PERFORM SAISIE-MOTIF
                 DISPLAY 'CONFIRMER LA REOUVERTURE DE ' WS-PERIODE
                         ' (O/N) : ' WITH NO ADVANCING
                 ACCEPT WS-CONFIRM
                 IF CONFIRM-OUI
                   PERFORM ROUVRIR-PERIODE
                 ELSE
                   DISPLAY 'REOUVERTURE ANNULEE'
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       ROUVRIR-PERIODE.
           MOVE 'R' TO PER-ETAT
           MOVE WS-DT-JOUR TO PER-DT-ROUV
           MOVE WS-OPE-ID TO PER-OPID-ROUV
           ADD 1 TO PER-NB-ROUV
           REWRITE EPER
           PERFORM TEST-STAT-PER
           MOVE 'R' TO WS-EVT
           PERFORM JOURNALISER-PERIODE
           ADD 1 TO NB-REOUVERTES
           DISPLAY 'PERIODE ' WS-PERIODE ' ROUVERTE'
           .

      * L'APPELANT POSE WS-EVT ET WS-MOTIF.
       JOURNALISER-PERIODE.
           CALL SOUSPROG2 USING TIM
           MOVE ALL SPACE TO EPEJ
           MOVE WS-EVT TO PEJ-EVT
           MOVE WS-DT-JOUR TO PEJ-DT
           MOVE TIM TO PEJ-TIM
           MOVE WS-PERIODE TO PEJ-PERIODE
           MOVE WS-OPE-ID TO PEJ-OPID
           MOVE 'TPPRJ85' TO PEJ-PROG
           MOVE WS-MOTIF TO PEJ-MOTIF
           WRITE EPEJ
           PERFORM TEST-STAT-PEJ
           .

       SAISIE-PERIODE.
           MOVE 'N' TO WS-TROUVE
           DISPLAY 'PERIODE (AAAAMM) : ' WITH NO ADVANCING
           MOVE ALL SPACE TO WS-ZONE-PER
           ACCEPT WS-ZONE-PER
           IF WS-ZONE-PER IS NUMERIC
             IF WS-PER-MM > 0 AND WS-PER-MM NOT > 12
               MOVE WS-ZONE-PER-R TO WS-PERIODE
               MOVE 'O' TO WS-TROUVE
             ELSE
               DISPLAY 'MOIS INVALIDE'
             END-IF
           ELSE
             DISPLAY 'PERIODE NON NUMERIQUE'
           END-IF
           .

       SAISIE-MOTIF.
           MOVE SPACE TO WS-MOTIF
           PERFORM UNTIL WS-MOTIF NOT = SPACE
             DISPLAY 'MOTIF DE LA REOUVERTURE : ' WITH NO ADVANCING
             ACCEPT WS-MOTIF
           END-PERFORM
           .

       TEST-STAT-PER.
           IF WS-PER NOT = '00'
             DISPLAY 'ERREUR FICHIER DES PERIODES ' WS-PER
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       TEST-STAT-PEJ.
           IF WS-PEJ NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL DES CLOTURES ' WS-PEJ
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       CONTROLER-OPERATEUR.
           MOVE 'S' TO WS-OPE-ACTION
           MOVE SPACE TO WS-OPE-CODE
           MOVE SPACE TO WS-OPE-OBJET
           PERFORM APPEL-OPECHK
           IF WS-OPE-ETAT NOT = 'O'
             DISPLAY 'SIGNATURE REFUSEE - LANCEMENT REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * L'APPELANT POSE WS-OPE-CODE (ACTION DU MENU), WS-OPE-OBJET
      * ET WS-OPE-ACTION : D, OU X POUR UNE ACTION PRIVILEGIEE QUI
      * EST ALORS TRACEE AU JOURNAL DE SECURITE.
       CONTROLER-DROIT.
           PERFORM APPEL-OPECHK
           IF WS-OPE-ETAT NOT = 'O'
             DISPLAY 'ACTION ' WS-OPE-CODE ' NON AUTORISEE POUR'
                     ' VOTRE PROFIL'
           END-IF
           .

       APPEL-OPECHK.
           CALL SOUSPROG-OPE USING WS-OPE-ACTION WS-OPE-PROG
                WS-OPE-CODE WS-OPE-OBJET WS-OPE-ETAT WS-OPE-ID
                WS-OPE-AGC
           .
