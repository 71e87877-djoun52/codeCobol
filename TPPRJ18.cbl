      *       LE DOSSIER ARCHIVE EST AFFICHE POUR VERIFICATION,
      *       PUIS REECRIT SUR ASSUR ET RETIRE DE L'ARCHIVE. LA
      *       CREATION EST JOURNALISEE SUR JRNA COMME TOUTE AUTRE
      *       MODIFICATION DU MAITRE. L'OPERATEUR SIGNE AU
      *       LANCEMENT ; LA REINTEGRATION EST UNE ACTION PRIVILEGIEE
      *       DE SON PROFIL, TRACEE AU JOURNAL DE SECURITE.
      *       UNE POLICE RESILIEE DEPUIS PLUS DE PRM-VAL-REI-JRS
      *       JOURS (FICHIER PARAM, ZERO = TOUTES) N'EST PAS
      *       REINTEGREE ICI : LA DEMANDE EST DEPOSEE SUR VALATT ET
      *       ATTEND L'ACCORD D'UN SECOND OPERATEUR (TPPRJ72).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS  WS-JRN.
           SELECT PSTAT  ASSIGN PSTAT
             FILE STATUS  WS-PST.
           SELECT VALATT ASSIGN VALATT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VLD-CLE
             FILE STATUS  WS-VLD.

       DATA DIVISION.
       FILE SECTION.
           COPY JRNAREC.
       FD  PSTAT RECORDING F.
           COPY PSTREC.
       FD  VALATT RECORDING F.
           COPY VLDREC.

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-JRN         PIC XX.
       77  WS-PST         PIC XX.
       77  WS-VLD         PIC XX.
       77  WS-SAISIE-MAT  PIC 9(6)  VALUE 0.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  WS-CONFIRM     PIC X     VALUE SPACE.
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * DOUBLE VALIDATION : LA REINTEGRATION D'UNE POLICE RESILIEE
      * DEPUIS PLUS DE WS-VAL-REI-JRS JOURS (ZERO = TOUTES) EST
      * DEPOSEE SUR VALATT ET ATTEND L'ACCORD D'UN SECOND OPERATEUR.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-PARM-OK     PIC X     VALUE 'N'.
           COPY PARMREC.
       77  WS-VAL-REI-JRS PIC 9(4)  VALUE 0.
       77  WS-JRS-JOUR    PIC 9(6).
       77  WS-JRS-RESIL   PIC 9(6).
       77  WS-AA          PIC 9(4).
       77  WS-MM          PIC 99.
       77  WS-JJ          PIC 99.
      * REINTEGRATIONS DE LA SESSION PAR AGENCE (POSTE 11 = AGENCE
      * NON RENSEIGNEE), DEPOSEES SUR L'HISTORIQUE DE PORTEFEUILLE
      * PSTAT POUR LE RAPPORT DE TENDANCE TPPRJ40.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ18'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           PERFORM CONTROLER-VERROU
           OPEN I-O ASSUR
           OPEN I-O ARCH
           PERFORM TEST-STAT-JRN
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           PERFORM UNTIL FIN-PROG = 'O'
             IF WS-SAISIE-MAT = 0
               MOVE 'O' TO FIN-PROG
             ELSE
               MOVE 'R' TO WS-OPE-CODE
               MOVE 'X' TO WS-OPE-ACTION
               MOVE WS-SAISIE-MAT TO WS-OPE-OBJET
               PERFORM CONTROLER-DROIT
               IF WS-OPE-ETAT = 'O'
                 PERFORM TRT-REINTEGRATION
               END-IF
             END-IF
           END-PERFORM
           CLOSE ASSUR
           READ ASSUR
             INVALID KEY
               DISPLAY 'RESILIEE LE (JJMMAAAA) : ' ARC-DT-RESIL
               PERFORM CALCULER-ANCIENNETE
               MOVE ARC-EASR TO EASR
               PERFORM AFFICHE-DOSSIER
               DISPLAY 'CONFIRMER LA REINTEGRATION (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 IF WS-VAL-REI-JRS = 0
                    OR WS-JRS-JOUR - WS-JRS-RESIL > WS-VAL-REI-JRS
                   PERFORM DEPOSER-DEMANDE
                 ELSE
                   PERFORM RESTAURER-POLICE
                 END-IF
               ELSE
                 DISPLAY 'REINTEGRATION ANNULEE'
               END-IF
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ18' TO JRN-PROG
           MOVE WS-OPE-ID TO JRN-OPID
           MOVE SPACE TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE 'C' TO JRN-OPER
           MOVE WS-SAISIE-MAT TO JRN-MATRICUL
           MOVE ALL SPACE TO JRN-AVANT
             STOP RUN
           END-IF
           .

      * L'OPERATEUR SIGNE AVANT TOUT TRAITEMENT (OPECHK) ET LE
      * PROGRAMME DOIT FIGURER DANS SON PROFIL.
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

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O' AND PRM-VAL-REI-JRS NUMERIC
             MOVE PRM-VAL-REI-JRS TO WS-VAL-REI-JRS
           END-IF
           .

      * ANCIENNETE DE LA RESILIATION EN JOURS (MOIS DE 30 JOURS,
      * ANNEE DE 360, COMME LES AUTRES DELAIS DE LA CHAINE).
       CALCULER-ANCIENNETE.
           MOVE DAT(7:4) TO WS-AA
           MOVE DAT(4:2) TO WS-MM
           MOVE DAT(1:2) TO WS-JJ
           COMPUTE WS-JRS-JOUR = WS-AA * 360 + WS-MM * 30 + WS-JJ
           MOVE ARC-DT-RESIL(5:4) TO WS-AA
           MOVE ARC-DT-RESIL(3:2) TO WS-MM
           MOVE ARC-DT-RESIL(1:2) TO WS-JJ
           COMPUTE WS-JRS-RESIL = WS-AA * 360 + WS-MM * 30 + WS-JJ
           .

      * L'IMAGE APRES EST LE DOSSIER ARCHIVE ; L'IMAGE AVANT RESTE A
      * BLANC (LA POLICE N'EST PAS SUR LE MAITRE).
       DEPOSER-DEMANDE.
           MOVE ALL SPACE TO EVLD
           MOVE DAT(7:4) TO VLD-DT-DEM(1:4)
           MOVE DAT(4:2) TO VLD-DT-DEM(5:2)
           MOVE DAT(1:2) TO VLD-DT-DEM(7:2)
           CALL SOUSPROG2 USING TIM
           MOVE TIM TO VLD-TIM-DEM
           MOVE WS-OPE-ID TO VLD-OPID-DEM
           MOVE 'R' TO VLD-TYPE
           MOVE 'TPPRJ18' TO VLD-PROG
           MOVE WS-SAISIE-MAT TO VLD-MATRICUL
           MOVE 'REINTEGRATION' TO VLD-OBJET
           MOVE ARC-EASR TO VLD-APRES
           MOVE 'A' TO VLD-ST
           MOVE 0 TO VLD-DT-DEC
           PERFORM ECRIRE-VALATT
           .

      * LE FICHIER DES DEMANDES EST CREE A LA PREMIERE DEMANDE ; IL
      * N'EST OUVERT QUE LE TEMPS DU DEPOT.
       ECRIRE-VALATT.
           OPEN I-O VALATT
           IF WS-VLD = '35'
             OPEN OUTPUT VALATT
             CLOSE VALATT
             OPEN I-O VALATT
           END-IF
           IF WS-VLD NOT = '00'
             DISPLAY 'ERREUR FICHIER DES VALIDATIONS ' WS-VLD
                     ' - REINTEGRATION NON ENREGISTREE'
           ELSE
             WRITE EVLD
             IF WS-VLD = '00'
               DISPLAY 'REINTEGRATION SOUMISE A DOUBLE VALIDATION'
                       ' - EN ATTENTE'
             ELSE
               DISPLAY 'ERREUR FICHIER DES VALIDATIONS ' WS-VLD
                       ' - REINTEGRATION NON ENREGISTREE'
             END-IF
             CLOSE VALATT
           END-IF
           .
