       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ64.
      ******************************
      *  64 - TRIANGLES DE DEVELOPPEMENT DES SINISTRES ET
      *       ESTIMATION DES TARDIFS (IBNR) PAR EXERCICE DE
      *       SURVENANCE : LA VUE ACTUARIELLE DERRIERE LES RATIOS
      *       S/P DU RAPPORT TPPRJ34.
      *       LIGNES : LES DIX DERNIERS EXERCICES DE SURVENANCE
      *       (SINM-EXERCICE) ; COLONNES : ANNEE DE DEVELOPPEMENT
      *       (0 = ANNEE DE SURVENANCE). DEUX TRIANGLES CUMULES :
      *       - REGLE : REGLEMENTS DU REGISTRE SINREG DATES PAR
      *         ANNEE (MONTANT SINM D'UN SINISTRE ANTERIEUR AU
      *         REGISTRE RATTACHE A L'ANNEE DE CLOTURE, A DEFAUT
      *         A L'ANNEE DE SURVENANCE) ;
      *       - SURVENU : REGLE + RESERVE EN FIN D'ANNEE, RETRACEE
      *         DEPUIS L'HISTORIQUE DES RESERVES SINRSV ; LA PART
      *         DE RESERVE SANS HISTORIQUE (SINISTRES ANTERIEURS A
      *         L'HISTORIQUE) EST PORTEE SUR LA DERNIERE DIAGONALE,
      *         QUI EGALE AINSI LA RESERVE COURANTE DE SINM.
      *       FACTEURS DE DEVELOPPEMENT CHAIN-LADDER (SOMME DES
      *       CUMULS DE L'ANNEE SUIVANTE SUR SOMME DES CUMULS DE
      *       L'ANNEE, SUR LES EXERCICES QUI ONT LES DEUX) POUR LES
      *       DEUX TRIANGLES ; CHARGE ULTIME PAR EXERCICE = SURVENU
      *       DE LA DERNIERE DIAGONALE X PRODUIT DES FACTEURS
      *       RESTANTS DU TRIANGLE SURVENU, IBNR = ULTIME - SURVENU.
      *       UNE VUE D'ENSEMBLE PUIS UNE VUE PAR TYPE DE VEHICULE
      *       (TYPE DU VEHICULE SINISTRE SINM-VEH-SEQ SUR VEHIC, A
      *       DEFAUT TYPE DU DOSSIER ASSUR OU ARCH, COMME TPPRJ34).
      *       MONTANTS ARRONDIS A L'EURO SUR L'ETAT.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINM   ASSIGN SINM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SINM-CLE
             FILE STATUS  WS-SNM.
           SELECT SINREG ASSIGN SINREG
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SRG-CLE
             FILE STATUS  WS-SRG.
           SELECT SINRSV ASSIGN SINRSV
             FILE STATUS  WS-RSV.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT ARCH   ASSIGN ARCH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY ARC-MATRICUL
             FILE STATUS  WS-ARC.
           SELECT VEHIC  ASSIGN VEHIC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VEH-CLE
             FILE STATUS  WS-VEH.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  SINM RECORDING F.
           COPY SINMREC.
       FD  SINREG RECORDING F.
           COPY SRGREC.
       FD  SINRSV RECORDING F.
           COPY SRSREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-SNM         PIC XX.
       77  WS-SRG         PIC XX.
       77  WS-RSV         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-VEH         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-SINREG-OUV  PIC X     VALUE 'N'.
       77  WS-ARCH-OUV    PIC X     VALUE 'N'.
       77  WS-VEHIC-OUV   PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-FIN-SNM     PIC X     VALUE 'N'.
           88 FIN-SNM               VALUE 'O'.
       77  WS-FIN-SRG     PIC X     VALUE 'N'.
           88 FIN-SRG               VALUE 'O'.
       77  NB-SIN-RETENUS PIC 9(6)  VALUE 0.
       77  NB-REG-RETENUS PIC 9(6)  VALUE 0.
       77  NB-RSV-RETENUS PIC 9(6)  VALUE 0.
       77  NB-SIN-ANTER   PIC 9(6)  VALUE 0.
      * EXERCICES : LE DERNIER EST L'ANNEE EN COURS, LE PREMIER
      * NEUF ANS PLUS TOT.
       77  WS-AN-COUR     PIC 9(4)  VALUE 0.
       77  WS-AN-PREM     PIC 9(4)  VALUE 0.
       77  WS-AN-MVT      PIC 9(4)  VALUE 0.
       77  WS-AN-AFF      PIC 9(4)  VALUE 0.
       77  NB-REG-SIN     PIC 9(4)  VALUE 0.
      * LOCALISATION DU TYPE DU SINISTRE (COMME TPPRJ34).
       77  WS-MAT-CHERCHE PIC 9(6)  VALUE 0.
       77  WS-TP-DOSS     PIC X     VALUE SPACE.
       77  WS-DOSS-TROUVE PIC X     VALUE 'N'.
      * INDICES : IX-T TYPE (1 A NB-TPV, PUIS INCONNU), IX-V VUE A
      * EDITER (WS-IX-ENS = ENSEMBLE), IX-Y EXERCICE (1 = LE PLUS
      * ANCIEN), IX-D ANNEE DE DEVELOPPEMENT + 1.
       77  IX-T           PIC 99    VALUE 0.
       77  IX-V           PIC 99    VALUE 0.
       77  IX-Y           PIC 99    VALUE 0.
       77  IX-D           PIC 99    VALUE 0.
       77  IX-K           PIC 99    VALUE 0.
       77  WS-DERN-D      PIC 99    VALUE 0.
       77  WS-I           PIC 99    VALUE 0.
       77  WS-NB-PT       PIC 99    VALUE 4.
       77  WS-IX-ENS      PIC 99    VALUE 5.
       77  WS-DEV         PIC S9(4) VALUE 0.
      * INCREMENTS PAR VUE, EXERCICE ET ANNEE DE DEVELOPPEMENT :
      * REGLEMENTS, VARIATIONS DE RESERVE ; RESERVE COURANTE SINM
      * PAR VUE ET EXERCICE.
       01  TRI-TABLE.
           05 TRI-VUE OCCURS 12.
              10 TRI-AN OCCURS 10.
                 15 TRI-RSV-COUR  PIC S9(9)V99 VALUE 0.
                 15 TRI-DEV OCCURS 10.
                    20 TRI-REG    PIC S9(9)V99 VALUE 0.
                    20 TRI-RSV    PIC S9(9)V99 VALUE 0.
      * TRIANGLES CUMULES DE LA VUE EDITEE.
       01  CUM-TABLE.
           05 CUM-AN OCCURS 10.
              10 CUM-DEV OCCURS 10.
                 15 CUM-REG       PIC S9(9)V99.
                 15 CUM-SURV      PIC S9(9)V99.
       01  FACT-TABLE.
           05 FACT-DEV OCCURS 9.
              10 FACT-REG         PIC 9(3)V9(4).
              10 FACT-SURV        PIC 9(3)V9(4).
       01  WS-CUM-R       PIC S9(9)V99 VALUE 0.
       01  WS-CUM-V       PIC S9(9)V99 VALUE 0.
       01  WS-RSV-HIST    PIC S9(9)V99 VALUE 0.
       01  WS-NUM-R       PIC S9(11)V99 VALUE 0.
       01  WS-DEN-R       PIC S9(11)V99 VALUE 0.
       01  WS-NUM-V       PIC S9(11)V99 VALUE 0.
       01  WS-DEN-V       PIC S9(11)V99 VALUE 0.
       01  WS-ULTIME      PIC S9(9)V99 VALUE 0.
       01  WS-IBNR        PIC S9(9)V99 VALUE 0.
       01  TOT-SURV       PIC S9(11)V99 VALUE 0.
       01  TOT-ULTIME     PIC S9(11)V99 VALUE 0.
       01  TOT-IBNR       PIC S9(11)V99 VALUE 0.
       01  WS-DELTA       PIC S9(7)V99 VALUE 0.
       01  MNT-SIN        PIC S9(7)V99 VALUE 0.
       77  WS-VUE-SERVIE  PIC X     VALUE 'N'.
       77  WS-LIB-VUE     PIC X(15) VALUE SPACE.
       77  WS-TRIANGLE    PIC X     VALUE SPACE.
      * LIGNE D'EDITION D'UN TRIANGLE : EXERCICE ET DIX CUMULS.
       01  LGN-TRI.
           05 LT-AN          PIC 9(4).
           05 LT-CEL OCCURS 10.
              10 FILLER      PIC X.
              10 LT-MNT      PIC X(8).
       77  DISP-CEL       PIC -(7)9.
       01  LGN-FACT.
           05 LF-LIB         PIC X(10).
           05 LF-CEL OCCURS 9.
              10 FILLER      PIC X.
              10 LF-FACT     PIC Z9,9999.
       77  DISP-A         PIC -(9)9.
       77  DISP-B         PIC -(9)9.
       77  DISP-C         PIC -(9)9.
       77  DISP-CPT       PIC ZZZZZ9.
       COPY VHCLTYPE.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ64'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           OPEN INPUT SINM
           OPEN INPUT ASSUR
           OPEN OUTPUT LST
           PERFORM TEST-STAT-SNM
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-LST
           OPEN INPUT SINREG
           IF WS-SRG = '00'
             MOVE 'O' TO WS-SINREG-OUV
           END-IF
           OPEN INPUT ARCH
           IF WS-ARC = '00'
             MOVE 'O' TO WS-ARCH-OUV
           END-IF
           OPEN INPUT VEHIC
           IF WS-VEH = '00'
             MOVE 'O' TO WS-VEHIC-OUV
           END-IF
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-AN-COUR
           COMPUTE WS-AN-PREM = WS-AN-COUR - 9
           MOVE 'V' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI TP-VHCL-TABLE
           COMPUTE WS-NB-PT = NB-TPV + 1
           COMPUTE WS-IX-ENS = NB-TPV + 2
           PERFORM CUMULER-SINISTRES
           PERFORM CUMULER-RESERVES
           PERFORM IMPRIME-ENTETE
           MOVE WS-IX-ENS TO IX-V
           MOVE 'ENSEMBLE       ' TO WS-LIB-VUE
           PERFORM EDITER-VUE
           MOVE 1 TO IX-V
           PERFORM UNTIL IX-V > WS-NB-PT
             PERFORM TESTER-VUE-SERVIE
             IF WS-VUE-SERVIE = 'O'
               IF IX-V <= NB-TPV
                 MOVE TV-LIBELLE(IX-V) TO WS-LIB-VUE
               ELSE
                 MOVE 'TYPE INCONNU   ' TO WS-LIB-VUE
               END-IF
               PERFORM EDITER-VUE
             END-IF
             ADD 1 TO IX-V
           END-PERFORM
           CLOSE SINM
           CLOSE ASSUR
           IF WS-SINREG-OUV = 'O'
             CLOSE SINREG
           END-IF
           IF WS-ARCH-OUV = 'O'
             CLOSE ARCH
           END-IF
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
           END-IF
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ64 - TRIANGLES SINISTRES ' WS-AN-PREM '-'
                   WS-AN-COUR
           DISPLAY 'SINISTRES RETENUS     : ' NB-SIN-RETENUS
           DISPLAY 'REGLEMENTS RETENUS    : ' NB-REG-RETENUS
           DISPLAY 'MOUVEMENTS DE RESERVE : ' NB-RSV-RETENUS
           DISPLAY 'SINISTRES SANS REGISTRE : ' NB-SIN-ANTER
           MOVE NB-SIN-RETENUS TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

      * PASSE SUR LE MAITRE : RESERVE COURANTE PAR EXERCICE ET
      * REGLEMENTS DU REGISTRE PAR ANNEE DE DEVELOPPEMENT.
       CUMULER-SINISTRES.
           MOVE 'N' TO WS-FIN-SNM
           MOVE 0 TO SINM-MATRICUL
           MOVE 0 TO SINM-NO
           START SINM KEY IS NOT LESS THAN SINM-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-SNM
           END-START
           PERFORM UNTIL FIN-SNM
             READ SINM NEXT
               AT END MOVE 'O' TO WS-FIN-SNM
             END-READ
             IF NOT FIN-SNM
               IF SINM-EXERCICE >= WS-AN-PREM
                  AND SINM-EXERCICE <= WS-AN-COUR
                 ADD 1 TO NB-SIN-RETENUS
                 PERFORM TROUVER-TYPE-SINISTRE
                 COMPUTE IX-Y = SINM-EXERCICE - WS-AN-PREM + 1
                 ADD SINM-RESERVE TO TRI-RSV-COUR(IX-T IX-Y)
                 ADD SINM-RESERVE TO TRI-RSV-COUR(WS-IX-ENS IX-Y)
                 PERFORM CUMULER-REGLEMENTS
               END-IF
             END-IF
           END-PERFORM
           .

       CUMULER-REGLEMENTS.
           MOVE 0 TO NB-REG-SIN
           IF WS-SINREG-OUV = 'O'
             MOVE SINM-MATRICUL TO SRG-MATRICUL
             MOVE SINM-NO TO SRG-NO
             MOVE 0 TO SRG-SEQ
             MOVE 'N' TO WS-FIN-SRG
             START SINREG KEY IS NOT LESS THAN SRG-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-SRG
             END-START
             PERFORM UNTIL FIN-SRG
               READ SINREG NEXT
                 AT END MOVE 'O' TO WS-FIN-SRG
               END-READ
               IF NOT FIN-SRG
                 IF SRG-MATRICUL NOT = SINM-MATRICUL
                    OR SRG-NO NOT = SINM-NO
                   MOVE 'O' TO WS-FIN-SRG
                 ELSE
                   ADD 1 TO NB-REG-SIN
                   ADD 1 TO NB-REG-RETENUS
                   MOVE SRG-DT(5:4) TO WS-AN-MVT
                   MOVE SRG-MNT TO MNT-SIN
                   PERFORM AJOUTER-REGLEMENT
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           IF NB-REG-SIN = 0 AND SINM-MNT > 0
             ADD 1 TO NB-SIN-ANTER
             IF SINM-ETAT = 'C' AND SINM-DT-CLOT > 0
               MOVE SINM-DT-CLOT(5:4) TO WS-AN-MVT
             ELSE
               MOVE SINM-EXERCICE TO WS-AN-MVT
             END-IF
             MOVE SINM-MNT TO MNT-SIN
             PERFORM AJOUTER-REGLEMENT
           END-IF
           .

       AJOUTER-REGLEMENT.
           PERFORM CALCULER-DEV
           ADD MNT-SIN TO TRI-REG(IX-T IX-Y IX-D)
           ADD MNT-SIN TO TRI-REG(WS-IX-ENS IX-Y IX-D)
           .

      * ANNEE DE DEVELOPPEMENT DU MOUVEMENT (WS-AN-MVT) BORNEE A LA
      * DIAGONALE DE L'EXERCICE.
       CALCULER-DEV.
           COMPUTE WS-DEV = WS-AN-MVT - WS-AN-PREM - IX-Y + 1
           IF WS-DEV < 0
             MOVE 0 TO WS-DEV
           END-IF
           COMPUTE WS-DERN-D = WS-AN-COUR - WS-AN-PREM - IX-Y + 1
           IF WS-DEV > WS-DERN-D
             MOVE WS-DERN-D TO WS-DEV
           END-IF
           COMPUTE IX-D = WS-DEV + 1
           .

      * PASSE SUR L'HISTORIQUE DES RESERVES : CHAQUE MOUVEMENT EST
      * UNE VARIATION DATEE DE LA RESERVE DU SINISTRE.
       CUMULER-RESERVES.
           OPEN INPUT SINRSV
           IF WS-RSV = '00'
             READ SINRSV
             PERFORM UNTIL WS-RSV = '10'
               MOVE RSV-MATRICUL TO SINM-MATRICUL
               MOVE RSV-NO TO SINM-NO
               READ SINM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF SINM-EXERCICE >= WS-AN-PREM
                      AND SINM-EXERCICE <= WS-AN-COUR
                     PERFORM AJOUTER-RESERVE
                   END-IF
               END-READ
               READ SINRSV
             END-PERFORM
             CLOSE SINRSV
           END-IF
           .

       AJOUTER-RESERVE.
           ADD 1 TO NB-RSV-RETENUS
           PERFORM TROUVER-TYPE-SINISTRE
           COMPUTE IX-Y = SINM-EXERCICE - WS-AN-PREM + 1
           MOVE RSV-DT(5:4) TO WS-AN-MVT
           PERFORM CALCULER-DEV
           COMPUTE WS-DELTA = RSV-NOUV - RSV-ANC
           ADD WS-DELTA TO TRI-RSV(IX-T IX-Y IX-D)
           ADD WS-DELTA TO TRI-RSV(WS-IX-ENS IX-Y IX-D)
           .

       TROUVER-TYPE-SINISTRE.
           MOVE 'N' TO WS-DOSS-TROUVE
           MOVE SPACE TO WS-TP-DOSS
           MOVE SINM-MATRICUL TO WS-MAT-CHERCHE
           IF SINM-VEH-SEQ > 0 AND WS-VEHIC-OUV = 'O'
             MOVE WS-MAT-CHERCHE TO VEH-MATRICUL
             MOVE SINM-VEH-SEQ TO VEH-SEQ
             READ VEHIC
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'O' TO WS-DOSS-TROUVE
                 MOVE VEH-TP-VHCL TO WS-TP-DOSS
             END-READ
           END-IF
           IF WS-DOSS-TROUVE = 'N'
             MOVE WS-MAT-CHERCHE TO MATRICUL OF EASR
             READ ASSUR
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'O' TO WS-DOSS-TROUVE
                 MOVE ASUR-TP-VHCL TO WS-TP-DOSS
             END-READ
           END-IF
           IF WS-DOSS-TROUVE = 'N' AND WS-ARCH-OUV = 'O'
             MOVE WS-MAT-CHERCHE TO ARC-MATRICUL
             READ ARCH
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE ARC-EASR TO EASR
                 MOVE ASUR-TP-VHCL TO WS-TP-DOSS
             END-READ
           END-IF
           MOVE WS-NB-PT TO IX-T
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-TPV
             IF TV-CODE(WS-I) = WS-TP-DOSS
               MOVE WS-I TO IX-T
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           .

       TESTER-VUE-SERVIE.
           MOVE 'N' TO WS-VUE-SERVIE
           MOVE 1 TO IX-Y
           PERFORM UNTIL IX-Y > 10
             IF TRI-RSV-COUR(IX-V IX-Y) NOT = 0
               MOVE 'O' TO WS-VUE-SERVIE
             END-IF
             MOVE 1 TO IX-D
             PERFORM UNTIL IX-D > 10
               IF TRI-REG(IX-V IX-Y IX-D) NOT = 0
                  OR TRI-RSV(IX-V IX-Y IX-D) NOT = 0
                 MOVE 'O' TO WS-VUE-SERVIE
               END-IF
               ADD 1 TO IX-D
             END-PERFORM
             ADD 1 TO IX-Y
           END-PERFORM
           .

      * UNE VUE : CUMULS, FACTEURS, PUIS LES DEUX TRIANGLES ET LE
      * TABLEAU DES CHARGES ULTIMES.
       EDITER-VUE.
           PERFORM CALCULER-CUMULS
           PERFORM CALCULER-FACTEURS
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING '===== ' WS-LIB-VUE ' ====='
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE 'R' TO WS-TRIANGLE
           PERFORM EDITER-TRIANGLE
           MOVE 'S' TO WS-TRIANGLE
           PERFORM EDITER-TRIANGLE
           PERFORM EDITER-ULTIMES
           .

      * LA DERNIERE DIAGONALE RECOIT LA PART DE LA RESERVE COURANTE
      * QUE L'HISTORIQUE N'EXPLIQUE PAS.
       CALCULER-CUMULS.
           INITIALIZE CUM-TABLE
           MOVE 1 TO IX-Y
           PERFORM UNTIL IX-Y > 10
             COMPUTE WS-DERN-D = 11 - IX-Y
             MOVE 0 TO WS-RSV-HIST
             MOVE 1 TO IX-D
             PERFORM UNTIL IX-D > WS-DERN-D
               ADD TRI-RSV(IX-V IX-Y IX-D) TO WS-RSV-HIST
               ADD 1 TO IX-D
             END-PERFORM
             MOVE 0 TO WS-CUM-R
             MOVE 0 TO WS-CUM-V
             MOVE 1 TO IX-D
             PERFORM UNTIL IX-D > WS-DERN-D
               ADD TRI-REG(IX-V IX-Y IX-D) TO WS-CUM-R
               ADD TRI-RSV(IX-V IX-Y IX-D) TO WS-CUM-V
               IF IX-D = WS-DERN-D
                 COMPUTE WS-CUM-V = WS-CUM-V
                       + TRI-RSV-COUR(IX-V IX-Y) - WS-RSV-HIST
               END-IF
               MOVE WS-CUM-R TO CUM-REG(IX-Y IX-D)
               COMPUTE CUM-SURV(IX-Y IX-D) = WS-CUM-R + WS-CUM-V
               ADD 1 TO IX-D
             END-PERFORM
             ADD 1 TO IX-Y
           END-PERFORM
           .

      * FACTEUR DE L'ANNEE D VERS D+1 SUR LES EXERCICES QUI ONT
      * ATTEINT D+1 ; UN DENOMINATEUR NUL DONNE UN FACTEUR DE 1.
       CALCULER-FACTEURS.
           MOVE 1 TO IX-D
           PERFORM UNTIL IX-D > 9
             MOVE 0 TO WS-NUM-R
             MOVE 0 TO WS-DEN-R
             MOVE 0 TO WS-NUM-V
             MOVE 0 TO WS-DEN-V
             MOVE 1 TO IX-Y
             PERFORM UNTIL IX-Y > 10 - IX-D
               ADD CUM-REG(IX-Y IX-D + 1) TO WS-NUM-R
               ADD CUM-REG(IX-Y IX-D) TO WS-DEN-R
               ADD CUM-SURV(IX-Y IX-D + 1) TO WS-NUM-V
               ADD CUM-SURV(IX-Y IX-D) TO WS-DEN-V
               ADD 1 TO IX-Y
             END-PERFORM
             MOVE 1 TO FACT-REG(IX-D)
             MOVE 1 TO FACT-SURV(IX-D)
             IF WS-DEN-R > 0 AND WS-NUM-R >= 0
               COMPUTE FACT-REG(IX-D) ROUNDED = WS-NUM-R / WS-DEN-R
             END-IF
             IF WS-DEN-V > 0 AND WS-NUM-V >= 0
               COMPUTE FACT-SURV(IX-D) ROUNDED = WS-NUM-V / WS-DEN-V
             END-IF
             ADD 1 TO IX-D
           END-PERFORM
           .

       EDITER-TRIANGLE.
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           IF WS-TRIANGLE = 'R'
             STRING 'TRIANGLE DES REGLEMENTS CUMULES'
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING 'TRIANGLE DE LA CHARGE SURVENUE CUMULEE'
                    ' (REGLE + RESERVE)'
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'SURV  DEV 0    DEV 1    DEV 2    DEV 3    DEV 4'
                  '    DEV 5    DEV 6    DEV 7    DEV 8    DEV 9'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE 1 TO IX-Y
           PERFORM UNTIL IX-Y > 10
             MOVE ALL SPACE TO LGN-TRI
             COMPUTE WS-AN-AFF = WS-AN-PREM + IX-Y - 1
             MOVE WS-AN-AFF TO LT-AN
             COMPUTE WS-DERN-D = 11 - IX-Y
             MOVE 1 TO IX-D
             PERFORM UNTIL IX-D > WS-DERN-D
               IF WS-TRIANGLE = 'R'
                 MOVE CUM-REG(IX-Y IX-D) TO DISP-CEL
               ELSE
                 MOVE CUM-SURV(IX-Y IX-D) TO DISP-CEL
               END-IF
               MOVE DISP-CEL TO LT-MNT(IX-D)
               ADD 1 TO IX-D
             END-PERFORM
             MOVE LGN-TRI TO ELST
             PERFORM ECRIRE-LST
             ADD 1 TO IX-Y
           END-PERFORM
           MOVE ALL SPACE TO LGN-FACT
           MOVE 'FACTEURS' TO LF-LIB
           MOVE 1 TO IX-D
           PERFORM UNTIL IX-D > 9
             IF WS-TRIANGLE = 'R'
               MOVE FACT-REG(IX-D) TO LF-FACT(IX-D)
             ELSE
               MOVE FACT-SURV(IX-D) TO LF-FACT(IX-D)
             END-IF
             ADD 1 TO IX-D
           END-PERFORM
           MOVE LGN-FACT TO ELST
           PERFORM ECRIRE-LST
           .

      * CHARGE ULTIME ET TARDIFS PAR EXERCICE, DEPUIS LE TRIANGLE
      * SURVENU.
       EDITER-ULTIMES.
           MOVE 0 TO TOT-SURV
           MOVE 0 TO TOT-ULTIME
           MOVE 0 TO TOT-IBNR
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'SURV     SURVENU      ULTIME        IBNR'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE 1 TO IX-Y
           PERFORM UNTIL IX-Y > 10
             COMPUTE WS-DERN-D = 11 - IX-Y
             MOVE CUM-SURV(IX-Y WS-DERN-D) TO WS-ULTIME
             MOVE WS-DERN-D TO IX-K
             PERFORM UNTIL IX-K > 9
               COMPUTE WS-ULTIME ROUNDED = WS-ULTIME * FACT-SURV(IX-K)
               ADD 1 TO IX-K
             END-PERFORM
             COMPUTE WS-IBNR = WS-ULTIME - CUM-SURV(IX-Y WS-DERN-D)
             ADD CUM-SURV(IX-Y WS-DERN-D) TO TOT-SURV
             ADD WS-ULTIME TO TOT-ULTIME
             ADD WS-IBNR TO TOT-IBNR
             COMPUTE WS-AN-AFF = WS-AN-PREM + IX-Y - 1
             MOVE CUM-SURV(IX-Y WS-DERN-D) TO DISP-A
             MOVE WS-ULTIME TO DISP-B
             MOVE WS-IBNR TO DISP-C
             MOVE ALL SPACE TO ELST
             STRING WS-AN-AFF ' ' DISP-A '  ' DISP-B '  ' DISP-C
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             ADD 1 TO IX-Y
           END-PERFORM
           MOVE TOT-SURV TO DISP-A
           MOVE TOT-ULTIME TO DISP-B
           MOVE TOT-IBNR TO DISP-C
           MOVE ALL SPACE TO ELST
           STRING 'TOT  ' DISP-A '  ' DISP-B '  ' DISP-C
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API64   TRIANGLES SINISTRES ET IBNR - SURVENANCE '
                  WS-AN-PREM ' A ' WS-AN-COUR '   ' DAT ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-SIN-ANTER TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'SINISTRES SANS REGISTRE DE REGLEMENTS : ' DISP-CPT
                  ' (MONTANT SINM A L''ANNEE DE CLOTURE)'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-SNM.
           IF WS-SNM NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER SINISTRES ' WS-SNM
             MOVE 16 TO RETURN-CODE
             MOVE WS-SNM TO WS-JEX-FS
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
