       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ84.
      ******************************
      *  84 - INDICATEURS DE FRAUDE SUR LES SINISTRES OUVERTS : A
      *       LANCER PERIODIQUEMENT (HEBDOMADAIRE), HORS DE LA CHAINE
      *       DE NUIT, EN LECTURE SEULE SUR LES FICHIERS DE GESTION.
      *       CHAQUE SINISTRE OUVERT DU MAITRE SINM RECOIT UNE NOTE,
      *       SOMME DES POIDS DES INDICATEURS PRESENTS (FICHIER
      *       PARAM, ZONES PRM-FRD, VALEURS PAR DEFAUT SINON) :
      *       - DEBUT DE GARANTIE : SURVENANCE DANS LES PRM-FRD-JRS-EFF
      *         JOURS QUI SUIVENT L'EFFET DE LA POLICE (ASUR-DT-POL)
      *         OU L'AJOUT DU VEHICULE (JOURNAL JRNA 'V' SANS IMAGE
      *         AVANT, MOUVEMENT FVAMVT 'A') ;
      *       - POLICE SUSPENDUE A LA DATE DE SURVENANCE : BASCULE DU
      *         BONUS-MALUS EN 'S' PAR TPPRJ51 AU JOURNAL JRNA SANS
      *         REMISE EN VIGUEUR AVANT LE SINISTRE, OU FICHE SUSPEN
      *         DATEE AU PLUS TARD DU JOUR DU SINISTRE ;
      *       - REPETITION : AU MOINS PRM-FRD-NB-REP SINISTRES DU MEME
      *         VEHICULE (SINM-VEH-SEQ, TOUTE LA POLICE SI ZERO) SUR
      *         LES DOUZE MOIS QUI FINISSENT A LA SURVENANCE ;
      *       - MODIFICATION D'ADRESSE OU DE PRIME DE BASE DU MAITRE
      *         (JRNA 'M') DANS LES PRM-FRD-JRS-MOD JOURS AVANT LE
      *         SINISTRE ;
      *       - JEUNE CONDUCTEUR : CONDUCTEUR NOMME AJOUTE (JRNA 'N'
      *         SANS IMAGE AVANT) DANS LES PRM-FRD-JRS-JEUNE JOURS
      *         AVANT LE SINISTRE, AU PERMIS DE MOINS DE PRM-ANS-JEUNE
      *         ANS A LA SURVENANCE.
      *       LES ECARTS SE COMPTENT EN ANNEES DE 360 JOURS ET MOIS DE
      *       30 COMME AILLEURS. UN SINISTRE DONT LA NOTE ATTEINT
      *       PRM-FRD-SEUIL EST LISTE AVEC SES MOTIFS ET SON EXAMEN
      *       EST JOURNALISE SUR FRDREV (DESSIN FRDREC) ; IL REND LE
      *       CODE RETOUR 4. JRNA, FVAMVT ET SUSPEN ABSENTS SONT
      *       TOLERES (INDICATEURS CORRESPONDANTS MUETS).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINM   ASSIGN SINM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SINM-CLE
             FILE STATUS  WS-SIN.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT SUSPEN ASSIGN SUSPEN
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SUS-MATRICUL
             FILE STATUS  WS-SUS.
           SELECT JRNA   ASSIGN JRNA
             FILE STATUS  WS-JRN.
           SELECT FVAMVT ASSIGN FVAMVT
             FILE STATUS  WS-FVA.
           SELECT FRDREV ASSIGN FRDREV
             FILE STATUS  WS-FRD.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  SINM RECORDING F.
           COPY SINMREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  SUSPEN RECORDING F.
           COPY SUSPREC.
       FD  JRNA RECORDING F.
           COPY JRNAREC.
       FD  FVAMVT RECORDING F.
           COPY FVAREC.
       FD  FRDREV RECORDING F.
           COPY FRDREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-SIN         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-SUS         PIC XX.
       77  WS-JRN         PIC XX.
       77  WS-FVA         PIC XX.
       77  WS-FRD         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-SUSPEN-OUV  PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       01  WS-DT-JOUR     PIC 9(8)  VALUE 0.
           COPY PARMREC.
       77  WS-PARM-OK     PIC X     VALUE 'N'.
      * POIDS, FENETRES (JOURS) ET SEUIL PAR DEFAUT.
       77  WS-PDS-EFF     PIC 99    VALUE 30.
       77  WS-JRS-EFF     PIC 9(3)  VALUE 015.
       77  WS-PDS-SUSP    PIC 99    VALUE 40.
       77  WS-PDS-REP     PIC 99    VALUE 25.
       77  WS-NB-REP      PIC 9     VALUE 3.
       77  WS-PDS-MOD     PIC 99    VALUE 20.
       77  WS-JRS-MOD     PIC 9(3)  VALUE 030.
       77  WS-PDS-JEUNE   PIC 99    VALUE 25.
       77  WS-JRS-JEUNE   PIC 9(3)  VALUE 060.
       77  WS-ANS-JEUNE   PIC 99    VALUE 03.
       77  WS-SEUIL       PIC 9(3)  VALUE 050.
       77  WS-FIN-SIN     PIC X     VALUE 'N'.
           88 FIN-SIN               VALUE 'O'.
       77  WS-FIN-REP     PIC X     VALUE 'N'.
           88 FIN-REP               VALUE 'O'.
       77  WS-AA-CAL      PIC 9(4).
       77  WS-MM-CAL      PIC 99.
       77  WS-JJ-CAL      PIC 99.
       01  WS-JRS-CAL     PIC S9(9) COMP-3.
       01  WS-JRS-MVT     PIC S9(9) COMP-3.
       01  WS-ECART       PIC S9(9) COMP-3.
       01  WS-ANC-PERMIS  PIC S9(9) COMP-3.
       77  WS-VEH-MVT     PIC 99.
       77  WS-ORIG-MVT    PIC X(14).
       77  WS-NB-REP-SIN  PIC 99.
       01  WS-NOM         PIC X(20) VALUE SPACE.
       77  DISP-ECART     PIC ZZ9.
      * SINISTRES OUVERTS EN COURS D'EXAMEN ET INDICATEURS RELEVES.
       77  NB-TAB         PIC 9(4)   VALUE 0.
       77  IX-TAB         PIC 9(4)   VALUE 0.
       77  WS-TAB-SATURE  PIC X      VALUE 'N'.
       01  TABLE-SIN.
           05 TS-ENT OCCURS 2000.
              10 TS-MAT        PIC 9(6).
              10 TS-NO         PIC 9(4).
              10 TS-DT         PIC 9(8).
              10 TS-JRS        PIC S9(9) COMP-3.
              10 TS-VEH        PIC 99.
              10 TS-IND.
                 15 TS-IND-EFF   PIC X.
                 15 TS-IND-SUSP  PIC X.
                 15 TS-IND-REP   PIC X.
                 15 TS-IND-MOD   PIC X.
                 15 TS-IND-JEUNE PIC X.
              10 TS-EFF-ORIG   PIC X(14).
              10 TS-EFF-ECART  PIC 9(3).
              10 TS-SUSP-ETAT  PIC X.
              10 TS-SUSP-FICHE PIC X.
              10 TS-SUSP-DT    PIC X(10).
              10 TS-NB-REP     PIC 99.
              10 TS-MOD-NAT    PIC X(7).
              10 TS-MOD-DT     PIC X(10).
              10 TS-JEUNE-NOM  PIC X(20).
              10 TS-SCORE      PIC 9(3).
       77  NB-SIN-LUS     PIC 9(6)  VALUE 0.
       77  NB-OUVERTS     PIC 9(6)  VALUE 0.
       77  NB-DT-INVAL    PIC 9(6)  VALUE 0.
       77  NB-SIGNALES    PIC 9(6)  VALUE 0.
       77  NB-IND-EFF     PIC 9(6)  VALUE 0.
       77  NB-IND-SUSP    PIC 9(6)  VALUE 0.
       77  NB-IND-REP     PIC 9(6)  VALUE 0.
       77  NB-IND-MOD     PIC 9(6)  VALUE 0.
       77  NB-IND-JEUNE   PIC 9(6)  VALUE 0.
       77  NB-JRN-LUS     PIC 9(6)  VALUE 0.
       77  NB-FVA-LUS     PIC 9(6)  VALUE 0.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ84'.
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
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           PERFORM CHARGER-PARAM
           PERFORM IMPRIME-ENTETES
           OPEN INPUT SINM
           PERFORM TEST-STAT-SIN
           OPEN INPUT ASSUR
           PERFORM TEST-STAT-ASR
      * FICHIER DES SUSPENSIONS ABSENT : AUCUNE POLICE SUSPENDUE.
           OPEN INPUT SUSPEN
           IF WS-SUS = '00'
             MOVE 'O' TO WS-SUSPEN-OUV
           ELSE
             IF WS-SUS NOT = '35'
               PERFORM TEST-STAT-SUS
             END-IF
           END-IF
           OPEN EXTEND FRDREV
           IF WS-FRD = '35'
             OPEN OUTPUT FRDREV
           END-IF
           PERFORM TEST-STAT-FRD
           PERFORM CHARGER-SINISTRES
           IF NB-TAB > 0
             MOVE 1 TO IX-TAB
             PERFORM UNTIL IX-TAB > NB-TAB
               PERFORM EXAMINER-POLICE
               PERFORM COMPTER-REPETITIONS
               ADD 1 TO IX-TAB
             END-PERFORM
             PERFORM PARCOURIR-JRNA
             PERFORM PARCOURIR-FVAMVT
             MOVE 1 TO IX-TAB
             PERFORM UNTIL IX-TAB > NB-TAB
               PERFORM NOTER-SINISTRE
               ADD 1 TO IX-TAB
             END-PERFORM
           END-IF
           IF NB-SIGNALES = 0
             PERFORM ECRIRE-LST
             STRING 'AUCUN SINISTRE OUVERT N''ATTEINT LE SEUIL'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           PERFORM IMPRIME-PIED
           IF WS-SUSPEN-OUV = 'O'
             CLOSE SUSPEN
           END-IF
           CLOSE SINM
           CLOSE ASSUR
           CLOSE FRDREV
           PERFORM TEST-STAT-FRD
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ84 - INDICATEURS DE FRAUDE AU ' WS-DT-JOUR
           DISPLAY 'SINISTRES LUS (SINM)    : ' NB-SIN-LUS
           DISPLAY 'SINISTRES OUVERTS       : ' NB-OUVERTS
           DISPLAY 'DATE DE SURVENANCE INV. : ' NB-DT-INVAL
           DISPLAY 'LIGNES JRNA LUES        : ' NB-JRN-LUS
           DISPLAY 'MOUVEMENTS FVAMVT LUS   : ' NB-FVA-LUS
           DISPLAY 'SINISTRES SIGNALES      : ' NB-SIGNALES
           IF WS-TAB-SATURE = 'O'
             DISPLAY 'TABLE DES SINISTRES SATUREE - EXAMEN PARTIEL'
           END-IF
           IF NB-SIGNALES > 0 OR WS-TAB-SATURE = 'O'
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           MOVE NB-OUVERTS TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             IF PRM-FRD-PDS-EFF NUMERIC
               MOVE PRM-FRD-PDS-EFF TO WS-PDS-EFF
             END-IF
             IF PRM-FRD-JRS-EFF NUMERIC AND PRM-FRD-JRS-EFF > 0
               MOVE PRM-FRD-JRS-EFF TO WS-JRS-EFF
             END-IF
             IF PRM-FRD-PDS-SUSP NUMERIC
               MOVE PRM-FRD-PDS-SUSP TO WS-PDS-SUSP
             END-IF
             IF PRM-FRD-PDS-REP NUMERIC
               MOVE PRM-FRD-PDS-REP TO WS-PDS-REP
             END-IF
             IF PRM-FRD-NB-REP NUMERIC AND PRM-FRD-NB-REP > 1
               MOVE PRM-FRD-NB-REP TO WS-NB-REP
             END-IF
             IF PRM-FRD-PDS-MOD NUMERIC
               MOVE PRM-FRD-PDS-MOD TO WS-PDS-MOD
             END-IF
             IF PRM-FRD-JRS-MOD NUMERIC AND PRM-FRD-JRS-MOD > 0
               MOVE PRM-FRD-JRS-MOD TO WS-JRS-MOD
             END-IF
             IF PRM-FRD-PDS-JEUNE NUMERIC
               MOVE PRM-FRD-PDS-JEUNE TO WS-PDS-JEUNE
             END-IF
             IF PRM-FRD-JRS-JEUNE NUMERIC AND PRM-FRD-JRS-JEUNE > 0
               MOVE PRM-FRD-JRS-JEUNE TO WS-JRS-JEUNE
             END-IF
             IF PRM-ANS-JEUNE NUMERIC AND PRM-ANS-JEUNE > 0
               MOVE PRM-ANS-JEUNE TO WS-ANS-JEUNE
             END-IF
             IF PRM-FRD-SEUIL NUMERIC AND PRM-FRD-SEUIL > 0
               MOVE PRM-FRD-SEUIL TO WS-SEUIL
             END-IF
           END-IF
           .

      * CHARGEMENT DES SINISTRES OUVERTS, DANS L'ORDRE DU MAITRE.
       CHARGER-SINISTRES.
           MOVE 'N' TO WS-FIN-SIN
           MOVE 0 TO SINM-MATRICUL
           MOVE 0 TO SINM-NO
           START SINM KEY IS NOT LESS THAN SINM-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-SIN
           END-START
           PERFORM UNTIL FIN-SIN
             READ SINM NEXT
               AT END MOVE 'O' TO WS-FIN-SIN
             END-READ
             IF NOT FIN-SIN
               PERFORM TEST-STAT-SIN
               ADD 1 TO NB-SIN-LUS
               IF SINM-ETAT = 'O'
                 ADD 1 TO NB-OUVERTS
                 PERFORM RETENIR-SINISTRE
               END-IF
             END-IF
           END-PERFORM
           .

       RETENIR-SINISTRE.
           IF SINM-DT-SIN NOT NUMERIC OR SINM-DT-SIN = 0
             ADD 1 TO NB-DT-INVAL
           ELSE
             IF NB-TAB < 2000
               ADD 1 TO NB-TAB
               MOVE SINM-MATRICUL TO TS-MAT(NB-TAB)
               MOVE SINM-NO TO TS-NO(NB-TAB)
               MOVE SINM-DT-SIN TO TS-DT(NB-TAB)
               MOVE SINM-VEH-SEQ TO TS-VEH(NB-TAB)
               MOVE SINM-DT-SIN(5:4) TO WS-AA-CAL
               MOVE SINM-DT-SIN(3:2) TO WS-MM-CAL
               MOVE SINM-DT-SIN(1:2) TO WS-JJ-CAL
               PERFORM CALCUL-JOURS
               MOVE WS-JRS-CAL TO TS-JRS(NB-TAB)
               MOVE SPACE TO TS-IND(NB-TAB)
               MOVE SPACE TO TS-EFF-ORIG(NB-TAB)
               MOVE 0 TO TS-EFF-ECART(NB-TAB)
               MOVE SPACE TO TS-SUSP-ETAT(NB-TAB)
               MOVE 'N' TO TS-SUSP-FICHE(NB-TAB)
               MOVE SPACE TO TS-SUSP-DT(NB-TAB)
               MOVE 0 TO TS-NB-REP(NB-TAB)
               MOVE SPACE TO TS-MOD-NAT(NB-TAB)
               MOVE SPACE TO TS-MOD-DT(NB-TAB)
               MOVE SPACE TO TS-JEUNE-NOM(NB-TAB)
               MOVE 0 TO TS-SCORE(NB-TAB)
             ELSE
               MOVE 'O' TO WS-TAB-SATURE
             END-IF
           END-IF
           .

      * DATE D'EFFET DE LA POLICE ET FICHE DE SUSPENSION EN COURS.
       EXAMINER-POLICE.
           MOVE TS-MAT(IX-TAB) TO MATRICUL
           READ ASSUR
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF ASUR-DT-POL IS NUMERIC AND ASUR-DT-POL NOT = 0
                 MOVE ASUR-AAAA-POL TO WS-AA-CAL
                 MOVE ASUR-MM-POL TO WS-MM-CAL
                 MOVE ASUR-JJ-POL TO WS-JJ-CAL
                 PERFORM CALCUL-JOURS
                 MOVE WS-JRS-CAL TO WS-JRS-MVT
                 MOVE 'EFFET POLICE' TO WS-ORIG-MVT
                 PERFORM RETENIR-DEBUT-GARANTIE
               END-IF
           END-READ
           PERFORM TEST-STAT-ASR
           IF WS-SUSPEN-OUV = 'O'
             MOVE TS-MAT(IX-TAB) TO SUS-MATRICUL
             READ SUSPEN
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF SUS-DT-SUSP IS NUMERIC AND SUS-DT-SUSP > 0
                   MOVE SUS-DT-SUSP(5:4) TO WS-AA-CAL
                   MOVE SUS-DT-SUSP(3:2) TO WS-MM-CAL
                   MOVE SUS-DT-SUSP(1:2) TO WS-JJ-CAL
                   PERFORM CALCUL-JOURS
                   IF WS-JRS-CAL <= TS-JRS(IX-TAB)
                     MOVE 'O' TO TS-SUSP-FICHE(IX-TAB)
                     STRING SUS-DT-SUSP(1:2) '/' SUS-DT-SUSP(3:2) '/'
                            SUS-DT-SUSP(5:4) DELIMITED BY SIZE
                            INTO TS-SUSP-DT(IX-TAB)
                   END-IF
                 END-IF
             END-READ
             PERFORM TEST-STAT-SUS
           END-IF
           .

      * DEBUT DE GARANTIE (EFFET DE LA POLICE OU AJOUT DU VEHICULE)
      * A WS-JRS-MVT, LIBELLE DANS WS-ORIG-MVT : ON GARDE LE PLUS
      * PROCHE DU SINISTRE.
       RETENIR-DEBUT-GARANTIE.
           COMPUTE WS-ECART = TS-JRS(IX-TAB) - WS-JRS-MVT
           IF WS-ECART >= 0 AND WS-ECART <= WS-JRS-EFF
             IF TS-IND-EFF(IX-TAB) = SPACE
                OR WS-ECART < TS-EFF-ECART(IX-TAB)
               MOVE 'X' TO TS-IND-EFF(IX-TAB)
               MOVE WS-ECART TO TS-EFF-ECART(IX-TAB)
               MOVE WS-ORIG-MVT TO TS-EFF-ORIG(IX-TAB)
             END-IF
           END-IF
           .

      * SINISTRES DU MEME VEHICULE SUR LES DOUZE MOIS QUI FINISSENT
      * A LA SURVENANCE, LE SINISTRE EXAMINE COMPRIS.
       COMPTER-REPETITIONS.
           MOVE 0 TO WS-NB-REP-SIN
           MOVE 'N' TO WS-FIN-REP
           MOVE TS-MAT(IX-TAB) TO SINM-MATRICUL
           MOVE 0 TO SINM-NO
           START SINM KEY IS NOT LESS THAN SINM-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-REP
           END-START
           PERFORM UNTIL FIN-REP
             READ SINM NEXT
               AT END MOVE 'O' TO WS-FIN-REP
             END-READ
             IF NOT FIN-REP
               IF SINM-MATRICUL NOT = TS-MAT(IX-TAB)
                 MOVE 'O' TO WS-FIN-REP
               ELSE
                 IF (TS-VEH(IX-TAB) = 0
                     OR SINM-VEH-SEQ = TS-VEH(IX-TAB))
                    AND SINM-DT-SIN IS NUMERIC AND SINM-DT-SIN > 0
                   MOVE SINM-DT-SIN(5:4) TO WS-AA-CAL
                   MOVE SINM-DT-SIN(3:2) TO WS-MM-CAL
                   MOVE SINM-DT-SIN(1:2) TO WS-JJ-CAL
                   PERFORM CALCUL-JOURS
                   COMPUTE WS-ECART = TS-JRS(IX-TAB) - WS-JRS-CAL
                   IF WS-ECART >= 0 AND WS-ECART < 360
                     ADD 1 TO WS-NB-REP-SIN
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           MOVE WS-NB-REP-SIN TO TS-NB-REP(IX-TAB)
           IF WS-NB-REP-SIN >= WS-NB-REP
             MOVE 'X' TO TS-IND-REP(IX-TAB)
           END-IF
           .

      * JOURNAL DES MODIFICATIONS DU MAITRE : CHAQUE LIGNE EST
      * CONFRONTEE AUX SINISTRES OUVERTS DE LA MEME POLICE. LE
      * JOURNAL ETANT CHRONOLOGIQUE, LA DERNIERE BASCULE DU
      * BONUS-MALUS AVANT LE SINISTRE DONNE L'ETAT A LA SURVENANCE.
       PARCOURIR-JRNA.
           OPEN INPUT JRNA
           IF WS-JRN = '35'
             STRING 'JOURNAL JRNA ABSENT - INDICATEURS DU JOURNAL MUETS'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           ELSE
             PERFORM TEST-STAT-JRN
             READ JRNA
             PERFORM UNTIL WS-JRN = '10'
               PERFORM TEST-STAT-JRN
               ADD 1 TO NB-JRN-LUS
               IF JRN-DAT(7:4) IS NUMERIC AND JRN-DAT(4:2) IS NUMERIC
                  AND JRN-DAT(1:2) IS NUMERIC
                 MOVE JRN-DAT(7:4) TO WS-AA-CAL
                 MOVE JRN-DAT(4:2) TO WS-MM-CAL
                 MOVE JRN-DAT(1:2) TO WS-JJ-CAL
                 PERFORM CALCUL-JOURS
                 MOVE WS-JRS-CAL TO WS-JRS-MVT
                 MOVE 1 TO IX-TAB
                 PERFORM UNTIL IX-TAB > NB-TAB
                   IF TS-MAT(IX-TAB) = JRN-MATRICUL
                     PERFORM EXAMINER-LIGNE-JRNA
                   END-IF
                   ADD 1 TO IX-TAB
                 END-PERFORM
               END-IF
               READ JRNA
             END-PERFORM
             CLOSE JRNA
           END-IF
           .

      * IMAGES JRN-AVANT/JRN-APRES : EASR POUR 'M' (ADRESSE, CP ET
      * VILLE EN 27:35, PRIME DE BASE EN 63:6, BONUS-MALUS EN 69:1),
      * VEHREC POUR 'V' (NUMERO D'ORDRE EN 7:2), CONDREC POUR 'N'
      * (NOM EN 9:20, DATE DE PERMIS JJMMAAAA EN 37:8).
       EXAMINER-LIGNE-JRNA.
           COMPUTE WS-ECART = TS-JRS(IX-TAB) - WS-JRS-MVT
           EVALUATE JRN-OPER
             WHEN 'M'
               IF WS-ECART >= 0
                 IF JRN-APRES(69:1) = 'S' AND JRN-AVANT(69:1) NOT = 'S'
                   MOVE 'S' TO TS-SUSP-ETAT(IX-TAB)
                   MOVE JRN-DAT TO TS-SUSP-DT(IX-TAB)
                 END-IF
                 IF JRN-AVANT(69:1) = 'S' AND JRN-APRES(69:1) NOT = 'S'
                   MOVE 'R' TO TS-SUSP-ETAT(IX-TAB)
                 END-IF
               END-IF
               IF WS-ECART >= 0 AND WS-ECART <= WS-JRS-MOD
                 IF JRN-AVANT(27:35) NOT = JRN-APRES(27:35)
                   MOVE 'X' TO TS-IND-MOD(IX-TAB)
                   MOVE 'ADRESSE' TO TS-MOD-NAT(IX-TAB)
                   MOVE JRN-DAT TO TS-MOD-DT(IX-TAB)
                 ELSE
                   IF JRN-AVANT(63:6) NOT = JRN-APRES(63:6)
                     MOVE 'X' TO TS-IND-MOD(IX-TAB)
                     MOVE 'PRIME' TO TS-MOD-NAT(IX-TAB)
                     MOVE JRN-DAT TO TS-MOD-DT(IX-TAB)
                   END-IF
                 END-IF
               END-IF
             WHEN 'V'
               IF JRN-AVANT = SPACE AND JRN-APRES(7:2) IS NUMERIC
                 MOVE JRN-APRES(7:2) TO WS-VEH-MVT
                 IF TS-VEH(IX-TAB) = 0 OR WS-VEH-MVT = TS-VEH(IX-TAB)
                   MOVE 'AJOUT VEHICULE' TO WS-ORIG-MVT
                   PERFORM RETENIR-DEBUT-GARANTIE
                 END-IF
               END-IF
             WHEN 'N'
               IF JRN-AVANT = SPACE AND WS-ECART >= 0
                  AND WS-ECART <= WS-JRS-JEUNE
                  AND JRN-APRES(37:8) IS NUMERIC
                  AND JRN-APRES(37:8) NOT = '00000000'
                 MOVE JRN-APRES(41:4) TO WS-AA-CAL
                 MOVE JRN-APRES(39:2) TO WS-MM-CAL
                 MOVE JRN-APRES(37:2) TO WS-JJ-CAL
                 PERFORM CALCUL-JOURS
                 COMPUTE WS-ANC-PERMIS = TS-JRS(IX-TAB) - WS-JRS-CAL
                 IF WS-ANC-PERMIS < WS-ANS-JEUNE * 360
                   MOVE 'X' TO TS-IND-JEUNE(IX-TAB)
                   MOVE JRN-APRES(9:20) TO TS-JEUNE-NOM(IX-TAB)
                 END-IF
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * MOUVEMENTS DECLARES AU FICHIER DES VEHICULES ASSURES : UN
      * AJOUT DATE LE DEBUT DE GARANTIE DU VEHICULE (FVA-DT-EFF,
      * A DEFAUT LA DATE DU MOUVEMENT).
       PARCOURIR-FVAMVT.
           OPEN INPUT FVAMVT
           IF WS-FVA = '35'
             STRING 'JOURNAL FVAMVT ABSENT - AJOUTS DE VEHICULES '
                    'PRIS SUR JRNA SEUL' DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           ELSE
             PERFORM TEST-STAT-FVA
             READ FVAMVT
             PERFORM UNTIL WS-FVA = '10'
               PERFORM TEST-STAT-FVA
               ADD 1 TO NB-FVA-LUS
               IF FVA-ACTION = 'A'
                 PERFORM EXAMINER-AJOUT-FVA
               END-IF
               READ FVAMVT
             END-PERFORM
             CLOSE FVAMVT
           END-IF
           .

       EXAMINER-AJOUT-FVA.
           IF FVA-DT-EFF IS NUMERIC AND FVA-DT-EFF > 0
             MOVE FVA-DT-EFF(5:4) TO WS-AA-CAL
             MOVE FVA-DT-EFF(3:2) TO WS-MM-CAL
             MOVE FVA-DT-EFF(1:2) TO WS-JJ-CAL
           ELSE
             MOVE FVA-DT(1:4) TO WS-AA-CAL
             MOVE FVA-DT(5:2) TO WS-MM-CAL
             MOVE FVA-DT(7:2) TO WS-JJ-CAL
           END-IF
           PERFORM CALCUL-JOURS
           MOVE WS-JRS-CAL TO WS-JRS-MVT
           MOVE 'AJOUT VEHICULE' TO WS-ORIG-MVT
           MOVE 1 TO IX-TAB
           PERFORM UNTIL IX-TAB > NB-TAB
             IF TS-MAT(IX-TAB) = FVA-MATRICUL
                AND (TS-VEH(IX-TAB) = 0 OR FVA-SEQ = TS-VEH(IX-TAB))
               PERFORM RETENIR-DEBUT-GARANTIE
             END-IF
             ADD 1 TO IX-TAB
           END-PERFORM
           .

      * NOTE DU SINISTRE ; AU SEUIL, LISTE DES MOTIFS ET TRACE DE
      * L'EXAMEN SUR FRDREV.
       NOTER-SINISTRE.
           IF TS-SUSP-ETAT(IX-TAB) = 'S' OR TS-SUSP-FICHE(IX-TAB) = 'O'
             MOVE 'X' TO TS-IND-SUSP(IX-TAB)
           END-IF
           MOVE 0 TO TS-SCORE(IX-TAB)
           IF TS-IND-EFF(IX-TAB) = 'X'
             ADD 1 TO NB-IND-EFF
             ADD WS-PDS-EFF TO TS-SCORE(IX-TAB)
           END-IF
           IF TS-IND-SUSP(IX-TAB) = 'X'
             ADD 1 TO NB-IND-SUSP
             ADD WS-PDS-SUSP TO TS-SCORE(IX-TAB)
           END-IF
           IF TS-IND-REP(IX-TAB) = 'X'
             ADD 1 TO NB-IND-REP
             ADD WS-PDS-REP TO TS-SCORE(IX-TAB)
           END-IF
           IF TS-IND-MOD(IX-TAB) = 'X'
             ADD 1 TO NB-IND-MOD
             ADD WS-PDS-MOD TO TS-SCORE(IX-TAB)
           END-IF
           IF TS-IND-JEUNE(IX-TAB) = 'X'
             ADD 1 TO NB-IND-JEUNE
             ADD WS-PDS-JEUNE TO TS-SCORE(IX-TAB)
           END-IF
           IF TS-SCORE(IX-TAB) >= WS-SEUIL
             ADD 1 TO NB-SIGNALES
             PERFORM IMPRIME-SINISTRE
             PERFORM JOURNALISER-EXAMEN
           END-IF
           .

       IMPRIME-SINISTRE.
           MOVE SPACE TO WS-NOM
           MOVE TS-MAT(IX-TAB) TO MATRICUL
           READ ASSUR
             INVALID KEY
               MOVE '(HORS PORTEFEUILLE)' TO WS-NOM
             NOT INVALID KEY
               MOVE NOM-CLIENT TO WS-NOM
           END-READ
           PERFORM TEST-STAT-ASR
           PERFORM ECRIRE-LST
           STRING TS-MAT(IX-TAB) ' ' TS-NO(IX-TAB) ' ' WS-NOM ' '
                  TS-DT(IX-TAB) '  ' TS-VEH(IX-TAB) '  '
                  TS-SCORE(IX-TAB) DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF TS-IND-EFF(IX-TAB) = 'X'
             MOVE TS-EFF-ECART(IX-TAB) TO DISP-ECART
             STRING '      - SURVENU ' DISP-ECART ' JOUR(S) APRES '
                    TS-EFF-ORIG(IX-TAB) ' (POIDS ' WS-PDS-EFF ')'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           IF TS-IND-SUSP(IX-TAB) = 'X'
             STRING '      - POLICE SUSPENDUE DEPUIS LE '
                    TS-SUSP-DT(IX-TAB) ' (POIDS ' WS-PDS-SUSP ')'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           IF TS-IND-REP(IX-TAB) = 'X'
             STRING '      - ' TS-NB-REP(IX-TAB)
                    ' SINISTRES DU VEHICULE SUR 12 MOIS (POIDS '
                    WS-PDS-REP ')' DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           IF TS-IND-MOD(IX-TAB) = 'X'
             STRING '      - MODIFICATION ' TS-MOD-NAT(IX-TAB) ' LE '
                    TS-MOD-DT(IX-TAB) ' (POIDS ' WS-PDS-MOD ')'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           IF TS-IND-JEUNE(IX-TAB) = 'X'
             STRING '      - JEUNE CONDUCTEUR AJOUTE : '
                    TS-JEUNE-NOM(IX-TAB) ' (POIDS ' WS-PDS-JEUNE ')'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

       JOURNALISER-EXAMEN.
           MOVE SPACE TO EFRD
           MOVE WS-DT-JOUR TO FRD-DT
           MOVE TIM TO FRD-TIM
           MOVE 'TPPRJ84' TO FRD-PROG
           MOVE TS-MAT(IX-TAB) TO FRD-MATRICUL
           MOVE TS-NO(IX-TAB) TO FRD-NO
           MOVE TS-DT(IX-TAB) TO FRD-DT-SIN
           MOVE TS-VEH(IX-TAB) TO FRD-VEH-SEQ
           MOVE TS-SCORE(IX-TAB) TO FRD-SCORE
           MOVE WS-SEUIL TO FRD-SEUIL
           MOVE TS-IND(IX-TAB) TO FRD-IND
           WRITE EFRD
           PERFORM TEST-STAT-FRD
           .

       CALCUL-JOURS.
           COMPUTE WS-JRS-CAL = WS-AA-CAL * 360 + WS-MM-CAL * 30
                              + WS-JJ-CAL
           .

       IMPRIME-ENTETES.
           MOVE ALL SPACE TO ELST
           STRING 'API84   INDICATEURS DE FRAUDE - SINISTRES OUVERTS   '
                  DAT ' ' TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'POIDS : DEBUT GARANTIE ' WS-PDS-EFF ' (' WS-JRS-EFF
                  ' J)  SUSPENSION ' WS-PDS-SUSP '  REPETITION '
                  WS-PDS-REP ' (' WS-NB-REP ' SUR 12 MOIS)'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING '        MODIFICATION ' WS-PDS-MOD ' (' WS-JRS-MOD
                  ' J)  JEUNE CONDUCTEUR ' WS-PDS-JEUNE ' ('
                  WS-JRS-JEUNE ' J, PERMIS < ' WS-ANS-JEUNE
                  ' ANS)  SEUIL ' WS-SEUIL DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL '=' TO ELST
           PERFORM ECRIRE-LST
           STRING 'MATRIC NO   NOM                  SURVENU   VEH NOTE'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           PERFORM ECRIRE-LST
           MOVE ALL '=' TO ELST
           PERFORM ECRIRE-LST
           STRING 'SINISTRES OUVERTS EXAMINES   : ' NB-TAB
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'DATE DE SURVENANCE INVALIDE  : ' NB-DT-INVAL
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'DEBUT DE GARANTIE            : ' NB-IND-EFF
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'POLICE SUSPENDUE             : ' NB-IND-SUSP
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'REPETITION SUR LE VEHICULE   : ' NB-IND-REP
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'MODIFICATION ADRESSE/PRIME   : ' NB-IND-MOD
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'JEUNE CONDUCTEUR RECENT      : ' NB-IND-JEUNE
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'SINISTRES SIGNALES (FRDREV)  : ' NB-SIGNALES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF WS-TAB-SATURE = 'O'
             STRING 'TABLE DES SINISTRES SATUREE (2000) - EXAMEN '
                    'PARTIEL' DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-SIN.
           IF WS-SIN NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER SINISTRES ' WS-SIN
             MOVE 16 TO RETURN-CODE
             MOVE WS-SIN TO WS-JEX-FS
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
       TEST-STAT-SUS.
           IF WS-SUS NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER SUSPENSIONS ' WS-SUS
             MOVE 16 TO RETURN-CODE
             MOVE WS-SUS TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-JRN.
           IF WS-JRN NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL JRNA ' WS-JRN
             MOVE 16 TO RETURN-CODE
             MOVE WS-JRN TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-FVA.
           IF WS-FVA NOT = '00'
             DISPLAY 'ERREUR FICHIER FVAMVT ' WS-FVA
             MOVE 16 TO RETURN-CODE
             MOVE WS-FVA TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-FRD.
           IF WS-FRD NOT = '00'
             DISPLAY 'ERREUR FICHIER FRDREV ' WS-FRD
             MOVE 16 TO RETURN-CODE
             MOVE WS-FRD TO WS-JEX-FS
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
