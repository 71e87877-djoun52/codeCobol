       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ89.
      ******************************
      *  89 - ETUDE D'EXPERIENCE TARIFAIRE POUR UN EXERCICE DONNE :
      *       LA REVISION ANNUELLE DES PRIMES DE BASE (CARTES REVCRT
      *       DE TPPRJ55) S'APPUIE SUR NOS PROPRES CHIFFRES. LE
      *       PORTEFEUILLE EST DECOUPE EN CASES TYPE DE VEHICULE X
      *       AGENCE X TRANCHE DE BONUS-MALUS X JEUNE CONDUCTEUR ;
      *       POUR CHAQUE CASE :
      *       - EXPOSITION EN ANNEES-VEHICULE : CHAQUE VEHICULE
      *         (VEHIC, A DEFAUT LE VEHICULE DU MAITRE) COMPTE DE LA
      *         DATE D'EFFET DE LA POLICE, OU DU DEBUT DE L'EXERCICE,
      *         JUSQU'A LA FIN DE L'EXERCICE, LA DATE DU JOUR OU LA
      *         RESILIATION (POLICES DE L'ARCHIVE ARCH). ANNEES DE
      *         360 JOURS COMME LES PRORATAS ;
      *       - PRIME ACQUISE AU TARIF EN VIGUEUR : PRIME DE BASE DU
      *         VEHICULE X COEFFICIENT DU TYPE X BONUS-MALUS, AU
      *         PRORATA DE L'EXPOSITION ;
      *       - NOMBRE DE SINISTRES DE L'EXERCICE (SINM) AYANT UNE
      *         CHARGE, FREQUENCE POUR 100 ANNEES-VEHICULE ET COUT
      *         MOYEN ; CHARGE = MONTANT + RESERVE RESTANTE MOINS LES
      *         RECOURS ENCAISSES, COMME LE RAPPORT S/P TPPRJ34 ;
      *       - RATIO S/P.
      *       LE JEUNE CONDUCTEUR EST JUGE A LA FIN DE L'EXERCICE
      *       SUR CONDUC (PERMIS DE MOINS DE PRM-ANS-JEUNE ANS).
      *       PAR TYPE DE VEHICULE, LE S/P EST COMPARE A LA CIBLE
      *       PRM-SP-CIBLE DU FICHIER PARAM : L'ECART RELATIF,
      *       PLAFONNE A PRM-REV-MAX, DONNE UNE CARTE DE REVISION
      *       PROPOSEE (MEME DESSIN QUE REVCRT : TYPE, SENS,
      *       POURCENTAGE ; LE RESTE DE LA CARTE RAPPELLE LES
      *       CHIFFRES DE L'ETUDE) ECRITE SUR REVPRO. AUCUNE CARTE
      *       EN DECA DE PRM-EXP-MIN ANNEES-VEHICULE. L'ACTUARIAT
      *       REVOIT ET CORRIGE REVPRO AVANT D'EN FAIRE LE REVCRT DE
      *       TPPRJ55 : L'ETUDE NE MODIFIE RIEN.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSUR ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT ARCH  ASSIGN ARCH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY ARC-MATRICUL
             FILE STATUS  WS-ARC.
           SELECT VEHIC ASSIGN VEHIC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VEH-CLE
             FILE STATUS  WS-VEH.
           SELECT CONDUC ASSIGN CONDUC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CND-CLE
             FILE STATUS  WS-CND.
           SELECT SINM  ASSIGN SINM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SINM-CLE
             FILE STATUS  WS-SNM.
           SELECT RECOURS ASSIGN RECOURS
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RCS-CLE
             FILE STATUS  WS-RCS.
           SELECT REVPRO ASSIGN REVPRO
             FILE STATUS  WS-RVP.
           SELECT LST   ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  CONDUC RECORDING F.
           COPY CONDREC.
       FD  SINM RECORDING F.
           COPY SINMREC.
       FD  RECOURS RECORDING F.
           COPY RCSREC.
      * CARTE DE REVISION PROPOSEE : LES SIX PREMIERES POSITIONS
      * SONT CELLES DE LA CARTE REVCRT DE TPPRJ55.
       FD  REVPRO RECORDING F.
       01  ERVP.
           05 RVP-TPE        PIC X.
           05 RVP-SENS       PIC X.
           05 RVP-PCT        PIC 99V99.
           05 RVP-NOTE       PIC X(74).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-VEH         PIC XX.
       77  WS-CND         PIC XX.
       77  WS-SNM         PIC XX.
       77  WS-RCS         PIC XX.
       77  WS-RVP         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-ARCH-OUV    PIC X     VALUE 'N'.
       77  WS-VEHIC-OUV   PIC X     VALUE 'N'.
       77  WS-CONDUC-OUV  PIC X     VALUE 'N'.
       77  WS-RECOURS-OUV PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-EXERCICE    PIC 9(4)  VALUE 0.
       77  WS-FIN-ASR     PIC X     VALUE 'N'.
           88 FIN-ASR               VALUE 'O'.
       77  WS-FIN-ARC     PIC X     VALUE 'N'.
           88 FIN-ARC               VALUE 'O'.
       77  WS-FIN-VEH     PIC X     VALUE 'N'.
           88 FIN-VEH               VALUE 'O'.
       77  WS-FIN-CND     PIC X     VALUE 'N'.
           88 FIN-CND               VALUE 'O'.
       77  WS-FIN-SNM     PIC X     VALUE 'N'.
           88 FIN-SNM               VALUE 'O'.
       77  NB-POL-EXPOSEES PIC 9(6) VALUE 0.
       77  NB-POL-SANS-DATE PIC 9(6) VALUE 0.
       77  NB-SIN-RETENUS PIC 9(6)  VALUE 0.
       77  NB-SIN-SANS-CHG PIC 9(6) VALUE 0.
       77  NB-DOSS-INCONNUS PIC 9(6) VALUE 0.
       77  NB-CARTES      PIC 9(4)  VALUE 0.
      * PARAMETRES DE L'ETUDE (FICHIER PARAM), VALEURS PAR DEFAUT.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-PARM-OK     PIC X     VALUE 'N'.
           COPY PARMREC.
       77  WS-SP-CIBLE    PIC 9(3)V99  VALUE 070.00.
       77  WS-REV-MAX     PIC 99V99    VALUE 15.00.
       77  WS-EXP-MIN     PIC 9(5)     VALUE 00100.
       77  WS-ANS-JEUNE   PIC 99       VALUE 03.
      * DATES EN JOURS SUR L'ANNEE DE 360 JOURS (AAAA*360 + MM*30 +
      * JJ), COMME LA SURCHARGE JEUNE CONDUCTEUR DE TPPRJ2.
      * L'EXPOSITION VA DE WS-JRS-DEB (INCLUS) A WS-JRS-FIN
      * (EXCLU).
       77  WS-AA-CAL      PIC 9(4).
       77  WS-MM-CAL      PIC 99.
       77  WS-JJ-CAL      PIC 99.
       01  WS-CLE-JOUR    PIC 9(8)     VALUE 0.
       01  WS-JRS-AUJ     PIC S9(9)    COMP-3.
       01  WS-JRS-EXE     PIC S9(9)    COMP-3.
       01  WS-JRS-EXE-FIN PIC S9(9)    COMP-3.
       01  WS-JRS-DEB     PIC S9(9)    COMP-3.
       01  WS-JRS-FIN     PIC S9(9)    COMP-3.
       01  WS-JRS-POL     PIC S9(9)    COMP-3.
       01  WS-JRS-RESIL   PIC S9(9)    COMP-3.
       01  WS-JRS-PERMIS  PIC S9(9)    COMP-3.
       01  WS-JRS-JEUNE   PIC S9(9)    COMP-3.
       01  WS-JRS-EXPO    PIC S9(9)    COMP-3.
       77  WS-DT-JJMMAAAA PIC 9(8).
       77  WS-ARCHIVE     PIC X     VALUE 'N'.
      * CASE DU DOSSIER COURANT.
       77  WS-MAT-CHERCHE PIC 9(6)  VALUE 0.
       77  WS-DOSS-TROUVE PIC X     VALUE 'N'.
       77  WS-TP-DOSS     PIC X     VALUE SPACE.
       77  WS-TP-CHERCHE  PIC X     VALUE SPACE.
       77  WS-TP-TROUVE   PIC X     VALUE 'N'.
       77  WS-COEF        PIC 9V99.
       01  WS-DT-RETENUE  PIC 9(8).
       77  WS-FACT-BM     PIC 9V9999.
       77  WS-NB-VEH-POL  PIC 99    VALUE 0.
       01  WS-PRM-ACQ     PIC 9(7)V99  COMP-3.
       01  MNT-SIN        PIC 9(7)V99  COMP-3.
       77  IX-T           PIC 99.
       77  IX-A           PIC 99.
       77  IX-B           PIC 9.
       77  IX-J           PIC 9.
       77  WS-I           PIC 99.
       77  WS-NB-PA       PIC 99 VALUE 4.
       77  WS-NB-PT       PIC 99 VALUE 4.
      * MATRICE TYPE X AGENCE X TRANCHE BM X JEUNE CONDUCTEUR, AU
      * PAS DES REFERENTIELS (TABLOD) : LE POSTE QUI SUIT LES
      * ENTREES CHARGEES RAMASSE L'INCONNU. TRANCHES : 1 = BONUS
      * DE 25% ET PLUS, 2 = BONUS DE MOINS DE 25%, 3 = MALUS,
      * 4 = AUTRE CODE (SUSPENDUE...). JEUNE : 1 = NON, 2 = OUI.
       01  ETU-MATRICE.
           05 ETU-TYP OCCURS 11.
              10 ETU-AGC OCCURS 11.
                 15 ETU-BND OCCURS 4.
                    20 ETU-JNE OCCURS 2.
                       25 ETU-JRS    PIC 9(9)     COMP-3.
                       25 ETU-PRM    PIC 9(9)V99  COMP-3.
                       25 ETU-NB-SIN PIC 9(5)     COMP-3.
                       25 ETU-CHG    PIC 9(9)V99  COMP-3.
       01  TABLE-TRANCHES-BM.
           05 FILLER      PIC X(32)
                          VALUE 'BON>=25%BON<25% MALUS   AUTRE   '.
       01  TRANCHES-BM REDEFINES TABLE-TRANCHES-BM.
           05 TRB-LIB     PIC X(8) OCCURS 4.
      * CUMULS D'UNE LIGNE EDITEE (CASE, TYPE OU GENERAL).
       01  CUM-JRS        PIC 9(9)     COMP-3.
       01  CUM-PRM        PIC 9(9)V99  COMP-3.
       01  CUM-NB-SIN     PIC 9(5)     COMP-3.
       01  CUM-CHG        PIC 9(9)V99  COMP-3.
       01  TYP-JRS        PIC 9(9)     COMP-3.
       01  TYP-PRM        PIC 9(9)V99  COMP-3.
       01  TYP-NB-SIN     PIC 9(5)     COMP-3.
       01  TYP-CHG        PIC 9(9)V99  COMP-3.
       01  GEN-JRS        PIC 9(9)     COMP-3  VALUE 0.
       01  GEN-PRM        PIC 9(9)V99  COMP-3  VALUE 0.
       01  GEN-NB-SIN     PIC 9(5)     COMP-3  VALUE 0.
       01  GEN-CHG        PIC 9(9)V99  COMP-3  VALUE 0.
       01  WS-EXPO        PIC 9(7)V99.
       01  WS-FREQ        PIC 9(3)V99.
       01  WS-COUT-MOY    PIC 9(7)V99.
       01  WS-RATIO       PIC 9(3)V99.
       01  WS-SP-TYP      PIC 9(5)V99.
       01  WS-ECART       PIC S9(5)V99.
       77  WS-PLAFONNE    PIC X     VALUE 'N'.
       77  WS-LIB-AGC     PIC X(12).
       77  WS-LIB-BND     PIC X(8).
       77  WS-LIB-JNE     PIC X(3).
       77  WS-LIB-TPV     PIC X(15).
       77  DISP-EXPO      PIC Z(5)9,99.
       77  DISP-PRM       PIC Z(7)9,99.
       77  DISP-NB        PIC ZZZZ9.
       77  DISP-FREQ      PIC ZZ9,99.
       77  DISP-CM        PIC Z(6)9,99.
       77  DISP-RATIO     PIC ZZ9,99.
       77  DISP-SP        PIC Z(4)9,99.
       77  DISP-CIBLE     PIC ZZ9,99.
       77  DISP-PCT       PIC Z9,99.
       77  WS-FREQ-AFF    PIC X(6).
       77  WS-CM-AFF      PIC X(10).
       77  WS-RATIO-AFF   PIC X(6).
       COPY AGENCES.
       COPY VHCLTYPE.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.

       PROCEDURE DIVISION.
           DISPLAY 'EXERCICE A ETUDIER (AAAA) : ' WITH NO ADVANCING
           ACCEPT WS-EXERCICE
           OPEN INPUT ASSUR
           OPEN INPUT SINM
           OPEN OUTPUT REVPRO
           OPEN OUTPUT LST
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-SNM
           PERFORM TEST-STAT-RVP
           PERFORM TEST-STAT-LST
           OPEN INPUT ARCH
           IF WS-ARC = '00'
             MOVE 'O' TO WS-ARCH-OUV
           END-IF
           OPEN INPUT VEHIC
           IF WS-VEH = '00'
             MOVE 'O' TO WS-VEHIC-OUV
           END-IF
           OPEN INPUT CONDUC
           IF WS-CND = '00'
             MOVE 'O' TO WS-CONDUC-OUV
           END-IF
           OPEN INPUT RECOURS
           IF WS-RCS = '00'
             MOVE 'O' TO WS-RECOURS-OUV
           END-IF
           PERFORM CHARGER-PARAM
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'V' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI TP-VHCL-TABLE
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           COMPUTE WS-NB-PA = NB-AGC + 1
           COMPUTE WS-NB-PT = NB-TPV + 1
           INITIALIZE ETU-MATRICE
           PERFORM CALCULER-BORNES
           PERFORM EXPOSER-PORTEFEUILLE
           IF WS-ARCH-OUV = 'O'
             PERFORM EXPOSER-ARCHIVES
           END-IF
           PERFORM CUMULER-SINISTRES
           PERFORM IMPRIME-ENTETE
           PERFORM IMPRIME-ETUDE
           CLOSE ASSUR
           CLOSE SINM
           IF WS-ARCH-OUV = 'O'
             CLOSE ARCH
           END-IF
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
           END-IF
           IF WS-CONDUC-OUV = 'O'
             CLOSE CONDUC
           END-IF
           IF WS-RECOURS-OUV = 'O'
             CLOSE RECOURS
           END-IF
           CLOSE REVPRO
           CLOSE LST
           PERFORM TEST-STAT-RVP
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ89 - ETUDE TARIFAIRE DE L''EXERCICE '
                   WS-EXERCICE
           DISPLAY 'POLICES EXPOSEES      : ' NB-POL-EXPOSEES
           DISPLAY 'DONT SANS DATE D''EFFET: ' NB-POL-SANS-DATE
           DISPLAY 'SINISTRES RETENUS     : ' NB-SIN-RETENUS
           DISPLAY 'SINISTRES SANS CHARGE : ' NB-SIN-SANS-CHG
           DISPLAY 'DOSSIERS INTROUVABLES : ' NB-DOSS-INCONNUS
           DISPLAY 'CARTES PROPOSEES      : ' NB-CARTES
           GOBACK
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             IF PRM-SP-CIBLE NUMERIC AND PRM-SP-CIBLE > 0
               MOVE PRM-SP-CIBLE TO WS-SP-CIBLE
             END-IF
             IF PRM-REV-MAX NUMERIC AND PRM-REV-MAX > 0
               MOVE PRM-REV-MAX TO WS-REV-MAX
             END-IF
             IF PRM-EXP-MIN NUMERIC
               MOVE PRM-EXP-MIN TO WS-EXP-MIN
             END-IF
             IF PRM-ANS-JEUNE NUMERIC AND PRM-ANS-JEUNE > 0
               MOVE PRM-ANS-JEUNE TO WS-ANS-JEUNE
             END-IF
           END-IF
           .

      * L'EXERCICE VA DU 1ER JANVIER AU 1ER JANVIER SUIVANT ; UN
      * EXERCICE EN COURS S'ARRETE A LA DATE DU JOUR.
       CALCULER-BORNES.
           MOVE DAT(7:4) TO WS-AA-CAL
           MOVE DAT(4:2) TO WS-MM-CAL
           MOVE DAT(1:2) TO WS-JJ-CAL
           COMPUTE WS-JRS-AUJ = WS-AA-CAL * 360 + WS-MM-CAL * 30
                              + WS-JJ-CAL
           MOVE WS-AA-CAL TO WS-CLE-JOUR(1:4)
           MOVE WS-MM-CAL TO WS-CLE-JOUR(5:2)
           MOVE WS-JJ-CAL TO WS-CLE-JOUR(7:2)
           COMPUTE WS-JRS-EXE = WS-EXERCICE * 360 + 30 + 1
           COMPUTE WS-JRS-EXE-FIN = WS-JRS-EXE + 360
           IF WS-JRS-AUJ < WS-JRS-EXE-FIN
             MOVE WS-JRS-AUJ TO WS-JRS-EXE-FIN
           END-IF
           COMPUTE WS-JRS-JEUNE = WS-ANS-JEUNE * 360
           .

       EXPOSER-PORTEFEUILLE.
           MOVE 'N' TO WS-ARCHIVE
           MOVE 'N' TO WS-FIN-ASR
           MOVE 0 TO MATRICUL
           START ASSUR KEY IS NOT LESS THAN MATRICUL
             INVALID KEY MOVE 'O' TO WS-FIN-ASR
           END-START
           PERFORM UNTIL FIN-ASR
             READ ASSUR NEXT
               AT END MOVE 'O' TO WS-FIN-ASR
             END-READ
             IF NOT FIN-ASR
               PERFORM EXPOSER-POLICE
             END-IF
           END-PERFORM
           .

      * LES POLICES RESILIEES SONT EXPOSEES JUSQU'A LEUR DATE DE
      * RESILIATION, SUR L'IMAGE ARCHIVEE (LEURS VEHICULES ONT ETE
      * RETIRES DE VEHIC : LE VEHICULE DU MAITRE EN TIENT LIEU).
       EXPOSER-ARCHIVES.
           MOVE 'O' TO WS-ARCHIVE
           MOVE 'N' TO WS-FIN-ARC
           MOVE 0 TO ARC-MATRICUL
           START ARCH KEY IS NOT LESS THAN ARC-MATRICUL
             INVALID KEY MOVE 'O' TO WS-FIN-ARC
           END-START
           PERFORM UNTIL FIN-ARC
             READ ARCH NEXT
               AT END MOVE 'O' TO WS-FIN-ARC
             END-READ
             IF NOT FIN-ARC
               MOVE ARC-EASR TO EASR
               PERFORM EXPOSER-POLICE
             END-IF
           END-PERFORM
           MOVE 'N' TO WS-ARCHIVE
           .

      * UNE POLICE SANS DATE D'EFFET EST EXPOSEE DEPUIS LE DEBUT DE
      * L'EXERCICE.
       EXPOSER-POLICE.
           MOVE WS-JRS-EXE TO WS-JRS-DEB
           MOVE WS-JRS-EXE-FIN TO WS-JRS-FIN
           IF ASUR-DT-POL IS NUMERIC AND ASUR-AAAA-POL > 0
             MOVE ASUR-DT-POL TO WS-DT-JJMMAAAA
             PERFORM CONVERTIR-DATE
             MOVE WS-JRS-POL TO WS-JRS-DEB
             IF WS-JRS-DEB < WS-JRS-EXE
               MOVE WS-JRS-EXE TO WS-JRS-DEB
             END-IF
           ELSE
             ADD 1 TO NB-POL-SANS-DATE
           END-IF
           IF WS-ARCHIVE = 'O'
             IF ARC-DT-RESIL IS NUMERIC AND ARC-DT-RESIL > 0
               MOVE ARC-DT-RESIL TO WS-DT-JJMMAAAA
               PERFORM CONVERTIR-DATE
               MOVE WS-JRS-POL TO WS-JRS-RESIL
               IF WS-JRS-RESIL < WS-JRS-FIN
                 MOVE WS-JRS-RESIL TO WS-JRS-FIN
               END-IF
             END-IF
           END-IF
           IF WS-JRS-FIN > WS-JRS-DEB
             COMPUTE WS-JRS-EXPO = WS-JRS-FIN - WS-JRS-DEB
             ADD 1 TO NB-POL-EXPOSEES
             MOVE MATRICUL TO WS-MAT-CHERCHE
             PERFORM CLASSER-POLICE
             PERFORM EXPOSER-VEHICULES
           END-IF
           .

       CONVERTIR-DATE.
           MOVE WS-DT-JJMMAAAA(5:4) TO WS-AA-CAL
           MOVE WS-DT-JJMMAAAA(3:2) TO WS-MM-CAL
           MOVE WS-DT-JJMMAAAA(1:2) TO WS-JJ-CAL
           COMPUTE WS-JRS-POL = WS-AA-CAL * 360 + WS-MM-CAL * 30
                              + WS-JJ-CAL
           .

       EXPOSER-VEHICULES.
           MOVE 0 TO WS-NB-VEH-POL
           MOVE 'N' TO WS-FIN-VEH
           IF WS-VEHIC-OUV NOT = 'O' OR WS-ARCHIVE = 'O'
             MOVE 'O' TO WS-FIN-VEH
           ELSE
             MOVE WS-MAT-CHERCHE TO VEH-MATRICUL
             MOVE 0 TO VEH-SEQ
             START VEHIC KEY IS NOT LESS THAN VEH-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-VEH
             END-START
           END-IF
           PERFORM UNTIL FIN-VEH
             READ VEHIC NEXT
               AT END MOVE 'O' TO WS-FIN-VEH
             END-READ
             IF NOT FIN-VEH
               IF VEH-MATRICUL NOT = WS-MAT-CHERCHE
                 MOVE 'O' TO WS-FIN-VEH
               ELSE
                 ADD 1 TO WS-NB-VEH-POL
                 MOVE VEH-TP-VHCL TO WS-TP-CHERCHE
                 PERFORM TROUVER-TYPE
                 COMPUTE WS-PRM-ACQ ROUNDED = VEH-PRM-BS * WS-COEF
                       * WS-FACT-BM * WS-JRS-EXPO / 360
                 PERFORM CUMULER-EXPOSITION
               END-IF
             END-IF
           END-PERFORM
           IF WS-NB-VEH-POL = 0
             MOVE ASUR-TP-VHCL TO WS-TP-CHERCHE
             PERFORM TROUVER-TYPE
             COMPUTE WS-PRM-ACQ ROUNDED = ASUR-PRM-BS * WS-COEF
                   * WS-FACT-BM * WS-JRS-EXPO / 360
             PERFORM CUMULER-EXPOSITION
           END-IF
           .

       CUMULER-EXPOSITION.
           ADD WS-JRS-EXPO TO ETU-JRS(IX-T IX-A IX-B IX-J)
           ADD WS-PRM-ACQ TO ETU-PRM(IX-T IX-A IX-B IX-J)
           .

      * AGENCE, TRANCHE DE BONUS-MALUS ET JEUNE CONDUCTEUR DU
      * DOSSIER EN ZONE EASR.
       CLASSER-POLICE.
           EVALUATE ASUR-BM
             WHEN 'B'
               IF ASUR-TAUX >= 25
                 MOVE 1 TO IX-B
               ELSE
                 MOVE 2 TO IX-B
               END-IF
               COMPUTE WS-FACT-BM = 1 - ASUR-TAUX / 100
             WHEN 'M'
               MOVE 3 TO IX-B
               COMPUTE WS-FACT-BM = 1 + ASUR-TAUX / 100
             WHEN OTHER
               MOVE 4 TO IX-B
               MOVE 1 TO WS-FACT-BM
           END-EVALUATE
           MOVE WS-NB-PA TO IX-A
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-AGC
             IF AG-CODE(WS-I) = ASUR-AGC
               MOVE WS-I TO IX-A
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           PERFORM CHERCHER-CONDUCTEURS
           .

      * UN SEUL CONDUCTEUR AU PERMIS RECENT A LA FIN DE L'EXERCICE
      * SUFFIT, COMME POUR LA SURCHARGE DU QUITTANCEMENT.
       CHERCHER-CONDUCTEURS.
           MOVE 1 TO IX-J
           MOVE 'N' TO WS-FIN-CND
           IF WS-CONDUC-OUV NOT = 'O'
             MOVE 'O' TO WS-FIN-CND
           ELSE
             MOVE WS-MAT-CHERCHE TO CND-MATRICUL
             MOVE 0 TO CND-SEQ
             START CONDUC KEY IS NOT LESS THAN CND-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-CND
             END-START
           END-IF
           PERFORM UNTIL FIN-CND
             READ CONDUC NEXT
               AT END MOVE 'O' TO WS-FIN-CND
             END-READ
             IF NOT FIN-CND
               IF CND-MATRICUL NOT = WS-MAT-CHERCHE
                 MOVE 'O' TO WS-FIN-CND
               ELSE
                 IF CND-DT-PERMIS IS NUMERIC AND CND-DT-PERMIS > 0
                   MOVE CND-DT-PERMIS TO WS-DT-JJMMAAAA
                   PERFORM CONVERTIR-DATE
                   MOVE WS-JRS-POL TO WS-JRS-PERMIS
                   IF WS-JRS-EXE-FIN - WS-JRS-PERMIS < WS-JRS-JEUNE
                     MOVE 2 TO IX-J
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      * POSTE DU TYPE DANS LA MATRICE (PREMIERE ENTREE DU CODE) ET
      * COEFFICIENT EN VIGUEUR A LA DATE DU JOUR (LA PLUS RECENTE
      * ENTREE ATTEINTE, COMME LE QUITTANCEMENT).
       TROUVER-TYPE.
           MOVE WS-NB-PT TO IX-T
           MOVE 'N' TO WS-TP-TROUVE
           MOVE 1.00 TO WS-COEF
           MOVE 0 TO WS-DT-RETENUE
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-TPV
             IF TV-CODE(WS-I) = WS-TP-CHERCHE
               IF WS-TP-TROUVE = 'N'
                 MOVE WS-I TO IX-T
                 MOVE 'O' TO WS-TP-TROUVE
               END-IF
               IF TV-DT-EFF(WS-I) <= WS-CLE-JOUR
                  AND TV-DT-EFF(WS-I) >= WS-DT-RETENUE
                 MOVE TV-COEF(WS-I) TO WS-COEF
                 MOVE TV-DT-EFF(WS-I) TO WS-DT-RETENUE
               END-IF
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           .

      * SINISTRES SURVENUS DANS L'EXERCICE ; LA CASE EST CELLE DU
      * DOSSIER (ASSUR, A DEFAUT ARCH), LE TYPE CELUI DU VEHICULE
      * DU SINISTRE QUAND IL EST CONNU. UN SINISTRE SANS CHARGE
      * (CLOS SANS SUITE OU ENTIEREMENT RECOUVRE) NE COMPTE PAS
      * DANS LA FREQUENCE.
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
               IF SINM-EXERCICE = WS-EXERCICE
                 PERFORM CLASSER-SINISTRE
               END-IF
             END-IF
           END-PERFORM
           .

       CLASSER-SINISTRE.
           COMPUTE MNT-SIN = SINM-MNT + SINM-RESERVE
           IF SINM-RSP = 'N' AND WS-RECOURS-OUV = 'O'
             PERFORM DEDUIRE-RECOURS
           END-IF
           IF MNT-SIN = 0
             ADD 1 TO NB-SIN-SANS-CHG
           ELSE
             ADD 1 TO NB-SIN-RETENUS
             MOVE SINM-MATRICUL TO WS-MAT-CHERCHE
             PERFORM LOCALISER-DOSSIER
             IF WS-DOSS-TROUVE = 'O'
               PERFORM CLASSER-POLICE
               MOVE ASUR-TP-VHCL TO WS-TP-DOSS
             ELSE
               MOVE WS-NB-PA TO IX-A
               MOVE 4 TO IX-B
               MOVE 1 TO IX-J
               MOVE SPACE TO WS-TP-DOSS
             END-IF
             IF SINM-VEH-SEQ > 0 AND WS-VEHIC-OUV = 'O'
               PERFORM CHERCHER-TYPE-VEHICULE
             END-IF
             MOVE WS-TP-DOSS TO WS-TP-CHERCHE
             PERFORM TROUVER-TYPE
             ADD 1 TO ETU-NB-SIN(IX-T IX-A IX-B IX-J)
             ADD MNT-SIN TO ETU-CHG(IX-T IX-A IX-B IX-J)
           END-IF
           .

       DEDUIRE-RECOURS.
           MOVE SINM-MATRICUL TO RCS-MATRICUL
           MOVE SINM-NO TO RCS-NO
           READ RECOURS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF RCS-MNT-RECU >= MNT-SIN
                 MOVE 0 TO MNT-SIN
               ELSE
                 SUBTRACT RCS-MNT-RECU FROM MNT-SIN
               END-IF
           END-READ
           .

       LOCALISER-DOSSIER.
           MOVE 'N' TO WS-DOSS-TROUVE
           MOVE WS-MAT-CHERCHE TO MATRICUL OF EASR
           READ ASSUR
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'O' TO WS-DOSS-TROUVE
           END-READ
           IF WS-DOSS-TROUVE = 'N' AND WS-ARCH-OUV = 'O'
             MOVE WS-MAT-CHERCHE TO ARC-MATRICUL
             READ ARCH
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'O' TO WS-DOSS-TROUVE
                 MOVE ARC-EASR TO EASR
             END-READ
           END-IF
           IF WS-DOSS-TROUVE = 'N'
             ADD 1 TO NB-DOSS-INCONNUS
           END-IF
           .

       CHERCHER-TYPE-VEHICULE.
           MOVE WS-MAT-CHERCHE TO VEH-MATRICUL
           MOVE SINM-VEH-SEQ TO VEH-SEQ
           READ VEHIC
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE VEH-TP-VHCL TO WS-TP-DOSS
           END-READ
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API89   ETUDE D''EXPERIENCE TARIFAIRE - EXERCICE '
                  WS-EXERCICE '   ' DAT(1:10) ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE WS-SP-CIBLE TO DISP-CIBLE
           MOVE WS-REV-MAX TO DISP-PCT
           MOVE ALL SPACE TO ELST
           STRING 'S/P CIBLE ' DISP-CIBLE ' %   REVISION PLAFONNEE A '
                  DISP-PCT ' %   EXPOSITION MINIMALE ' WS-EXP-MIN
                  ' ANNEES-VEHICULE'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'EXPOSITION EN ANNEES-VEHICULE, PRIME ACQUISE AU '
                  'TARIF EN VIGUEUR, FREQUENCE POUR 100 ANNEES-'
                  'VEHICULE'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING '  AGENCE       TRANCHE  JNE  EXPOSIT.'
                  '      PRIMES    NB   FREQ COUT MOYEN    S/P'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-ETUDE.
           MOVE 1 TO IX-T
           PERFORM UNTIL IX-T > WS-NB-PT
             PERFORM TOTALISER-TYPE
             IF TYP-JRS > 0 OR TYP-NB-SIN > 0
               PERFORM IMPRIME-TYPE
             END-IF
             ADD 1 TO IX-T
           END-PERFORM
           MOVE ALL SPACE TO ELST
           STRING ALL '=' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE 'TOTAL GENERAL' TO WS-LIB-AGC
           MOVE SPACE TO WS-LIB-BND
           MOVE SPACE TO WS-LIB-JNE
           MOVE GEN-JRS TO CUM-JRS
           MOVE GEN-PRM TO CUM-PRM
           MOVE GEN-NB-SIN TO CUM-NB-SIN
           MOVE GEN-CHG TO CUM-CHG
           PERFORM IMPRIME-LIGNE
           MOVE ALL SPACE TO ELST
           STRING 'CARTES DE REVISION PROPOSEES SUR REVPRO : '
                  NB-CARTES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       TOTALISER-TYPE.
           MOVE 0 TO TYP-JRS
           MOVE 0 TO TYP-PRM
           MOVE 0 TO TYP-NB-SIN
           MOVE 0 TO TYP-CHG
           MOVE 1 TO IX-A
           PERFORM UNTIL IX-A > WS-NB-PA
             MOVE 1 TO IX-B
             PERFORM UNTIL IX-B > 4
               MOVE 1 TO IX-J
               PERFORM UNTIL IX-J > 2
                 ADD ETU-JRS(IX-T IX-A IX-B IX-J) TO TYP-JRS
                 ADD ETU-PRM(IX-T IX-A IX-B IX-J) TO TYP-PRM
                 ADD ETU-NB-SIN(IX-T IX-A IX-B IX-J) TO TYP-NB-SIN
                 ADD ETU-CHG(IX-T IX-A IX-B IX-J) TO TYP-CHG
                 ADD 1 TO IX-J
               END-PERFORM
               ADD 1 TO IX-B
             END-PERFORM
             ADD 1 TO IX-A
           END-PERFORM
           .

       IMPRIME-TYPE.
           IF IX-T <= NB-TPV
             MOVE TV-LIBELLE(IX-T) TO WS-LIB-TPV
           ELSE
             MOVE 'TYPE INCONNU   ' TO WS-LIB-TPV
           END-IF
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           IF IX-T <= NB-TPV
             STRING 'TYPE ' TV-CODE(IX-T) ' - ' WS-LIB-TPV
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING 'TYPE ? - ' WS-LIB-TPV
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           MOVE 1 TO IX-A
           PERFORM UNTIL IX-A > WS-NB-PA
             MOVE 1 TO IX-B
             PERFORM UNTIL IX-B > 4
               MOVE 1 TO IX-J
               PERFORM UNTIL IX-J > 2
                 IF ETU-JRS(IX-T IX-A IX-B IX-J) > 0
                    OR ETU-NB-SIN(IX-T IX-A IX-B IX-J) > 0
                   PERFORM IMPRIME-CASE
                 END-IF
                 ADD 1 TO IX-J
               END-PERFORM
               ADD 1 TO IX-B
             END-PERFORM
             ADD 1 TO IX-A
           END-PERFORM
           MOVE 'TOTAL TYPE' TO WS-LIB-AGC
           MOVE SPACE TO WS-LIB-BND
           MOVE SPACE TO WS-LIB-JNE
           MOVE TYP-JRS TO CUM-JRS
           MOVE TYP-PRM TO CUM-PRM
           MOVE TYP-NB-SIN TO CUM-NB-SIN
           MOVE TYP-CHG TO CUM-CHG
           PERFORM IMPRIME-LIGNE
           ADD TYP-JRS TO GEN-JRS
           ADD TYP-PRM TO GEN-PRM
           ADD TYP-NB-SIN TO GEN-NB-SIN
           ADD TYP-CHG TO GEN-CHG
           IF IX-T <= NB-TPV
             PERFORM PROPOSER-CARTE
           END-IF
           .

       IMPRIME-CASE.
           IF IX-A <= NB-AGC
             MOVE AG-LIBELLE(IX-A) TO WS-LIB-AGC
           ELSE
             MOVE 'INCONNUE' TO WS-LIB-AGC
           END-IF
           MOVE TRB-LIB(IX-B) TO WS-LIB-BND
           IF IX-J = 2
             MOVE 'OUI' TO WS-LIB-JNE
           ELSE
             MOVE 'NON' TO WS-LIB-JNE
           END-IF
           MOVE ETU-JRS(IX-T IX-A IX-B IX-J) TO CUM-JRS
           MOVE ETU-PRM(IX-T IX-A IX-B IX-J) TO CUM-PRM
           MOVE ETU-NB-SIN(IX-T IX-A IX-B IX-J) TO CUM-NB-SIN
           MOVE ETU-CHG(IX-T IX-A IX-B IX-J) TO CUM-CHG
           PERFORM IMPRIME-LIGNE
           .

      * FREQUENCE, COUT MOYEN ET S/P D'UNE LIGNE ; UN DIVISEUR NUL
      * DONNE UN TIRET, UN RESULTAT HORS CADRE EST PLAFONNE.
       IMPRIME-LIGNE.
           COMPUTE WS-EXPO ROUNDED = CUM-JRS / 360
           MOVE WS-EXPO TO DISP-EXPO
           MOVE CUM-PRM TO DISP-PRM
           MOVE CUM-NB-SIN TO DISP-NB
           IF WS-EXPO > 0
             IF CUM-NB-SIN * 100 > WS-EXPO * 999.99
               MOVE 999.99 TO WS-FREQ
             ELSE
               COMPUTE WS-FREQ ROUNDED = CUM-NB-SIN * 100 / WS-EXPO
             END-IF
             MOVE WS-FREQ TO DISP-FREQ
             MOVE DISP-FREQ TO WS-FREQ-AFF
           ELSE
             MOVE '     -' TO WS-FREQ-AFF
           END-IF
           IF CUM-NB-SIN > 0
             COMPUTE WS-COUT-MOY ROUNDED = CUM-CHG / CUM-NB-SIN
             MOVE WS-COUT-MOY TO DISP-CM
             MOVE DISP-CM TO WS-CM-AFF
           ELSE
             MOVE '         -' TO WS-CM-AFF
           END-IF
           IF CUM-PRM > 0
             IF CUM-CHG * 100 > CUM-PRM * 999.99
               MOVE 999.99 TO WS-RATIO
             ELSE
               COMPUTE WS-RATIO ROUNDED = CUM-CHG * 100 / CUM-PRM
             END-IF
             MOVE WS-RATIO TO DISP-RATIO
             MOVE DISP-RATIO TO WS-RATIO-AFF
           ELSE
             MOVE '     -' TO WS-RATIO-AFF
           END-IF
           MOVE ALL SPACE TO ELST
           STRING '  ' WS-LIB-AGC ' ' WS-LIB-BND ' ' WS-LIB-JNE
                  ' ' DISP-EXPO ' ' DISP-PRM ' ' DISP-NB
                  ' ' WS-FREQ-AFF ' ' WS-CM-AFF ' ' WS-RATIO-AFF
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

      * ECART RELATIF DU S/P DU TYPE A LA CIBLE : S/P 80 POUR UNE
      * CIBLE DE 70 PROPOSE +14,29 %, PLAFONNE A WS-REV-MAX DANS
      * LES DEUX SENS.
       PROPOSER-CARTE.
           COMPUTE WS-EXPO ROUNDED = TYP-JRS / 360
           MOVE ALL SPACE TO ELST
           EVALUATE TRUE
             WHEN WS-EXPO < WS-EXP-MIN
               STRING '  PAS DE CARTE : EXPOSITION INSUFFISANTE'
                      DELIMITED BY SIZE INTO ELST
             WHEN TYP-PRM = 0
               STRING '  PAS DE CARTE : AUCUNE PRIME ACQUISE'
                      DELIMITED BY SIZE INTO ELST
             WHEN OTHER
               PERFORM CALCULER-ECART
           END-EVALUATE
           PERFORM ECRIRE-LST
           .

       CALCULER-ECART.
           IF TYP-CHG * 100 > TYP-PRM * 99999.99
             MOVE 99999.99 TO WS-SP-TYP
           ELSE
             COMPUTE WS-SP-TYP ROUNDED = TYP-CHG * 100 / TYP-PRM
           END-IF
           COMPUTE WS-ECART ROUNDED
                 = (WS-SP-TYP - WS-SP-CIBLE) * 100 / WS-SP-CIBLE
           MOVE 'N' TO WS-PLAFONNE
           IF WS-ECART > WS-REV-MAX
             MOVE WS-REV-MAX TO WS-ECART
             MOVE 'O' TO WS-PLAFONNE
           END-IF
           IF WS-ECART < 0 - WS-REV-MAX
             COMPUTE WS-ECART = 0 - WS-REV-MAX
             MOVE 'O' TO WS-PLAFONNE
           END-IF
           MOVE WS-SP-TYP TO DISP-SP
           MOVE WS-SP-CIBLE TO DISP-CIBLE
           IF WS-ECART = 0
             STRING '  PAS DE CARTE : S/P ' DISP-SP
                    ' % A LA CIBLE'
                    DELIMITED BY SIZE INTO ELST
           ELSE
             MOVE ALL SPACE TO ERVP
             MOVE TV-CODE(IX-T) TO RVP-TPE
             IF WS-ECART > 0
               MOVE '+' TO RVP-SENS
               MOVE WS-ECART TO RVP-PCT
             ELSE
               MOVE '-' TO RVP-SENS
               COMPUTE RVP-PCT = 0 - WS-ECART
             END-IF
             MOVE RVP-PCT TO DISP-PCT
             MOVE WS-EXPO TO DISP-EXPO
             STRING ' ETUDE ' WS-EXERCICE ' S/P ' DISP-SP
                    ' CIBLE ' DISP-CIBLE ' EXPO ' DISP-EXPO
                    DELIMITED BY SIZE INTO RVP-NOTE
             WRITE ERVP
             PERFORM TEST-STAT-RVP
             ADD 1 TO NB-CARTES
             STRING '  CARTE PROPOSEE : ' RVP-TPE ' ' RVP-SENS
                    DISP-PCT ' %   (S/P ' DISP-SP ' %, CIBLE '
                    DISP-CIBLE ' %)'
                    DELIMITED BY SIZE INTO ELST
             IF WS-PLAFONNE = 'O'
               MOVE 'PLAFONNEE' TO ELST(70:9)
             END-IF
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-ASR.
           IF WS-ASR NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-SNM.
           IF WS-SNM NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER SINISTRES ' WS-SNM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RVP.
           IF WS-RVP NOT = '00'
             DISPLAY 'ERREUR FICHIER CARTES PROPOSEES ' WS-RVP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-LST.
           IF WS-LST NOT = '00'
             DISPLAY 'ERREUR FICHIER LISTE ' WS-LST
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
