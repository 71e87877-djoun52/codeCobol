       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ83.
      ******************************
      *  83 - RAPPORT TRIMESTRIEL DES RECLAMATIONS POUR L'AUTORITE
      *       DE CONTROLE, SUR LE REGISTRE RECLAM (DESSIN RCLREC).
      *       LE TRIMESTRE EST SAISI EN AAAAT (T = 1 A 4). PAR
      *       AGENCE ET CATEGORIE (TABLE RCLCAT), PUIS PAR CATEGORIE
      *       TOUTES AGENCES CONFONDUES :
      *       - RECUES      : RECUES DANS LE TRIMESTRE,
      *       - ACC.DEL     : PARMI ELLES, ACCUSEES DANS LES 10 JOURS
      *                       OUVRES (ECHEANCE RCL-ECH-ACCUSE),
      *       - REPOND.     : REPONDUES DANS LE TRIMESTRE,
      *       - REP.DEL     : PARMI ELLES, DANS LES DEUX MOIS,
      *       - FONDEES     : PARMI ELLES, FONDEES EN TOUT OU PARTIE,
      *       - REJET.      : PARMI ELLES, REJETEES,
      *       - OUVERT.     : SANS REPONSE A LA FIN DU TRIMESTRE,
      *       - RETARD      : PARMI ELLES, ECHEANCE DE REPONSE
      *                       DEPASSEE A LA FIN DU TRIMESTRE.
      *       L'AGENCE EST CELLE PORTEE PAR LA RECLAMATION, LES
      *       AGENCES ETANT CELLES DU REFERENTIEL (TABLOD) ; LE POSTE
      *       SUIVANT RAMASSE L'INCONNU, COMME DANS TPPRJ62.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECLAM ASSIGN RECLAM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RCL-NO
             FILE STATUS  WS-RCL.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  RECLAM RECORDING F.
           COPY RCLREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-RCL         PIC XX.
       77  WS-LST         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * TRIMESTRE SAISI (AAAAT) ET SES BORNES EN AAAAMMJJ.
       01  WS-TRIM        PIC X(5)  VALUE SPACE.
       01  WS-TRIM-R REDEFINES WS-TRIM.
           05 WS-TRIM-AA  PIC 9(4).
           05 WS-TRIM-T   PIC 9.
       01  WS-DT-DEB      PIC 9(8)  VALUE 0.
       01  WS-DT-FIN      PIC 9(8)  VALUE 0.
       77  WS-MM-DEB      PIC 99    VALUE 0.
       77  WS-MM-FIN      PIC 99    VALUE 0.
       77  WS-FIN-RCL     PIC X     VALUE 'N'.
           88 FIN-RCL               VALUE 'O'.
       77  NB-RCL-LUES    PIC 9(6)  VALUE 0.
       77  NB-RCL-RETENUES PIC 9(6) VALUE 0.
       COPY AGENCES.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
           COPY RCLCAT.
      * MATRICE AGENCE X CATEGORIE : POSTES 1 A NB-AGC / NB-RCL-CATEG
      * CHARGES, LE POSTE SUIVANT RAMASSE L'INCONNU. LA LIGNE
      * WS-NB-PA + 1 CUMULE TOUTES LES AGENCES.
       01  RC-MATRICE.
           05 RC-LGN OCCURS 12.
              10 RC-CEL OCCURS 8.
                 15 RC-RECUES    PIC 9(6) VALUE 0.
                 15 RC-ACC-DEL   PIC 9(6) VALUE 0.
                 15 RC-REPONDUES PIC 9(6) VALUE 0.
                 15 RC-REP-DEL   PIC 9(6) VALUE 0.
                 15 RC-FONDEES   PIC 9(6) VALUE 0.
                 15 RC-REJETEES  PIC 9(6) VALUE 0.
                 15 RC-EN-COURS  PIC 9(6) VALUE 0.
                 15 RC-RETARD    PIC 9(6) VALUE 0.
       77  IX-A           PIC 99.
       77  IX-C           PIC 99.
       77  IX-TOT         PIC 99.
       77  WS-I           PIC 99.
       77  WS-NB-PA       PIC 99 VALUE 4.
       77  WS-NB-PC       PIC 99 VALUE 8.
       77  WS-LIB-AGC     PIC X(15).
       77  WS-LIB-CATEG   PIC X(14).
      * LIGNE EDITEE : CUMULS DE LA LIGNE COURANTE.
       01  WS-L-CUMULS.
           05 WS-L-VAL    PIC 9(6) OCCURS 8.
       77  IX-V           PIC 9.
       01  WS-L-DET.
           05 WS-L-ZON    PIC Z(6)9 OCCURS 8.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ83'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           DISPLAY 'TRIMESTRE (AAAAT) : ' WITH NO ADVANCING
           ACCEPT WS-TRIM
           IF WS-TRIM NOT NUMERIC OR WS-TRIM-T < 1 OR WS-TRIM-T > 4
              OR WS-TRIM-AA < 1950
             DISPLAY 'TPPRJ83 - TRIMESTRE INVALIDE : ' WS-TRIM
             MOVE 12 TO RETURN-CODE
             MOVE 'FIN' TO WS-JEX-EVT
             MOVE RETURN-CODE TO WS-JEX-RC
             PERFORM JOURNAL-EXEC
             GOBACK
           END-IF
           COMPUTE WS-MM-FIN = WS-TRIM-T * 3
           COMPUTE WS-MM-DEB = WS-MM-FIN - 2
           MOVE WS-TRIM-AA TO WS-DT-DEB(1:4)
           MOVE WS-MM-DEB TO WS-DT-DEB(5:2)
           MOVE 01 TO WS-DT-DEB(7:2)
           MOVE WS-TRIM-AA TO WS-DT-FIN(1:4)
           MOVE WS-MM-FIN TO WS-DT-FIN(5:2)
           IF WS-MM-FIN = 06 OR WS-MM-FIN = 09
             MOVE 30 TO WS-DT-FIN(7:2)
           ELSE
             MOVE 31 TO WS-DT-FIN(7:2)
           END-IF
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           COMPUTE WS-NB-PA = NB-AGC + 1
           COMPUTE WS-NB-PC = NB-RCL-CATEG + 1
           COMPUTE IX-TOT = WS-NB-PA + 1
           OPEN INPUT RECLAM
           IF WS-RCL = '00'
             PERFORM CUMULER-RECLAMATIONS
             CLOSE RECLAM
           ELSE
             IF WS-RCL NOT = '35'
               PERFORM TEST-STAT-RCL
             END-IF
           END-IF
           PERFORM IMPRIME-ENTETE
           PERFORM IMPRIME-MATRICE
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ83 - RECLAMATIONS DU TRIMESTRE ' WS-TRIM
           DISPLAY 'RECLAMATIONS LUES     : ' NB-RCL-LUES
           DISPLAY 'RECLAMATIONS RETENUES : ' NB-RCL-RETENUES
           MOVE 0 TO RETURN-CODE
           MOVE NB-RCL-RETENUES TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

      * UNE RECLAMATION EST RETENUE DES QU'ELLE COMPTE DANS UNE
      * COLONNE : RECUE OU REPONDUE DANS LE TRIMESTRE, OU ENCORE
      * SANS REPONSE A SA FIN.
       CUMULER-RECLAMATIONS.
           MOVE 'N' TO WS-FIN-RCL
           MOVE 0 TO RCL-NO
           START RECLAM KEY IS NOT LESS THAN RCL-NO
             INVALID KEY MOVE 'O' TO WS-FIN-RCL
           END-START
           PERFORM UNTIL FIN-RCL
             READ RECLAM NEXT
               AT END MOVE 'O' TO WS-FIN-RCL
             END-READ
             IF NOT FIN-RCL
               ADD 1 TO NB-RCL-LUES
               IF RCL-DT-RECU <= WS-DT-FIN
                  AND (RCL-DT-RECU >= WS-DT-DEB
                       OR RCL-DT-REPONSE = 0
                       OR RCL-DT-REPONSE >= WS-DT-DEB)
                 ADD 1 TO NB-RCL-RETENUES
                 PERFORM TROUVER-CASE
                 PERFORM CUMULER-CASE
               END-IF
             END-IF
           END-PERFORM
           .

       CUMULER-CASE.
           IF RCL-DT-RECU >= WS-DT-DEB
             ADD 1 TO RC-RECUES(IX-A IX-C)
             IF RCL-DT-ACCUSE > 0 AND RCL-DT-ACCUSE <= RCL-ECH-ACCUSE
               ADD 1 TO RC-ACC-DEL(IX-A IX-C)
             END-IF
           END-IF
           IF RCL-DT-REPONSE >= WS-DT-DEB
              AND RCL-DT-REPONSE <= WS-DT-FIN
             ADD 1 TO RC-REPONDUES(IX-A IX-C)
             IF RCL-DT-REPONSE <= RCL-ECH-REPONSE
               ADD 1 TO RC-REP-DEL(IX-A IX-C)
             END-IF
             IF RCL-ISSUE = 'R'
               ADD 1 TO RC-REJETEES(IX-A IX-C)
             ELSE
               ADD 1 TO RC-FONDEES(IX-A IX-C)
             END-IF
           END-IF
           IF RCL-DT-REPONSE = 0 OR RCL-DT-REPONSE > WS-DT-FIN
             ADD 1 TO RC-EN-COURS(IX-A IX-C)
             IF RCL-ECH-REPONSE < WS-DT-FIN
               ADD 1 TO RC-RETARD(IX-A IX-C)
             END-IF
           END-IF
           .

       TROUVER-CASE.
           MOVE WS-NB-PA TO IX-A
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-AGC
             IF AG-CODE(WS-I) = RCL-AGC
               MOVE WS-I TO IX-A
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           MOVE WS-NB-PC TO IX-C
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-RCL-CATEG
             IF RCT-CODE(WS-I) = RCL-CATEG
               MOVE WS-I TO IX-C
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API83   RECLAMATIONS - TRIMESTRE ' WS-TRIM-T ' '
                  WS-TRIM-AA ' (' WS-DT-DEB ' AU ' WS-DT-FIN ')   '
                  DAT ' ' TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL '=' TO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-TITRES.
           STRING '  CATEGORIE       RECUES ACC.DEL REPOND. REP.DEL'
                  ' FONDEES  REJET. OUVERT.  RETARD'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

      * D'ABORD CHAQUE AGENCE SERVIE, PUIS LA SYNTHESE PAR CATEGORIE
      * DE TOUTES LES AGENCES (LIGNE IX-TOT DE LA MATRICE).
       IMPRIME-MATRICE.
           MOVE 1 TO IX-A
           PERFORM UNTIL IX-A > WS-NB-PA
             PERFORM REPORTER-AGENCE
             ADD 1 TO IX-A
           END-PERFORM
           MOVE 1 TO IX-A
           PERFORM UNTIL IX-A > WS-NB-PA
             MOVE 0 TO WS-L-CUMULS
             PERFORM CUMULER-LIGNE-AGENCE
             IF WS-L-CUMULS NOT = ZERO
               PERFORM IMPRIME-AGENCE
             END-IF
             ADD 1 TO IX-A
           END-PERFORM
           MOVE ALL SPACE TO ELST
           STRING 'TOUTES AGENCES' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE IX-TOT TO IX-A
           PERFORM IMPRIME-CATEGORIES
           .

       REPORTER-AGENCE.
           MOVE 1 TO IX-C
           PERFORM UNTIL IX-C > WS-NB-PC
             ADD RC-RECUES(IX-A IX-C) TO RC-RECUES(IX-TOT IX-C)
             ADD RC-ACC-DEL(IX-A IX-C) TO RC-ACC-DEL(IX-TOT IX-C)
             ADD RC-REPONDUES(IX-A IX-C)
                 TO RC-REPONDUES(IX-TOT IX-C)
             ADD RC-REP-DEL(IX-A IX-C) TO RC-REP-DEL(IX-TOT IX-C)
             ADD RC-FONDEES(IX-A IX-C) TO RC-FONDEES(IX-TOT IX-C)
             ADD RC-REJETEES(IX-A IX-C) TO RC-REJETEES(IX-TOT IX-C)
             ADD RC-EN-COURS(IX-A IX-C) TO RC-EN-COURS(IX-TOT IX-C)
             ADD RC-RETARD(IX-A IX-C) TO RC-RETARD(IX-TOT IX-C)
             ADD 1 TO IX-C
           END-PERFORM
           .

       CUMULER-LIGNE-AGENCE.
           MOVE 1 TO IX-C
           PERFORM UNTIL IX-C > WS-NB-PC
             PERFORM AJOUTER-CELLULE
             ADD 1 TO IX-C
           END-PERFORM
           .

       AJOUTER-CELLULE.
           ADD RC-RECUES(IX-A IX-C) TO WS-L-VAL(1)
           ADD RC-ACC-DEL(IX-A IX-C) TO WS-L-VAL(2)
           ADD RC-REPONDUES(IX-A IX-C) TO WS-L-VAL(3)
           ADD RC-REP-DEL(IX-A IX-C) TO WS-L-VAL(4)
           ADD RC-FONDEES(IX-A IX-C) TO WS-L-VAL(5)
           ADD RC-REJETEES(IX-A IX-C) TO WS-L-VAL(6)
           ADD RC-EN-COURS(IX-A IX-C) TO WS-L-VAL(7)
           ADD RC-RETARD(IX-A IX-C) TO WS-L-VAL(8)
           .

       IMPRIME-AGENCE.
           IF IX-A <= NB-AGC
             MOVE AG-LIBELLE(IX-A) TO WS-LIB-AGC
           ELSE
             MOVE 'AGENCE INCONNUE' TO WS-LIB-AGC
           END-IF
           MOVE ALL SPACE TO ELST
           STRING WS-LIB-AGC DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           PERFORM IMPRIME-CATEGORIES
           .

      * UNE LIGNE PAR CATEGORIE SERVIE PUIS LE TOTAL DE LA LIGNE
      * IX-A DE LA MATRICE.
       IMPRIME-CATEGORIES.
           PERFORM IMPRIME-TITRES
           MOVE 1 TO IX-C
           PERFORM UNTIL IX-C > WS-NB-PC
             MOVE 0 TO WS-L-CUMULS
             PERFORM AJOUTER-CELLULE
             IF WS-L-CUMULS NOT = ZERO
               IF IX-C <= NB-RCL-CATEG
                 MOVE RCT-LIBELLE(IX-C) TO WS-LIB-CATEG
               ELSE
                 MOVE 'CATEG. INCONNUE' TO WS-LIB-CATEG
               END-IF
               PERFORM IMPRIME-LIGNE
             END-IF
             ADD 1 TO IX-C
           END-PERFORM
           MOVE 0 TO WS-L-CUMULS
           PERFORM CUMULER-LIGNE-AGENCE
           MOVE 'TOTAL' TO WS-LIB-CATEG
           PERFORM IMPRIME-LIGNE
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-LIGNE.
           MOVE 1 TO IX-V
           PERFORM UNTIL IX-V > 8
             MOVE WS-L-VAL(IX-V) TO WS-L-ZON(IX-V)
             ADD 1 TO IX-V
           END-PERFORM
           MOVE ALL SPACE TO ELST
           STRING '  ' WS-LIB-CATEG ' ' WS-L-ZON(1) ' ' WS-L-ZON(2)
                  ' ' WS-L-ZON(3) ' ' WS-L-ZON(4) ' ' WS-L-ZON(5)
                  ' ' WS-L-ZON(6) ' ' WS-L-ZON(7) ' ' WS-L-ZON(8)
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
