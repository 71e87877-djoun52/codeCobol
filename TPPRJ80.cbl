       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ80.
      ******************************
      *  80 - EDITION PAR LOT DES POLICES A DATE : LA MEME
      *       RECONSTITUTION QUE LA CONSULTATION TPPRJ79 (SOUS-
      *       PROGRAMME POLDAT, JOURNAL JRNA DEFAIT A REBOURS) POUR
      *       UNE LISTE DE MATRICULES.
      *       - SI LE FICHIER DE CARTES POLDEM EST PRESENT, UNE
      *         CARTE PAR DEMANDE : MATRICULE ET DATE (JJMMAAAA) ;
      *       - SINON, CHAQUE SINISTRE DU MAITRE SINM A SA DATE DE
      *         SURVENANCE : LA POLICE DOIT ALORS AVOIR ETE EN
      *         VIGUEUR ET NON SUSPENDUE CE JOUR-LA, ET LE VEHICULE
      *         DU SINISTRE PRESENT SUR LA POLICE. TOUT SINISTRE HORS
      *         DE CES CONDITIONS PART SUR LA LISTE SINHORS POUR LE
      *         SERVICE SINISTRES (CODE RETOUR 4). LA DECLARATION
      *         TPPRJ33 FAIT LE MEME CONTROLE A LA SAISIE.
      *       CHAQUE DOSSIER RECONSTITUE EST EDITE SUR LST : ETAT A
      *       LA DATE, ADRESSE, PRIME, BONUS-MALUS ET VEHICULES.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLDEM ASSIGN POLDEM
             FILE STATUS  WS-DEM.
           SELECT SINM   ASSIGN SINM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SINM-CLE
             FILE STATUS  WS-SNM.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.
           SELECT SINHORS ASSIGN SINHORS
             FILE STATUS  WS-HRS.

       DATA DIVISION.
       FILE SECTION.
       FD  POLDEM RECORDING F.
       01  EDEM.
           05 DEM-MATRICUL   PIC X(6).
           05 DEM-DT         PIC X(8).
           05 FILLER         PIC X(66).
       FD  SINM RECORDING F.
           COPY SINMREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).
       FD  SINHORS RECORDING F.
       01  EHRS              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-DEM         PIC XX.
       77  WS-SNM         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-HRS         PIC XX.
       77  WS-MODE        PIC X      VALUE 'S'.
           88 MODE-CARTES            VALUE 'C'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  SOUSPROG-DAT   PIC X(8) VALUE 'DATECHK'.
       77  SOUSPROG-PDT   PIC X(8) VALUE 'POLDAT'.
       01  WS-DTC-JJ      PIC 99.
       01  WS-DTC-MM      PIC 99.
       01  WS-DTC-AA      PIC 9(4).
       01  WS-DTC-ERR     PIC 9.
       01  WS-DT-JMA      PIC 9(8).
       77  WS-FIN-SNM     PIC X      VALUE 'N'.
           88 FIN-SNM                VALUE 'O'.
       77  WS-SIN-NO      PIC 9(4)   VALUE 0.
       77  WS-VEH-SIN     PIC 99     VALUE 0.
       77  WS-VEH-TROUVE  PIC X      VALUE 'N'.
       01  WS-LIB-ETAT    PIC X(22).
       01  WS-MOTIF-HORS  PIC X(40)  VALUE SPACE.
       77  IX-VEH         PIC 99.
       77  WS-G           PIC 9.
       77  DISP-TAUX      PIC Z9.
       77  DISP-PRM       PIC ZZZ9,99.
       77  NB-DEMANDES    PIC 9(6)  VALUE 0.
       77  NB-REJETEES    PIC 9(6)  VALUE 0.
       77  NB-RECONST     PIC 9(6)  VALUE 0.
       77  NB-INCONNUS    PIC 9(6)  VALUE 0.
       77  NB-HORS        PIC 9(6)  VALUE 0.
       77  NB-INCOMPLETS  PIC 9(6)  VALUE 0.
           COPY ASSUREC.
           COPY VEHREC.
           COPY POLDTAB.

       PROCEDURE DIVISION.
           OPEN INPUT POLDEM
           IF WS-DEM = '00'
             MOVE 'C' TO WS-MODE
           ELSE
             MOVE 'S' TO WS-MODE
             OPEN INPUT SINM
             PERFORM TEST-STAT-SNM
           END-IF
           OPEN OUTPUT LST
           OPEN OUTPUT SINHORS
           PERFORM TEST-STAT-LST
           PERFORM TEST-STAT-HRS
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           PERFORM IMPRIME-ENTETES
           IF MODE-CARTES
             READ POLDEM
             PERFORM UNTIL WS-DEM NOT = '00'
               ADD 1 TO NB-DEMANDES
               PERFORM TRAITER-CARTE
               READ POLDEM
             END-PERFORM
             CLOSE POLDEM
           ELSE
             PERFORM TRAITER-SINISTRES
             CLOSE SINM
           END-IF
           PERFORM IMPRIME-PIED
           CLOSE LST
           PERFORM TEST-STAT-LST
           CLOSE SINHORS
           PERFORM TEST-STAT-HRS
           DISPLAY 'TPPRJ80 - POLICES A DATE'
           IF MODE-CARTES
             DISPLAY 'DEMANDES LUES (POLDEM)     : ' NB-DEMANDES
             DISPLAY 'DEMANDES REJETEES          : ' NB-REJETEES
           ELSE
             DISPLAY 'SINISTRES LUS (SINM)       : ' NB-DEMANDES
           END-IF
           DISPLAY 'DOSSIERS RECONSTITUES      : ' NB-RECONST
           DISPLAY 'MATRICULES INCONNUS        : ' NB-INCONNUS
           DISPLAY 'RECONSTITUTIONS INCOMPLETES: ' NB-INCOMPLETS
           IF NOT MODE-CARTES
             DISPLAY 'SINISTRES HORS GARANTIE    : ' NB-HORS
           END-IF
           IF NB-HORS > 0 OR NB-REJETEES > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

       TRAITER-CARTE.
           MOVE 0 TO WS-SIN-NO
           MOVE 0 TO WS-VEH-SIN
           IF DEM-MATRICUL IS NOT NUMERIC OR DEM-DT IS NOT NUMERIC
             MOVE 1 TO WS-DTC-ERR
           ELSE
             MOVE DEM-DT TO WS-DT-JMA
             MOVE WS-DT-JMA(1:2) TO WS-DTC-JJ
             MOVE WS-DT-JMA(3:2) TO WS-DTC-MM
             MOVE WS-DT-JMA(5:4) TO WS-DTC-AA
             CALL SOUSPROG-DAT USING WS-DTC-JJ WS-DTC-MM WS-DTC-AA
                  WS-DTC-ERR
           END-IF
           IF WS-DTC-ERR NOT = 0
             ADD 1 TO NB-REJETEES
             MOVE ALL SPACE TO ELST
             STRING EDEM(1:14) ' CARTE REJETEE - MATRICULE OU DATE'
                    ' INVALIDE' DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           ELSE
             MOVE DEM-MATRICUL TO PDT-MATRICUL
             PERFORM RECONSTITUER
           END-IF
           .

      * TOUS LES SINISTRES DU MAITRE, A LEUR DATE DE SURVENANCE.
       TRAITER-SINISTRES.
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
               ADD 1 TO NB-DEMANDES
               MOVE SINM-NO TO WS-SIN-NO
               MOVE SINM-VEH-SEQ TO WS-VEH-SIN
               MOVE SINM-DT-SIN TO WS-DT-JMA
               MOVE SINM-MATRICUL TO PDT-MATRICUL
               PERFORM RECONSTITUER
               PERFORM CONTROLER-COUVERTURE
             END-IF
           END-PERFORM
           .

      * WS-DT-JMA (JJMMAAAA) DEVIENT LA DATE AAAAMMJJ DE POLDAT.
       RECONSTITUER.
           MOVE WS-DT-JMA(5:4) TO PDT-DATE(1:4)
           MOVE WS-DT-JMA(3:2) TO PDT-DATE(5:2)
           MOVE WS-DT-JMA(1:2) TO PDT-DATE(7:2)
           CALL SOUSPROG-PDT USING PDT-ZONE
           IF PDT-ETAT = 'I'
             ADD 1 TO NB-INCONNUS
             MOVE ALL SPACE TO ELST
             STRING PDT-MATRICUL ' AU ' WS-DT-JMA
                    ' MATRICULE INCONNU (NI ASSUR NI ARCHIVE)'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           ELSE
             ADD 1 TO NB-RECONST
             IF PDT-COMPLET = 'N'
               ADD 1 TO NB-INCOMPLETS
             END-IF
             PERFORM IMPRIMER-DOSSIER
           END-IF
           .

      * SINISTRE COUVERT : POLICE EN VIGUEUR ET NON SUSPENDUE A LA
      * DATE, VEHICULE DU SINISTRE SUR LA POLICE QUAND ELLE PORTE
      * DES VEHICULES (00 = DOSSIER NON ECLATE, PAS DE CONTROLE).
       CONTROLER-COUVERTURE.
           MOVE SPACE TO WS-MOTIF-HORS
           IF PDT-ETAT = 'I'
             MOVE ALL SPACE TO EASR
             MOVE 'MATRICULE INCONNU' TO WS-MOTIF-HORS
           END-IF
           IF PDT-ETAT NOT = 'V' AND PDT-ETAT NOT = 'I'
             STRING 'POLICE ' WS-LIB-ETAT ' A LA DATE'
                    DELIMITED BY SIZE INTO WS-MOTIF-HORS
           ELSE
             IF WS-VEH-SIN > 0 AND PDT-NB-VEH > 0
               PERFORM CHERCHER-VEHICULE-SIN
               IF WS-VEH-TROUVE = 'N'
                 STRING 'VEHICULE ' WS-VEH-SIN
                        ' ABSENT DE LA POLICE A LA DATE'
                        DELIMITED BY SIZE INTO WS-MOTIF-HORS
               END-IF
             END-IF
           END-IF
           IF WS-MOTIF-HORS NOT = SPACE
             ADD 1 TO NB-HORS
             MOVE ALL SPACE TO EHRS
             STRING SINM-MATRICUL ' ' SINM-NO ' ' SINM-DT-SIN ' '
                    NOM-CLIENT ' ' WS-MOTIF-HORS
                    DELIMITED BY SIZE INTO EHRS
             PERFORM ECRIRE-HRS
           END-IF
           .

       CHERCHER-VEHICULE-SIN.
           MOVE 'N' TO WS-VEH-TROUVE
           MOVE 1 TO IX-VEH
           PERFORM UNTIL IX-VEH > PDT-NB-VEH OR WS-VEH-TROUVE = 'O'
             MOVE PDT-VEH(IX-VEH) TO EVEH
             IF VEH-SEQ = WS-VEH-SIN
               MOVE 'O' TO WS-VEH-TROUVE
             ELSE
               ADD 1 TO IX-VEH
             END-IF
           END-PERFORM
           .

       LIBELLE-ETAT.
           EVALUATE PDT-ETAT
             WHEN 'V' MOVE 'EN VIGUEUR' TO WS-LIB-ETAT
             WHEN 'S' MOVE 'SUSPENDUE POUR IMPAYE' TO WS-LIB-ETAT
             WHEN 'R' MOVE 'RESILIEE' TO WS-LIB-ETAT
             WHEN 'H' MOVE 'HORS PORTEFEUILLE' TO WS-LIB-ETAT
             WHEN OTHER MOVE 'INCONNUE' TO WS-LIB-ETAT
           END-EVALUATE
           .

       IMPRIMER-DOSSIER.
           PERFORM LIBELLE-ETAT
           MOVE ALL SPACE TO EASR
           IF PDT-EASR NOT = SPACE
             MOVE PDT-EASR TO EASR
           END-IF
           MOVE ALL SPACE TO ELST
           IF WS-SIN-NO > 0
             STRING PDT-MATRICUL ' ' NOM-CLIENT ' AU ' WS-DT-JMA
                    ' : ' WS-LIB-ETAT ' (SINISTRE ' WS-SIN-NO ')'
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING PDT-MATRICUL ' ' NOM-CLIENT ' AU ' WS-DT-JMA
                    ' : ' WS-LIB-ETAT
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           IF PDT-EASR NOT = SPACE
             MOVE ASUR-PRM-BS TO DISP-PRM
             MOVE ASUR-TAUX TO DISP-TAUX
             STRING '       ' ASUR-ADRS ' ' ASUR-CP ' ' ASUR-VLL
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             STRING '       TYPE ' ASUR-TP-VHCL ' PRIME ' DISP-PRM
                    ' BM ' ASUR-BM ' TAUX ' DISP-TAUX
                    ' EFFET ' ASUR-DT-POL ' AGENCE ' ASUR-AGC
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           STRING '       MODIFICATIONS DEFAITES ' PDT-NB-MVT
                  DELIMITED BY SIZE INTO ELST
           IF PDT-DT-RESIL > 0
             MOVE 'RESILIATION AU' TO ELST(40:14)
             MOVE PDT-DT-RESIL TO ELST(55:8)
           END-IF
           IF PDT-COMPLET = 'N'
             MOVE 'RECONSTITUTION INCOMPLETE' TO ELST(65:25)
           END-IF
           PERFORM ECRIRE-LST
           MOVE 1 TO IX-VEH
           PERFORM UNTIL IX-VEH > PDT-NB-VEH
             MOVE PDT-VEH(IX-VEH) TO EVEH
             MOVE VEH-PRM-BS TO DISP-PRM
             STRING '       VEHICULE ' VEH-SEQ ' TYPE ' VEH-TP-VHCL
                    ' PRIME ' DISP-PRM ' IMMAT ' VEH-IMMAT
                    ' GAR ' VEH-GAR(1) ' ' VEH-GAR(2) ' '
                    VEH-GAR(3) ' ' VEH-GAR(4) ' ' VEH-GAR(5)
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             ADD 1 TO IX-VEH
           END-PERFORM
           PERFORM ECRIRE-LST
           .

       IMPRIME-ENTETES.
           MOVE ALL SPACE TO ELST
           STRING 'API80   POLICES A DATE (JOURNAL JRNA DEFAIT)   '
                  DAT ' ' TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF MODE-CARTES
             STRING 'DEMANDES : FICHIER DE CARTES POLDEM'
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING 'DEMANDES : SINISTRES DU MAITRE SINM A LEUR DATE'
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           MOVE ALL '=' TO ELST
           PERFORM ECRIRE-LST
           IF NOT MODE-CARTES
             STRING 'API80   SINISTRES HORS GARANTIE A LEUR DATE   '
                    DAT DELIMITED BY SIZE INTO EHRS
             PERFORM ECRIRE-HRS
             STRING 'MATRIC NO   DATE     NOM                  MOTIF'
                    DELIMITED BY SIZE INTO EHRS
             PERFORM ECRIRE-HRS
             MOVE ALL '=' TO EHRS
             PERFORM ECRIRE-HRS
           END-IF
           .

       IMPRIME-PIED.
           PERFORM ECRIRE-LST
           IF MODE-CARTES
             STRING 'DEMANDES LUES               : ' NB-DEMANDES
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             STRING 'DEMANDES REJETEES           : ' NB-REJETEES
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           ELSE
             STRING 'SINISTRES LUS               : ' NB-DEMANDES
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           STRING 'DOSSIERS RECONSTITUES       : ' NB-RECONST
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'MATRICULES INCONNUS         : ' NB-INCONNUS
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'RECONSTITUTIONS INCOMPLETES : ' NB-INCOMPLETS
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF NOT MODE-CARTES
             STRING 'SINISTRES HORS GARANTIE     : ' NB-HORS
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             PERFORM ECRIRE-HRS
             STRING 'SINISTRES HORS GARANTIE     : ' NB-HORS
                    DELIMITED BY SIZE INTO EHRS
             PERFORM ECRIRE-HRS
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       ECRIRE-HRS.
           WRITE EHRS
           MOVE ALL SPACE TO EHRS
           .

       TEST-STAT-SNM.
           IF WS-SNM NOT = '00'
             DISPLAY 'ERREUR FICHIER SINISTRES ' WS-SNM
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
       TEST-STAT-HRS.
           IF WS-HRS NOT = '00'
             DISPLAY 'ERREUR FICHIER SINISTRES HORS GARANTIE ' WS-HRS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
