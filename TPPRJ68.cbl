       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ68.
      ******************************
      *  68 - CONTROLE DES IMMATRICULATIONS ASSUREES EN DOUBLE :
      *       BATCH PERIODIQUE (MEME TECHNIQUE SORT/SD QUE TPPRJ19).
      *       LES VEHICULES DU FICHIER VEHIC PORTANT UNE
      *       IMMATRICULATION ET RATTACHES A UNE POLICE PRESENTE SUR
      *       LE MAITRE ASSUR (POLICE VIVANTE, SUSPENDUE COMPRISE ;
      *       LES POLICES RESILIEES N'ONT PLUS DE VEHICULES) SONT
      *       TRIES SUR L'IMMATRICULATION. DEUX VEHICULES CONSECUTIFS
      *       DE MEME IMMATRICULATION FORMENT UN GROUPE, EDITE AVEC
      *       MATRICULE, NUMERO DE VEHICULE, CLIENT ET VIN : LE MEME
      *       VEHICULE ASSURE DEUX FOIS (DOUBLE COTISATION, OU
      *       VEHICULE VENDU NON RETIRE DE L'ANCIENNE POLICE). UN
      *       GROUPE INTERNE A UNE SEULE POLICE EST SIGNALE A PART
      *       (ERREUR DE SAISIE). CODE RETOUR 4 SI UN DOUBLE EST
      *       TROUVE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEHIC  ASSIGN VEHIC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VEH-CLE
             FILE STATUS  WS-VEH.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT TRI-IMMAT ASSIGN TRIIMMAT.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       SD  TRI-IMMAT.
       01  T-EIMM.
           05 T-IMMAT        PIC X(12).
           05 T-MATRICUL     PIC 9(6).
           05 T-SEQ          PIC 99.
           05 T-VIN          PIC X(17).
           05 T-TP-VHCL      PIC X.
           05 T-NOM-CLIENT   PIC X(20).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-VEH         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-TRI         PIC XX     VALUE SPACE.
       77  WS-FIN-VEH     PIC X      VALUE 'N'.
           88 FIN-VEH                VALUE 'O'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  NB-VEH-LUS     PIC 9(6)   VALUE 0.
       77  NB-SANS-IMMAT  PIC 9(6)   VALUE 0.
       77  NB-SANS-POLICE PIC 9(6)   VALUE 0.
       77  NB-TRIES       PIC 9(6)   VALUE 0.
       77  NB-GROUPES     PIC 9(6)   VALUE 0.
       77  NB-GRP-POLICE  PIC 9(6)   VALUE 0.
       77  NB-VEH-DOUBLE  PIC 9(6)   VALUE 0.
       77  WS-PREM-ENR    PIC X      VALUE 'O'.
       77  WS-GRP-OUVERT  PIC X      VALUE 'N'.
       77  WS-GRP-MULTI   PIC X      VALUE 'N'.
       77  DISP-CPT       PIC ZZZZZ9.
       01  WS-PREC.
           05 PREC-IMMAT     PIC X(12).
           05 PREC-MATRICUL  PIC 9(6).
           05 PREC-SEQ       PIC 99.
           05 PREC-VIN       PIC X(17).
           05 PREC-TP-VHCL   PIC X.
           05 PREC-NOM       PIC X(20).
       77  WS-GRP-MAT     PIC 9(6)   VALUE 0.

       PROCEDURE DIVISION.
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           MOVE ALL SPACE TO ELST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           PERFORM IMPRIME-ENTETE
           SORT TRI-IMMAT ON ASCENDING KEY T-IMMAT
                          ON ASCENDING KEY T-MATRICUL
                          ON ASCENDING KEY T-SEQ
                INPUT PROCEDURE EXTRACTION
                OUTPUT PROCEDURE DETECTER-DOUBLES
           PERFORM IMPRIME-PIED
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ68 - IMMATRICULATIONS ASSUREES EN DOUBLE'
           DISPLAY 'VEHICULES LUS              : ' NB-VEH-LUS
           DISPLAY 'SANS IMMATRICULATION       : ' NB-SANS-IMMAT
           DISPLAY 'SANS POLICE SUR ASSUR      : ' NB-SANS-POLICE
           DISPLAY 'GROUPES ENTRE POLICES      : ' NB-GROUPES
           DISPLAY 'GROUPES DANS UNE POLICE    : ' NB-GRP-POLICE
           IF NB-GROUPES > 0 OR NB-GRP-POLICE > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * SEULS LES VEHICULES IMMATRICULES D'UNE POLICE VIVANTE
      * ENTRENT AU TRI ; UN VEHICULE SANS POLICE EST L'AFFAIRE DE
      * L'AUDIT D'INTEGRITE TPPRJ42.
       EXTRACTION.
           OPEN INPUT VEHIC
           PERFORM TEST-STAT-VEH
           OPEN INPUT ASSUR
           PERFORM TEST-STAT-ASR
           MOVE 'N' TO WS-FIN-VEH
           PERFORM UNTIL FIN-VEH
             READ VEHIC NEXT
               AT END MOVE 'O' TO WS-FIN-VEH
             END-READ
             IF NOT FIN-VEH
               ADD 1 TO NB-VEH-LUS
               IF VEH-IMMAT = SPACE
                 ADD 1 TO NB-SANS-IMMAT
               ELSE
                 PERFORM RETENIR-VEHICULE
               END-IF
             END-IF
           END-PERFORM
           CLOSE VEHIC
           CLOSE ASSUR
           .

       RETENIR-VEHICULE.
           MOVE VEH-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
               ADD 1 TO NB-SANS-POLICE
             NOT INVALID KEY
               MOVE VEH-IMMAT TO T-IMMAT
               MOVE VEH-MATRICUL TO T-MATRICUL
               MOVE VEH-SEQ TO T-SEQ
               MOVE VEH-VIN TO T-VIN
               MOVE VEH-TP-VHCL TO T-TP-VHCL
               MOVE NOM-CLIENT TO T-NOM-CLIENT
               ADD 1 TO NB-TRIES
               RELEASE T-EIMM
           END-READ
           .

      * UN GROUPE EST EDITE AU FIL DU TRI ; IL EST COMPTE ENTRE
      * POLICES DES QU'UN DE SES VEHICULES CHANGE DE MATRICULE.
       DETECTER-DOUBLES.
           MOVE 'O' TO WS-PREM-ENR
           MOVE 'N' TO WS-GRP-OUVERT
           MOVE SPACE TO WS-TRI
           RETURN TRI-IMMAT AT END MOVE '10' TO WS-TRI END-RETURN
           PERFORM UNTIL WS-TRI = '10'
             IF WS-PREM-ENR = 'O'
               MOVE 'N' TO WS-PREM-ENR
             ELSE
               IF T-IMMAT = PREC-IMMAT
                 IF WS-GRP-OUVERT = 'N'
                   MOVE 'O' TO WS-GRP-OUVERT
                   MOVE 'N' TO WS-GRP-MULTI
                   MOVE PREC-MATRICUL TO WS-GRP-MAT
                   PERFORM EDITER-PRECEDENT
                 END-IF
                 IF T-MATRICUL NOT = WS-GRP-MAT
                   MOVE 'O' TO WS-GRP-MULTI
                 END-IF
                 PERFORM EDITER-COURANT
               ELSE
                 IF WS-GRP-OUVERT = 'O'
                   PERFORM FERMER-GROUPE
                 END-IF
               END-IF
             END-IF
             PERFORM MEMORISER-PRECEDENT
             RETURN TRI-IMMAT AT END MOVE '10' TO WS-TRI END-RETURN
           END-PERFORM
           IF WS-GRP-OUVERT = 'O'
             PERFORM FERMER-GROUPE
           END-IF
           .

       FERMER-GROUPE.
           MOVE ALL SPACE TO ELST
           IF WS-GRP-MULTI = 'O'
             ADD 1 TO NB-GROUPES
             STRING '   ==> MEME IMMATRICULATION SUR PLUSIEURS POLICES'
                    DELIMITED BY SIZE INTO ELST
           ELSE
             ADD 1 TO NB-GRP-POLICE
             STRING '   ==> IMMATRICULATION EN DOUBLE DANS LA POLICE'
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE 'N' TO WS-GRP-OUVERT
           .

       MEMORISER-PRECEDENT.
           MOVE T-IMMAT TO PREC-IMMAT
           MOVE T-MATRICUL TO PREC-MATRICUL
           MOVE T-SEQ TO PREC-SEQ
           MOVE T-VIN TO PREC-VIN
           MOVE T-TP-VHCL TO PREC-TP-VHCL
           MOVE T-NOM-CLIENT TO PREC-NOM
           .

       EDITER-PRECEDENT.
           ADD 1 TO NB-VEH-DOUBLE
           MOVE ALL SPACE TO ELST
           STRING PREC-IMMAT '  ' PREC-MATRICUL '  ' PREC-SEQ '  '
                  PREC-NOM '  ' PREC-VIN '  ' PREC-TP-VHCL
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       EDITER-COURANT.
           ADD 1 TO NB-VEH-DOUBLE
           MOVE ALL SPACE TO ELST
           STRING T-IMMAT '  ' T-MATRICUL '  ' T-SEQ '  '
                  T-NOM-CLIENT '  ' T-VIN '  ' T-TP-VHCL
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API68   IMMATRICULATIONS ASSUREES EN DOUBLE   '
                  DAT ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'IMMATRICULAT  MATRIC  VH  CLIENT                '
                  'VIN                TP'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-TRIES TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'VEHICULES IMMATRICULES CONTROLES   ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-GROUPES TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'DOUBLES ENTRE POLICES              ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-GRP-POLICE TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'DOUBLES DANS UNE MEME POLICE       ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-VEH-DOUBLE TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'VEHICULES CONCERNES                ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-SANS-IMMAT TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'VEHICULES SANS IMMATRICULATION     ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-VEH.
           IF WS-VEH NOT = '00'
             DISPLAY 'ERREUR FICHIER VEHICULES ' WS-VEH
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ASR.
           IF WS-ASR NOT = '00'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
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
