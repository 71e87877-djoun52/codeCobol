       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ67.
      ******************************
      *  67 - FICHIER DELTA QUOTIDIEN DU FICHIER DES VEHICULES
      *       ASSURES (FVA) : PARCOURT LE JOURNAL FVAMVT (DESSIN
      *       FVAREC) ALIMENTE PAR LA MAINTENANCE DES VEHICULES
      *       TPPRJ32 ET PAR LES RESILIATIONS DE TPPRJ6, ET ECRIT SUR
      *       FVADLT CHAQUE MOUVEMENT ENCORE A DECLARER (AJOUT,
      *       MODIFICATION, SUPPRESSION) AVEC L'IMMATRICULATION, LE
      *       VIN, LA DATE DE 1ERE MISE EN CIRCULATION ET LA DATE
      *       D'EFFET, ENTRE UN ENREGISTREMENT D'EN-TETE (DATE DE
      *       PRODUCTION) ET UN ENREGISTREMENT DE FIN (NOMBRES PAR
      *       ACTION ET TOTAL). LES MOUVEMENTS DECLARES SONT MARQUES
      *       E A LA DATE DU JOUR (FVA-DT-ENV, AAAAMMJJ). UN
      *       RELANCEMENT LE MEME JOUR RECONSTRUIT LE DELTA COMPLET
      *       DU JOUR : LES MOUVEMENTS MARQUES CE JOUR-LA Y SONT
      *       REPRIS, RIEN N'EST PERDU NI DECLARE DEUX JOURS DE
      *       SUITE. LE DELTA EST PRODUIT MEME VIDE (EN-TETE ET FIN
      *       SEULS) : LE FVA ATTEND UN ENVOI PAR JOUR.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FVAMVT ASSIGN FVAMVT
             FILE STATUS  WS-FVA.
           SELECT FVADLT ASSIGN FVADLT
             FILE STATUS  WS-DLT.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  FVAMVT RECORDING F.
           COPY FVAREC.
      * FICHIER DELTA : 0 = EN-TETE, 1 = MOUVEMENT, 9 = FIN.
       FD  FVADLT RECORDING F.
       01  EDLT.
           05 DLT-TYPE         PIC X.
           05 DLT-ACTION       PIC X.
           05 DLT-IMMAT        PIC X(12).
           05 DLT-VIN          PIC X(17).
           05 DLT-DT-1IMMAT    PIC 9(8).
           05 DLT-TP-VHCL      PIC X.
           05 DLT-DT-EFF       PIC 9(8).
           05 DLT-MATRICUL     PIC 9(6).
           05 DLT-SEQ          PIC 99.
           05 DLT-DT-MVT       PIC 9(8).
           05 FILLER           PIC X(27).
       01  EDLT-ENTETE.
           05 DLE-TYPE         PIC X.
           05 DLE-LIB          PIC X(3).
           05 DLE-DT-PROD      PIC 9(8).
           05 DLE-HEURE        PIC X(8).
           05 FILLER           PIC X(70).
       01  EDLT-FIN.
           05 DLF-TYPE         PIC X.
           05 DLF-NB-AJOUT     PIC 9(6).
           05 DLF-NB-MODIF     PIC 9(6).
           05 DLF-NB-SUPPR     PIC 9(6).
           05 DLF-NB-TOTAL     PIC 9(6).
           05 FILLER           PIC X(65).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-FVA         PIC XX.
       77  WS-DLT         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-FVAMVT-OUV  PIC X     VALUE 'N'.
       77  WS-FIN-FVA     PIC X     VALUE 'N'.
           88 FIN-FVA               VALUE 'O'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-DT-JOUR     PIC 9(8)  VALUE 0.
       77  WS-LIB-ACT     PIC X(12) VALUE SPACE.
       77  NB-AJOUT       PIC 9(6)  VALUE 0.
       77  NB-MODIF       PIC 9(6)  VALUE 0.
       77  NB-SUPPR       PIC 9(6)  VALUE 0.
       77  NB-DECLARES    PIC 9(6)  VALUE 0.
       77  NB-REPRIS      PIC 9(6)  VALUE 0.
       77  DISP-CPT       PIC ZZZZZ9.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ67'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           OPEN OUTPUT FVADLT
           PERFORM TEST-STAT-DLT
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           PERFORM IMPRIME-ENTETE
           MOVE ALL SPACE TO EDLT-ENTETE
           MOVE '0' TO DLE-TYPE
           MOVE 'FVA' TO DLE-LIB
           MOVE WS-DT-JOUR TO DLE-DT-PROD
           MOVE TIM TO DLE-HEURE
           WRITE EDLT-ENTETE
           PERFORM TEST-STAT-DLT
           OPEN I-O FVAMVT
           IF WS-FVA = '00'
             MOVE 'O' TO WS-FVAMVT-OUV
             PERFORM DECLARER-MOUVEMENTS
             CLOSE FVAMVT
           ELSE
             IF WS-FVA NOT = '35'
               PERFORM TEST-STAT-FVA
             END-IF
           END-IF
           MOVE ALL SPACE TO EDLT-FIN
           MOVE '9' TO DLF-TYPE
           MOVE NB-AJOUT TO DLF-NB-AJOUT
           MOVE NB-MODIF TO DLF-NB-MODIF
           MOVE NB-SUPPR TO DLF-NB-SUPPR
           MOVE NB-DECLARES TO DLF-NB-TOTAL
           WRITE EDLT-FIN
           PERFORM TEST-STAT-DLT
           CLOSE FVADLT
           PERFORM TEST-STAT-DLT
           PERFORM IMPRIME-TOTAUX
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ67 - DELTA DU FICHIER DES VEHICULES ASSURES '
                   'DU ' WS-DT-JOUR
           DISPLAY 'MOUVEMENTS DECLARES : ' NB-DECLARES
           DISPLAY 'DONT REPRIS DU JOUR : ' NB-REPRIS
           MOVE NB-DECLARES TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

      * UN MOUVEMENT PART S'IL N'EST PAS ENCORE DECLARE, OU S'IL L'A
      * ETE AUJOURD'HUI (RELANCEMENT : LE DELTA DU JOUR EST REFAIT).
       DECLARER-MOUVEMENTS.
           MOVE 'N' TO WS-FIN-FVA
           PERFORM UNTIL FIN-FVA
             READ FVAMVT
               AT END MOVE 'O' TO WS-FIN-FVA
             END-READ
             IF NOT FIN-FVA
               IF FVA-ST = SPACE
                 PERFORM DECLARER-UN-MOUVEMENT
               ELSE
                 IF FVA-ST = 'E' AND FVA-DT-ENV = WS-DT-JOUR
                   ADD 1 TO NB-REPRIS
                   PERFORM DECLARER-UN-MOUVEMENT
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       DECLARER-UN-MOUVEMENT.
           MOVE ALL SPACE TO EDLT
           MOVE '1' TO DLT-TYPE
           MOVE FVA-ACTION TO DLT-ACTION
           MOVE FVA-IMMAT TO DLT-IMMAT
           MOVE FVA-VIN TO DLT-VIN
           MOVE FVA-DT-1IMMAT TO DLT-DT-1IMMAT
           MOVE FVA-TP-VHCL TO DLT-TP-VHCL
           MOVE FVA-DT-EFF TO DLT-DT-EFF
           MOVE FVA-MATRICUL TO DLT-MATRICUL
           MOVE FVA-SEQ TO DLT-SEQ
           MOVE FVA-DT TO DLT-DT-MVT
           WRITE EDLT
           PERFORM TEST-STAT-DLT
           MOVE 'E' TO FVA-ST
           MOVE WS-DT-JOUR TO FVA-DT-ENV
           REWRITE EFVA
           PERFORM TEST-STAT-FVA
           ADD 1 TO NB-DECLARES
           EVALUATE FVA-ACTION
             WHEN 'A'
               ADD 1 TO NB-AJOUT
               MOVE 'AJOUT       ' TO WS-LIB-ACT
             WHEN 'M'
               ADD 1 TO NB-MODIF
               MOVE 'MODIFICATION' TO WS-LIB-ACT
             WHEN OTHER
               ADD 1 TO NB-SUPPR
               MOVE 'SUPPRESSION ' TO WS-LIB-ACT
           END-EVALUATE
           MOVE ALL SPACE TO ELST
           STRING FVA-MATRICUL '  ' FVA-SEQ '  ' WS-LIB-ACT '  '
                  FVA-IMMAT '  ' FVA-VIN '  ' FVA-DT-1IMMAT '  '
                  FVA-DT-EFF '  ' FVA-PROG
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API67   DELTA FICHIER DES VEHICULES ASSURES   '
                  DAT ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'MATRIC  VH  ACTION        IMMATRICULAT  '
                  'VIN                1ERE MEC  EFFET     ORIGINE'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-TOTAUX.
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-AJOUT TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'AJOUTS          ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-MODIF TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'MODIFICATIONS   ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-SUPPR TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'SUPPRESSIONS    ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-DECLARES TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'TOTAL DECLARE   ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF NB-REPRIS > 0
             MOVE NB-REPRIS TO DISP-CPT
             MOVE ALL SPACE TO ELST
             STRING 'DONT DEJA MARQUES CE JOUR (RELANCEMENT) '
                    DISP-CPT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           IF WS-FVAMVT-OUV = 'N'
             MOVE ALL SPACE TO ELST
             STRING 'JOURNAL FVAMVT ABSENT - DELTA VIDE'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-FVA.
           IF WS-FVA NOT = '00'
             DISPLAY 'ERREUR FICHIER MOUVEMENTS FVA ' WS-FVA
             MOVE 16 TO RETURN-CODE
             MOVE WS-FVA TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-DLT.
           IF WS-DLT NOT = '00'
             DISPLAY 'ERREUR FICHIER DELTA FVA ' WS-DLT
             MOVE 16 TO RETURN-CODE
             MOVE WS-DLT TO WS-JEX-FS
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
