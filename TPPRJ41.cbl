      *         STAT5, MEMES FICHIERS QUE LE TABLEAU DE BORD),
      *       - AUCUNE QUITTANCE EMISE PAR TPPRJ2,
      *       - ETAPE PLUS LONGUE QUE PRM-DUREE-MAX MINUTES,
      *       - ETAPE TERMINEE EN CODE RETOUR 8 OU PLUS,
      *       - DEMANDE DE DOUBLE VALIDATION (VALATT) EN ATTENTE
      *         DEPUIS PLUS DE PRM-VAL-JRS JOURS : PERSONNE NE L'A
      *         VALIDEE NI REJETEE DANS TPPRJ72.
      *       LA MOINDRE ALERTE REND LE CODE RETOUR 4 POUR QUE LE
      *       PUPITREUR SACHE QU'IL FAUT APPELER QUELQU'UN.
      ******************************
             FILE STATUS  WS-ST5.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.
           SELECT VALATT ASSIGN VALATT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VLD-CLE
             FILE STATUS  WS-VLD.

       DATA DIVISION.
       FILE SECTION.
       01  ESTAT5D           PIC X(80).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).
       FD  VALATT RECORDING F.
           COPY VLDREC.

       WORKING-STORAGE SECTION.
       77  WS-CHS         PIC XX.
       77  WS-ST3         PIC XX.
       77  WS-ST5         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-VLD         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-DUREE-MAX   PIC 9(4)  VALUE 0060.
       77  WS-DT-NUIT     PIC 9(8)  VALUE 0.
       77  NB-ALERTES     PIC 9(4)  VALUE 0.
      * ANCIENNETE DES DEMANDES EN ATTENTE DE VALIDATION, EN JOURS
      * (MOIS DE 30 JOURS, ANNEE DE 360) PAR RAPPORT A LA NUIT.
       77  WS-VAL-JRS     PIC 9(3)  VALUE 2.
       77  WS-FIN-VLD     PIC X     VALUE 'N'.
       77  WS-JRS-NUIT    PIC 9(6).
       77  WS-JRS-DEM     PIC 9(6).
       77  WS-AA          PIC 9(4).
       77  WS-MM          PIC 99.
       77  WS-JJ          PIC 99.
      * ETAPES DECOUVERTES SUR CHSTAT POUR LA NUIT DEMANDEE :
      * PREMIERE HEURE DE DEBUT, DERNIERE HEURE DE FIN, DERNIER
      * CODE RETOUR, COMPTEUR TRAITE REPRIS DU JEXEC.
       77  IX-E           PIC 99.
       77  WS-ETAPE-TROUVEE PIC X   VALUE 'N'.
       01  TABLE-ETAPES.
           05 ET-ENT OCCURS 20.
              10 ET-PROG     PIC X(8).
              10 ET-TIM-DEB  PIC X(8).
              10 ET-TIM-FIN  PIC X(8).
           PERFORM IMPRIME-ENTETE
           PERFORM IMPRIME-ETAPES
           PERFORM CONTROLER-SEUILS
           PERFORM CONTROLER-VALIDATIONS
           PERFORM IMPRIME-PIED
           CLOSE LST
           PERFORM TEST-STAT-LST
             IF PRM-DUREE-MAX NUMERIC AND PRM-DUREE-MAX > 0
               MOVE PRM-DUREE-MAX TO WS-DUREE-MAX
             END-IF
             IF PRM-VAL-JRS NUMERIC AND PRM-VAL-JRS > 0
               MOVE PRM-VAL-JRS TO WS-VAL-JRS
             END-IF
           END-IF
           .

               ADD 1 TO IX-E
             END-IF
           END-PERFORM
           IF WS-ETAPE-TROUVEE = 'N' AND NB-ETAPES < 20
             ADD 1 TO NB-ETAPES
             MOVE NB-ETAPES TO IX-E
             MOVE CHS-PROG TO ET-PROG(IX-E)
           END-IF
           .

      * LE FICHIER DES DEMANDES N'EXISTE QU'APRES LA PREMIERE
      * DEMANDE DEPOSEE : ABSENT, IL N'Y A RIEN A SIGNALER.
       CONTROLER-VALIDATIONS.
           MOVE WS-DT-NUIT(1:4) TO WS-AA
           MOVE WS-DT-NUIT(5:2) TO WS-MM
           MOVE WS-DT-NUIT(7:2) TO WS-JJ
           COMPUTE WS-JRS-NUIT = WS-AA * 360 + WS-MM * 30 + WS-JJ
           OPEN INPUT VALATT
           IF WS-VLD = '00'
             MOVE 'N' TO WS-FIN-VLD
             MOVE LOW-VALUE TO VLD-CLE
             START VALATT KEY NOT < VLD-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-VLD
             END-START
             PERFORM UNTIL WS-FIN-VLD = 'O'
               READ VALATT NEXT
                 AT END
                   MOVE 'O' TO WS-FIN-VLD
                 NOT AT END
                   IF VLD-ST = 'A'
                     PERFORM CONTROLER-UNE-DEMANDE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VALATT
           END-IF
           .

       CONTROLER-UNE-DEMANDE.
           MOVE VLD-DT-DEM(1:4) TO WS-AA
           MOVE VLD-DT-DEM(5:2) TO WS-MM
           MOVE VLD-DT-DEM(7:2) TO WS-JJ
           COMPUTE WS-JRS-DEM = WS-AA * 360 + WS-MM * 30 + WS-JJ
           IF WS-JRS-NUIT > WS-JRS-DEM
              AND WS-JRS-NUIT - WS-JRS-DEM > WS-VAL-JRS
             MOVE ALL SPACE TO ELST
             STRING '*** ALERTE : VALIDATION EN ATTENTE DEPUIS LE '
                    VLD-DT-DEM ' - ' VLD-PROG ' ' VLD-OPID-DEM ' '
                    VLD-OBJET
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-ALERTE
           END-IF
           .

       ALERTE-DUREE.
           MOVE WS-DUREE TO DISP-DUREE
           MOVE ALL SPACE TO ELST
