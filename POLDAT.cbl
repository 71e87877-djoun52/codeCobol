       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLDAT.
      ******************************
      *  POLDAT - ETAT D'UNE POLICE A UNE DATE DONNEE, SUR LE MODELE
      *      DES SOUS-PROGRAMMES PARTAGES TABLOD/PARMLOD. ON PART DE
      *      L'IMAGE COURANTE DU DOSSIER (ASSUR, OU L'ARCHIVE ARCH SI
      *      LA POLICE EST RESILIEE) ET DE SES VEHICULES (VEHIC), PUIS
      *      ON DEFAIT A REBOURS, DE LA PLUS RECENTE A LA PLUS
      *      ANCIENNE, CHAQUE MODIFICATION DU JOURNAL JRNA DATEE
      *      APRES LA DATE DEMANDEE : M ET S RENDENT L'IMAGE AVANT,
      *      C FAIT DISPARAITRE LE DOSSIER, V REMET OU RETIRE LE
      *      VEHICULE. LES AJOUTS ET SUPPRESSIONS DE VEHICULES DE LA
      *      MAINTENANCE TPPRJ32 ET DES RESILIATIONS, QUI NE PASSENT
      *      PAS PAR JRNA, SONT DEFAITS DE MEME DEPUIS FVAMVT. LES
      *      MODIFICATIONS DU JOUR DEMANDE SONT CONSERVEES : C'EST
      *      L'ETAT DU DOSSIER EN FIN DE JOURNEE.
      *      LES CONDUCTEURS NOMMES (N) NE SONT PAS RECONSTITUES.
      *      ZONE D'ECHANGE : COPY POLDTAB (PDT-MATRICUL ET PDT-DATE
      *      EN ENTREE, ETAT, IMAGE ET VEHICULES EN RETOUR).
      *      FICHIERS OUVERTS EN LECTURE LE TEMPS DE L'APPEL ; UN
      *      FICHIER ABSENT EST TRAITE COMME VIDE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT JRNA   ASSIGN JRNA
             FILE STATUS  WS-JRN.
           SELECT FVAMVT ASSIGN FVAMVT
             FILE STATUS  WS-FVA.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  JRNA RECORDING F.
           COPY JRNAREC.
       FD  FVAMVT RECORDING F.
           COPY FVAREC.
       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-VEH         PIC XX.
       77  WS-JRN         PIC XX.
       77  WS-FVA         PIC XX.
       77  WS-ASSUR-OUV   PIC X      VALUE 'N'.
       77  WS-VEHIC-OUV   PIC X      VALUE 'N'.
       77  WS-TROUVE      PIC X      VALUE 'N'.
       77  WS-ARCHIVEE    PIC X      VALUE 'N'.
       77  WS-EXISTE      PIC X      VALUE 'N'.
       77  WS-FIN-VEH     PIC X      VALUE 'N'.
           88 FIN-VEH                VALUE 'O'.
       77  WS-VEH-TROUVE  PIC X      VALUE 'N'.
       01  WS-DT-MVT      PIC 9(8).
       01  WS-DT-CMP      PIC 9(8).
       01  WS-IMAGE       PIC X(80).
       77  IX-MVT         PIC 9(4).
       77  IX-VEH         PIC 99.
       77  IX-DEC         PIC 9(4).
       77  WS-SEQ         PIC 99.
      * MODIFICATIONS DE JRNA POSTERIEURES A LA DATE, DANS L'ORDRE
      * DU JOURNAL ; DEFAITES DE LA DERNIERE A LA PREMIERE. AU-DELA
      * DE 500, LES PLUS ANCIENNES SONT ABANDONNEES.
       77  NB-MVT         PIC 9(4)   VALUE 0.
       01  TABLE-MVT.
           05 MVT-ENT OCCURS 500.
              10 MVT-OPER     PIC X.
              10 MVT-AVANT    PIC X(80).
              10 MVT-APRES    PIC X(80).
      * MOUVEMENTS FVAMVT POSTERIEURS A LA DATE, MEME TRAITEMENT.
       77  NB-FVA         PIC 9(4)   VALUE 0.
       01  TABLE-FVA.
           05 FVT-ENT OCCURS 200.
              10 FVT-ACTION   PIC X.
              10 FVT-SEQ      PIC 99.
              10 FVT-TP-VHCL  PIC X.
              10 FVT-IMMAT    PIC X(12).
              10 FVT-VIN      PIC X(17).
              10 FVT-DT-1IMMAT PIC 9(8).
       LINKAGE SECTION.
           COPY POLDTAB.
       PROCEDURE DIVISION USING PDT-ZONE.
           MOVE 'I' TO PDT-ETAT
           MOVE 'O' TO PDT-COMPLET
           MOVE 0 TO PDT-NB-MVT
           MOVE 0 TO PDT-DT-RESIL
           MOVE ALL SPACE TO PDT-EASR
           MOVE 0 TO PDT-NB-VEH
           MOVE 1 TO IX-VEH
           PERFORM UNTIL IX-VEH > 20
             MOVE ALL SPACE TO PDT-VEH(IX-VEH)
             ADD 1 TO IX-VEH
           END-PERFORM
           MOVE 'N' TO WS-TROUVE
           MOVE 'N' TO WS-ARCHIVEE
           MOVE 'N' TO WS-EXISTE
           PERFORM LIRE-IMAGE-COURANTE
           IF WS-TROUVE = 'O'
             PERFORM CHARGER-VEHICULES
             PERFORM CHARGER-JRNA
             PERFORM CHARGER-FVAMVT
             PERFORM DEFAIRE-JRNA
             PERFORM DEFAIRE-FVAMVT
             PERFORM DETERMINER-ETAT
           END-IF
           IF WS-ASSUR-OUV = 'O'
             CLOSE ASSUR
           END-IF
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
           END-IF
           GOBACK
           .

      * IMAGE DE DEPART : LE DOSSIER EN VIGUEUR, SINON SON ARCHIVE.
      * EASR RESTE LA ZONE DE TRAVAIL DE LA RECONSTITUTION.
       LIRE-IMAGE-COURANTE.
           MOVE 'N' TO WS-ASSUR-OUV
           OPEN INPUT ASSUR
           IF WS-ASR = '00'
             MOVE 'O' TO WS-ASSUR-OUV
             MOVE PDT-MATRICUL TO MATRICUL
             READ ASSUR
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'O' TO WS-TROUVE
                 MOVE 'O' TO WS-EXISTE
             END-READ
           ELSE
             DISPLAY 'POLDAT - FICHIER ASSURE INDISPONIBLE ' WS-ASR
           END-IF
           IF WS-TROUVE = 'N'
             OPEN INPUT ARCH
             IF WS-ARC = '00'
               MOVE PDT-MATRICUL TO ARC-MATRICUL
               READ ARCH
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'O' TO WS-TROUVE
                   MOVE 'O' TO WS-ARCHIVEE
                   MOVE 'O' TO WS-EXISTE
                   MOVE ARC-DT-RESIL TO PDT-DT-RESIL
                   MOVE ARC-EASR TO EASR
               END-READ
               CLOSE ARCH
             END-IF
           END-IF
           .

       CHARGER-VEHICULES.
           MOVE 'N' TO WS-VEHIC-OUV
           OPEN INPUT VEHIC
           IF WS-VEH = '00'
             MOVE 'O' TO WS-VEHIC-OUV
             MOVE 'N' TO WS-FIN-VEH
             MOVE PDT-MATRICUL TO VEH-MATRICUL
             MOVE 0 TO VEH-SEQ
             START VEHIC KEY IS NOT LESS THAN VEH-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-VEH
             END-START
             PERFORM UNTIL FIN-VEH
               READ VEHIC NEXT
                 AT END MOVE 'O' TO WS-FIN-VEH
               END-READ
               IF NOT FIN-VEH
                 IF VEH-MATRICUL NOT = PDT-MATRICUL
                   MOVE 'O' TO WS-FIN-VEH
                 ELSE
                   PERFORM AJOUTER-VEHICULE
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .

      * JRN-DAT EST EN JJ/MM/AAAA ; SEULES LES MODIFICATIONS DATEES
      * APRES LE JOUR DEMANDE SONT A DEFAIRE.
       CHARGER-JRNA.
           MOVE 0 TO NB-MVT
           OPEN INPUT JRNA
           IF WS-JRN = '00'
             READ JRNA
             PERFORM UNTIL WS-JRN NOT = '00'
               IF JRN-MATRICUL = PDT-MATRICUL
                 MOVE JRN-DAT(7:4) TO WS-DT-MVT(1:4)
                 MOVE JRN-DAT(4:2) TO WS-DT-MVT(5:2)
                 MOVE JRN-DAT(1:2) TO WS-DT-MVT(7:2)
                 IF WS-DT-MVT > PDT-DATE
                   PERFORM GARDER-MVT
                 END-IF
               END-IF
               READ JRNA
             END-PERFORM
             CLOSE JRNA
           END-IF
           .

       GARDER-MVT.
           IF NB-MVT = 500
             MOVE 'N' TO PDT-COMPLET
             MOVE 1 TO IX-DEC
             PERFORM UNTIL IX-DEC > 499
               MOVE MVT-ENT(IX-DEC + 1) TO MVT-ENT(IX-DEC)
               ADD 1 TO IX-DEC
             END-PERFORM
           ELSE
             ADD 1 TO NB-MVT
           END-IF
           MOVE JRN-OPER TO MVT-OPER(NB-MVT)
           MOVE JRN-AVANT TO MVT-AVANT(NB-MVT)
           MOVE JRN-APRES TO MVT-APRES(NB-MVT)
           .

       CHARGER-FVAMVT.
           MOVE 0 TO NB-FVA
           OPEN INPUT FVAMVT
           IF WS-FVA = '00'
             READ FVAMVT
             PERFORM UNTIL WS-FVA NOT = '00'
               IF FVA-MATRICUL = PDT-MATRICUL AND FVA-DT > PDT-DATE
                  AND (FVA-ACTION = 'A' OR FVA-ACTION = 'S')
                 PERFORM GARDER-FVA
               END-IF
               READ FVAMVT
             END-PERFORM
             CLOSE FVAMVT
           END-IF
           .

       GARDER-FVA.
           IF NB-FVA = 200
             MOVE 'N' TO PDT-COMPLET
             MOVE 1 TO IX-DEC
             PERFORM UNTIL IX-DEC > 199
               MOVE FVT-ENT(IX-DEC + 1) TO FVT-ENT(IX-DEC)
               ADD 1 TO IX-DEC
             END-PERFORM
           ELSE
             ADD 1 TO NB-FVA
           END-IF
           MOVE FVA-ACTION TO FVT-ACTION(NB-FVA)
           MOVE FVA-SEQ TO FVT-SEQ(NB-FVA)
           MOVE FVA-TP-VHCL TO FVT-TP-VHCL(NB-FVA)
           MOVE FVA-IMMAT TO FVT-IMMAT(NB-FVA)
           MOVE FVA-VIN TO FVT-VIN(NB-FVA)
           MOVE FVA-DT-1IMMAT TO FVT-DT-1IMMAT(NB-FVA)
           .

      * A REBOURS : C = LE DOSSIER N'EXISTAIT PAS AVANT ; M ET S =
      * L'IMAGE AVANT ETAIT EN VIGUEUR ; V = UN AJOUT DE VEHICULE
      * (AVANT A BLANC) EST RETIRE, UNE SUPPRESSION EST REMISE.
       DEFAIRE-JRNA.
           MOVE NB-MVT TO IX-MVT
           PERFORM UNTIL IX-MVT = 0
             EVALUATE MVT-OPER(IX-MVT)
               WHEN 'C'
                 MOVE 'N' TO WS-EXISTE
                 MOVE ALL SPACE TO EASR
                 ADD 1 TO PDT-NB-MVT
               WHEN 'M'
               WHEN 'S'
                 MOVE 'O' TO WS-EXISTE
                 MOVE MVT-AVANT(IX-MVT) TO EASR
                 ADD 1 TO PDT-NB-MVT
               WHEN 'V'
                 IF MVT-AVANT(IX-MVT) = SPACE
                   MOVE MVT-APRES(IX-MVT) TO EVEH
                   MOVE VEH-SEQ TO WS-SEQ
                   PERFORM RETIRER-VEHICULE
                 ELSE
                   MOVE MVT-AVANT(IX-MVT) TO EVEH
                   PERFORM AJOUTER-VEHICULE
                 END-IF
                 ADD 1 TO PDT-NB-MVT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             SUBTRACT 1 FROM IX-MVT
           END-PERFORM
           .

      * FVAMVT : UN AJOUT POSTERIEUR EST RETIRE ; UNE SUPPRESSION
      * POSTERIEURE REMET LE VEHICULE S'IL N'EST PAS DEJA RESTITUE
      * PAR JRNA (IDENTIFICATION ET TYPE SEULEMENT).
       DEFAIRE-FVAMVT.
           MOVE NB-FVA TO IX-MVT
           PERFORM UNTIL IX-MVT = 0
             IF FVT-ACTION(IX-MVT) = 'A'
               MOVE FVT-SEQ(IX-MVT) TO WS-SEQ
               PERFORM RETIRER-VEHICULE
             ELSE
               MOVE ALL SPACE TO EVEH
               MOVE PDT-MATRICUL TO VEH-MATRICUL
               MOVE FVT-SEQ(IX-MVT) TO VEH-SEQ
               MOVE FVT-TP-VHCL(IX-MVT) TO VEH-TP-VHCL
               MOVE 0 TO VEH-PRM-BS
               MOVE FVT-IMMAT(IX-MVT) TO VEH-IMMAT
               MOVE FVT-VIN(IX-MVT) TO VEH-VIN
               MOVE FVT-DT-1IMMAT(IX-MVT) TO VEH-DT-1IMMAT
               PERFORM AJOUTER-VEHICULE
             END-IF
             ADD 1 TO PDT-NB-MVT
             SUBTRACT 1 FROM IX-MVT
           END-PERFORM
           .

      * LE VEHICULE PORTE PAR EVEH EST AJOUTE S'IL N'Y EST PAS DEJA.
       AJOUTER-VEHICULE.
           MOVE VEH-SEQ TO WS-SEQ
           MOVE EVEH TO WS-IMAGE
           PERFORM CHERCHER-VEHICULE
           IF WS-VEH-TROUVE = 'N' AND PDT-NB-VEH < 20
             ADD 1 TO PDT-NB-VEH
             MOVE WS-IMAGE TO PDT-VEH(PDT-NB-VEH)
           END-IF
           .

      * LE VEHICULE WS-SEQ SORT DE LA LISTE ; LE DERNIER POSTE
      * PREND SA PLACE.
       RETIRER-VEHICULE.
           PERFORM CHERCHER-VEHICULE
           IF WS-VEH-TROUVE = 'O'
             MOVE PDT-VEH(PDT-NB-VEH) TO PDT-VEH(IX-VEH)
             MOVE ALL SPACE TO PDT-VEH(PDT-NB-VEH)
             SUBTRACT 1 FROM PDT-NB-VEH
           END-IF
           .

       CHERCHER-VEHICULE.
           MOVE 'N' TO WS-VEH-TROUVE
           MOVE 1 TO IX-VEH
           PERFORM UNTIL IX-VEH > PDT-NB-VEH OR WS-VEH-TROUVE = 'O'
             MOVE PDT-VEH(IX-VEH) TO EVEH
             IF VEH-SEQ = WS-SEQ
               MOVE 'O' TO WS-VEH-TROUVE
             ELSE
               ADD 1 TO IX-VEH
             END-IF
           END-PERFORM
           .

      * ETAT A LA DATE : RESILIEE DES LA DATE D'EFFET DE LA
      * RESILIATION (ARCH), HORS PORTEFEUILLE AVANT LA CREATION OU
      * LA DATE D'EFFET, SUSPENDUE SI LE COEFFICIENT ETAIT A S.
       DETERMINER-ETAT.
           IF WS-EXISTE = 'O'
             MOVE EASR TO PDT-EASR
           END-IF
           MOVE 0 TO WS-DT-CMP
           IF WS-ARCHIVEE = 'O' AND PDT-DT-RESIL IS NUMERIC
              AND PDT-DT-RESIL > 0
             MOVE PDT-DT-RESIL(5:4) TO WS-DT-CMP(1:4)
             MOVE PDT-DT-RESIL(3:2) TO WS-DT-CMP(5:2)
             MOVE PDT-DT-RESIL(1:2) TO WS-DT-CMP(7:2)
           END-IF
           EVALUATE TRUE
             WHEN WS-ARCHIVEE = 'O' AND WS-DT-CMP > 0
                  AND WS-DT-CMP NOT > PDT-DATE
               MOVE 'R' TO PDT-ETAT
             WHEN WS-EXISTE = 'N'
               MOVE 'H' TO PDT-ETAT
             WHEN OTHER
               PERFORM CONTROLER-DATE-EFFET
           END-EVALUATE
           .

       CONTROLER-DATE-EFFET.
           MOVE 0 TO WS-DT-CMP
           IF ASUR-DT-POL IS NUMERIC AND ASUR-AAAA-POL > 0
             MOVE ASUR-AAAA-POL TO WS-DT-CMP(1:4)
             MOVE ASUR-MM-POL TO WS-DT-CMP(5:2)
             MOVE ASUR-JJ-POL TO WS-DT-CMP(7:2)
           END-IF
           IF WS-DT-CMP > PDT-DATE
             MOVE 'H' TO PDT-ETAT
           ELSE
             IF ASUR-BM = 'S'
               MOVE 'S' TO PDT-ETAT
             ELSE
               MOVE 'V' TO PDT-ETAT
             END-IF
           END-IF
           .
