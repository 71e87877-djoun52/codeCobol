       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ77.
      ******************************
      *  77 - PASSAGE EN PERTE DES CREANCES IRRECOUVRABLES : LE
      *       FICHIER DE CARTES CTXDEC PORTE UNE LIGNE PAR DOSSIER
      *       CONTENTIEUX DECLARE IRRECOUVRABLE PAR LE CABINET DE
      *       RECOUVREMENT : MATRICULE, MONTANT A PASSER EN PERTE
      *       (ZERO = TOUT LE SOLDE) ET MOTIF. LE MONTANT SORT DU
      *       SOLDE DU DOSSIER CONTX (TPPRJ76), QUI PASSE A L'ETAT P
      *       QUAND IL EST SOLDE, ET PART SUR LE JOURNAL CTXJRN EN
      *       NATURE P : LA BALANCE FINANCIERE TPPRJ58 LE RAPPROCHE
      *       ET L'INTERFACE COMPTABLE TPPRJ61 EN TIRE L'ECRITURE DE
      *       PERTE SUR CREANCE. UNE CARTE SUR UN DOSSIER INCONNU,
      *       DEJA SOLDE OU POUR PLUS QUE SON SOLDE EST REJETEE A LA
      *       LISTE SANS RIEN TOUCHER.
      *       LA PERTE EST DATEE DU JOUR DU PASSAGE ; SI LE MOIS
      *       EST DEJA CLOS (PERCHK), ELLE EST DATEE DU PREMIER JOUR
      *       DE LA PREMIERE PERIODE OUVERTE, AVEC UNE LIGNE A LA
      *       LISTE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTXDEC ASSIGN CTXDEC
             FILE STATUS  WS-DEC.
           SELECT CONTX  ASSIGN CONTX
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CTX-MATRICUL
             FILE STATUS  WS-CTX.
           SELECT CTXJRN ASSIGN CTXJRN
             FILE STATUS  WS-CTJ.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  CTXDEC RECORDING F.
       01  EDEC.
           05 DEC-MATRICUL   PIC 9(6).
           05 DEC-MNT        PIC 9(7)V99.
           05 DEC-MOTIF      PIC X(30).
           05 FILLER         PIC X(35).
       FD  CONTX RECORDING F.
           COPY CTXREC.
       FD  CTXJRN RECORDING F.
           COPY CTJREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-DEC         PIC XX.
       77  WS-CTX         PIC XX.
       77  WS-CTJ         PIC XX.
       77  WS-LST         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-DT-AMJ      PIC 9(8)  VALUE 0.
       77  WS-DT-CPT      PIC 9(8)  VALUE 0.
       01  MNT-PERTE      PIC 9(7)V99 VALUE 0.
       77  NB-CARTES      PIC 9(6)  VALUE 0.
       77  NB-PERTES      PIC 9(6)  VALUE 0.
       77  NB-SOLDES      PIC 9(6)  VALUE 0.
       77  NB-REJETS      PIC 9(6)  VALUE 0.
       01  TOT-PERTE      PIC 9(9)V99 VALUE 0.
       77  DISP-MNT       PIC Z(6)9,99.
       77  DISP-SOLDE     PIC Z(6)9,99.
       77  DISP-TOT       PIC Z(8)9,99.

      * OPERATEUR DU LANCEMENT (OPECHK), PORTE SUR CHAQUE
      * ECRITURE DE JOURNAL : BATCH QUAND PERSONNE N'EST SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'Q'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ77'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.

      * PERIODES COMPTABLES (PERCHK) : UNE PERTE PASSEE SUR UN MOIS
      * CLOS EST RENVOYEE SUR LA PREMIERE PERIODE OUVERTE.
       77  SOUSPROG-PCK   PIC X(8) VALUE 'PERCHK'.
           COPY PERCZON.
       PROCEDURE DIVISION.
           OPEN INPUT CTXDEC
           OPEN I-O CONTX
           OPEN EXTEND CTXJRN
           IF WS-CTJ = '35'
             OPEN OUTPUT CTXJRN
           END-IF
           OPEN OUTPUT LST
           PERFORM TEST-STAT-DEC
           PERFORM TEST-STAT-CTX
           PERFORM TEST-STAT-CTJ
           PERFORM TEST-STAT-LST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           PERFORM IDENTIFIER-OPERATEUR
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-AMJ(1:4)
           MOVE DAT(4:2) TO WS-DT-AMJ(5:2)
           MOVE DAT(1:2) TO WS-DT-AMJ(7:2)
           MOVE ALL SPACE TO ELST
           STRING 'API77   PASSAGE EN PERTE DU CONTENTIEUX   '
                  DAT ' ' TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           PERFORM CONTROLER-PERIODE
           READ CTXDEC
           PERFORM UNTIL WS-DEC = '10'
             ADD 1 TO NB-CARTES
             PERFORM TRAITER-CARTE
             READ CTXDEC
           END-PERFORM
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'CARTES LUES               : ' NB-CARTES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-PERTE TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'PASSAGES EN PERTE         : ' NB-PERTES
                  '  POUR ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'DOSSIERS SOLDES EN PERTE  : ' NB-SOLDES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'CARTES REJETEES           : ' NB-REJETS
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           CLOSE CTXDEC
           CLOSE CONTX
           CLOSE CTXJRN
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ77 - PASSAGE EN PERTE DU CONTENTIEUX'
           DISPLAY 'CARTES LUES                : ' NB-CARTES
           DISPLAY 'PASSAGES EN PERTE          : ' NB-PERTES
           DISPLAY 'MONTANT PASSE EN PERTE     : ' DISP-TOT
           DISPLAY 'CARTES REJETEES            : ' NB-REJETS
           IF NB-REJETS > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * PERIODE DE COMPTABILISATION DES PERTES DU PASSAGE : LE MOIS
      * DU JOUR S'IL EST OUVERT, SINON LA PREMIERE PERIODE OUVERTE.
       CONTROLER-PERIODE.
           MOVE WS-DT-AMJ TO WS-DT-CPT
           MOVE 'Q' TO PCK-ACTION
           MOVE WS-DT-AMJ(1:6) TO PCK-PERIODE
           CALL SOUSPROG-PCK USING PCK-ZONE
           IF PCK-RC = 'R'
             MOVE PCK-DT-CPT-AMJ TO WS-DT-CPT
             MOVE ALL SPACE TO ELST
             STRING 'PERIODE ' PCK-PERIODE ' CLOSE - PERTES '
                    'COMPTABILISEES SUR ' PCK-PER-CPT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             MOVE ALL SPACE TO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

       TRAITER-CARTE.
           IF DEC-MATRICUL IS NOT NUMERIC
             PERFORM REJETER-CARTE
           ELSE
             MOVE DEC-MATRICUL TO CTX-MATRICUL
             READ CONTX
               INVALID KEY
                 PERFORM REJETER-CARTE
               NOT INVALID KEY
                 PERFORM CONTROLER-MONTANT
             END-READ
           END-IF
           .

      * ZERO OU A BLANC : TOUT LE SOLDE DU DOSSIER.
       CONTROLER-MONTANT.
           IF DEC-MNT IS NUMERIC AND DEC-MNT > 0
             MOVE DEC-MNT TO MNT-PERTE
           ELSE
             MOVE CTX-SOLDE TO MNT-PERTE
           END-IF
           IF CTX-ST NOT = 'O' OR CTX-SOLDE = 0
              OR MNT-PERTE > CTX-SOLDE
             PERFORM REJETER-CARTE
           ELSE
             PERFORM PASSER-EN-PERTE
           END-IF
           .

       PASSER-EN-PERTE.
           ADD MNT-PERTE TO CTX-MNT-PERTE
           SUBTRACT MNT-PERTE FROM CTX-SOLDE
           MOVE WS-DT-AMJ TO CTX-DT-PERTE
           IF CTX-SOLDE = 0
             MOVE 'P' TO CTX-ST
             ADD 1 TO NB-SOLDES
           END-IF
           REWRITE ECTX
           PERFORM TEST-STAT-CTX
           MOVE ALL SPACE TO ECTJ
           MOVE CTX-MATRICUL TO CTJ-MATRICUL
           MOVE WS-DT-CPT TO CTJ-DT
           MOVE 'P' TO CTJ-NATURE
           MOVE MNT-PERTE TO CTJ-MNT
           MOVE 'TPPRJ77' TO CTJ-PROG
           MOVE WS-OPE-ID TO CTJ-OPID
           MOVE DEC-MOTIF TO CTJ-MOTIF
           WRITE ECTJ
           PERFORM TEST-STAT-CTJ
           ADD 1 TO NB-PERTES
           ADD MNT-PERTE TO TOT-PERTE
           MOVE MNT-PERTE TO DISP-MNT
           MOVE CTX-SOLDE TO DISP-SOLDE
           MOVE ALL SPACE TO ELST
           STRING CTX-MATRICUL ' ' CTX-NOM ' PERTE ' DISP-MNT
                  '  RESTE ' DISP-SOLDE '  ' DEC-MOTIF
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       REJETER-CARTE.
           ADD 1 TO NB-REJETS
           MOVE ALL SPACE TO ELST
           STRING '*** CARTE REJETEE : ' EDEC(1:45)
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           IF WS-CTX = '23' OR DEC-MATRICUL IS NOT NUMERIC
             STRING '    DOSSIER CONTENTIEUX INCONNU'
                    DELIMITED BY SIZE INTO ELST
           ELSE
             MOVE CTX-SOLDE TO DISP-SOLDE
             STRING '    DOSSIER SOLDE OU MONTANT SUPERIEUR AU'
                    ' SOLDE ' DISP-SOLDE
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-DEC.
           IF WS-DEC NOT = '00'
             DISPLAY 'ERREUR FICHIER CARTES DE PERTE ' WS-DEC
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-CTX.
           IF WS-CTX NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER CONTENTIEUX ' WS-CTX
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-CTJ.
           IF WS-CTJ NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL CONTENTIEUX ' WS-CTJ
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

      * OPERATEUR DU LANCEMENT, RENDU PAR OPECHK (BATCH QUAND LE
      * PROGRAMME TOURNE SANS SIGNATURE).
       IDENTIFIER-OPERATEUR.
           MOVE 'Q' TO WS-OPE-ACTION
           CALL SOUSPROG-OPE USING WS-OPE-ACTION WS-OPE-PROG
                WS-OPE-CODE WS-OPE-OBJET WS-OPE-ETAT WS-OPE-ID
                WS-OPE-AGC
           .
