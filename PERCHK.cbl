       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK.
      ******************************
      *  PERCHK - PERIODES COMPTABLES (FICHIER PERCPT, DESSIN
      *      PERREC), SUR LE MODELE DES SOUS-PROGRAMMES PARTAGES
      *      OPECHK/RUNJRN. UNE PERIODE CLOSE PAR TPPRJ85 NE RECOIT
      *      PLUS AUCUNE PIECE : LES PROGRAMMES QUI COMPTABILISENT
      *      (QUITTANCEMENT TPPRJ2, REGLEMENTS TPPRJ14, AJUSTEMENTS
      *      TPPRJ30, REMBOURSEMENTS TPPRJ59, PERTES TPPRJ77)
      *      DEMANDENT ICI LA PERIODE D'UNE PIECE ET LA PASSENT SUR
      *      LA PREMIERE PERIODE OUVERTE QUI SUIT QUAND LA SIENNE EST
      *      CLOSE, AVEC UNE LIGNE SUR LEUR ETAT. LES PERIODES CLOSES
      *      SONT CHARGEES UNE FOIS PAR LANCEMENT AU PREMIER APPEL ;
      *      UN FICHIER ABSENT VEUT DIRE TOUT OUVERT.
      *      LA BALANCE TPPRJ58, LA TAXE TPPRJ43 ET LES COMMISSIONS
      *      TPPRJ35 NOTENT ICI LEUR PASSAGE SUR LE MOIS : C'EST CE
      *      QUE LA CLOTURE VERIFIE AVANT DE CLORE.
      *      ZONE D'ECHANGE : COPY PERCZON.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCPT ASSIGN PERCPT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY PER-PERIODE
             FILE STATUS  WS-PER.
       DATA DIVISION.
       FILE SECTION.
       FD  PERCPT RECORDING F.
           COPY PERREC.
       WORKING-STORAGE SECTION.
       77  WS-PER         PIC XX.
       77  WS-CHARGE      PIC X      VALUE 'N'.
       77  WS-FIN-PER     PIC X      VALUE 'N'.
           88 FIN-PER                VALUE 'O'.
       77  WS-CLOSE       PIC X      VALUE 'N'.
       01  WS-DATE-SYS    PIC 9(8).
       01  WS-PER-CAL     PIC 9(6).
       01  WS-PER-CAL-R REDEFINES WS-PER-CAL.
           05 WS-AA-CAL   PIC 9(4).
           05 WS-MM-CAL   PIC 99.
      * PERIODES CLOSES, DANS L'ORDRE DU FICHIER.
       77  NB-CLOSES      PIC 9(3)   VALUE 0.
       77  IX-CL          PIC 9(3)   VALUE 0.
       01  TABLE-CLOSES.
           05 CL-PERIODE  OCCURS 600 PIC 9(6).
       LINKAGE SECTION.
           COPY PERCZON.

       PROCEDURE DIVISION USING PCK-ZONE.
           EVALUATE PCK-ACTION
             WHEN 'Q'
               PERFORM DONNER-PERIODE
             WHEN 'B'
             WHEN 'T'
             WHEN 'C'
               PERFORM NOTER-PASSAGE
             WHEN OTHER
               MOVE 'I' TO PCK-RC
           END-EVALUATE
           GOBACK
           .

      * LA PERIODE DE LA PIECE AVANCE D'UN MOIS TANT QU'ELLE EST
      * CLOSE.
       DONNER-PERIODE.
           IF WS-CHARGE = 'N'
             PERFORM CHARGER-CLOSES
           END-IF
           MOVE 'O' TO PCK-RC
           MOVE PCK-PERIODE TO WS-PER-CAL
           PERFORM CHERCHER-CLOSE
           PERFORM UNTIL WS-CLOSE = 'N'
             MOVE 'R' TO PCK-RC
             ADD 1 TO WS-MM-CAL
             IF WS-MM-CAL > 12
               MOVE 1 TO WS-MM-CAL
               ADD 1 TO WS-AA-CAL
             END-IF
             PERFORM CHERCHER-CLOSE
           END-PERFORM
           MOVE WS-PER-CAL TO PCK-PER-CPT
           MOVE '01' TO PCK-DT-CPT(1:2)
           MOVE WS-MM-CAL TO PCK-DT-CPT(3:2)
           MOVE WS-AA-CAL TO PCK-DT-CPT(5:4)
           MOVE WS-PER-CAL TO PCK-DT-CPT-AMJ(1:6)
           MOVE '01' TO PCK-DT-CPT-AMJ(7:2)
           .

       CHERCHER-CLOSE.
           MOVE 'N' TO WS-CLOSE
           MOVE 1 TO IX-CL
           PERFORM UNTIL IX-CL > NB-CLOSES
             IF CL-PERIODE(IX-CL) = WS-PER-CAL
               MOVE 'O' TO WS-CLOSE
               MOVE NB-CLOSES TO IX-CL
             END-IF
             ADD 1 TO IX-CL
           END-PERFORM
           .

       CHARGER-CLOSES.
           MOVE 'O' TO WS-CHARGE
           MOVE 0 TO NB-CLOSES
           OPEN INPUT PERCPT
           IF WS-PER = '00'
             MOVE 'N' TO WS-FIN-PER
             PERFORM UNTIL FIN-PER
               READ PERCPT NEXT
                 AT END MOVE 'O' TO WS-FIN-PER
               END-READ
               IF NOT FIN-PER
                 IF PER-ETAT = 'C'
                   IF NB-CLOSES < 600
                     ADD 1 TO NB-CLOSES
                     MOVE PER-PERIODE TO CL-PERIODE(NB-CLOSES)
                   ELSE
                     DISPLAY 'PERCHK - TABLE DES PERIODES CLOSES'
                             ' SATUREE'
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE PERCPT
           END-IF
           .

      * LE PASSAGE D'UN CONTROLE DE FIN DE MOIS EST NOTE SUR LA
      * PERIODE, CREEE OUVERTE SI ELLE N'EXISTE PAS ENCORE.
       NOTER-PASSAGE.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           OPEN I-O PERCPT
           IF WS-PER = '35'
             OPEN OUTPUT PERCPT
             CLOSE PERCPT
             OPEN I-O PERCPT
           END-IF
           IF WS-PER NOT = '00'
             DISPLAY 'PERCHK - FICHIER DES PERIODES INDISPONIBLE '
                     WS-PER
             MOVE 'I' TO PCK-RC
           ELSE
             MOVE PCK-PERIODE TO PER-PERIODE
             READ PERCPT
               INVALID KEY
                 MOVE ALL SPACE TO EPER
                 MOVE PCK-PERIODE TO PER-PERIODE
                 MOVE 0 TO PER-BAL-DT
                 MOVE 0 TO PER-TAX-DT
                 MOVE 0 TO PER-COM-DT
                 MOVE 0 TO PER-DT-CLOT
                 MOVE 0 TO PER-DT-ROUV
                 MOVE 0 TO PER-NB-ROUV
             END-READ
             EVALUATE PCK-ACTION
               WHEN 'B'
                 MOVE WS-DATE-SYS TO PER-BAL-DT
                 MOVE PCK-RESULTAT TO PER-BAL-RC
               WHEN 'T'
                 MOVE WS-DATE-SYS TO PER-TAX-DT
               WHEN 'C'
                 MOVE WS-DATE-SYS TO PER-COM-DT
             END-EVALUATE
             WRITE EPER
               INVALID KEY REWRITE EPER
             END-WRITE
             IF WS-PER = '00'
               MOVE 'O' TO PCK-RC
             ELSE
               DISPLAY 'PERCHK - ERREUR FICHIER DES PERIODES ' WS-PER
               MOVE 'I' TO PCK-RC
             END-IF
             CLOSE PERCPT
           END-IF
           .
