      *         TAXE, COMME LE RAPPROCHEMENT TPPRJ14) ;
      *       - SINISTRES : FICHIER MAITRE SINM DE L'EXERCICE,
      *         CHARGE = MONTANT + RESERVE RESTANTE DES DOSSIERS
      *         ENCORE OUVERTS, MOINS LES RECOURS DEJA ENCAISSES
      *         SUR LES SINISTRES NON RESPONSABLES (FICHIER
      *         RECOURS, COUT NET DU SINISTRE).
      *       L'AGENCE ET LE TYPE VIENNENT DU DOSSIER ASSUR (OU DE
      *       L'IMAGE ARCHIVEE ARCH SI LA POLICE EST RESILIEE) ; LE
      *       TYPE D'UN SINISTRE RATTACHE A UN VEHICULE PRECIS EST
             ACCESS MODE DYNAMIC
             RECORD KEY VEH-CLE
             FILE STATUS  WS-VEH.
           SELECT RECOURS ASSIGN RECOURS
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RCS-CLE
             FILE STATUS  WS-RCS.
           SELECT LST   ASSIGN LST
             FILE STATUS  WS-LST.

           COPY ARCREC.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  RECOURS RECORDING F.
           COPY RCSREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       77  WS-LST         PIC XX.
       77  WS-ARCH-OUV    PIC X     VALUE 'N'.
       77  WS-VEHIC-OUV   PIC X     VALUE 'N'.
       77  WS-RCS         PIC XX.
       77  WS-RECOURS-OUV PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
           IF WS-VEH = '00'
             MOVE 'O' TO WS-VEHIC-OUV
           END-IF
           OPEN INPUT RECOURS
           IF WS-RCS = '00'
             MOVE 'O' TO WS-RECOURS-OUV
           END-IF
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'V' TO WS-TBL-QUOI
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
           END-IF
           IF WS-RECOURS-OUV = 'O'
             CLOSE RECOURS
           END-IF
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ34 - RAPPORT S/P DE L''EXERCICE ' WS-EXERCICE

      * LA CHARGE D'UN SINISTRE ENCORE OUVERT EST SON MONTANT REGLE
      * PLUS LA RESERVE RESTANTE ; UN SINISTRE CLOS N'A PLUS DE
      * RESERVE (SOLDEE PAR TPPRJ33 A LA CLOTURE). CE QUI A ETE
      * RECOUVRE SUR L'ASSUREUR ADVERSE EST DEDUIT (COUT NET).
       CUMULER-SINISTRES.
           MOVE 'N' TO WS-FIN-SNM
           MOVE 0 TO SINM-MATRICUL
               IF SINM-EXERCICE = WS-EXERCICE
                 ADD 1 TO NB-SIN-RETENUS
                 COMPUTE MNT-SIN = SINM-MNT + SINM-RESERVE
                 IF SINM-RSP = 'N' AND WS-RECOURS-OUV = 'O'
                   PERFORM DEDUIRE-RECOURS
                 END-IF
                 MOVE SINM-MATRICUL TO WS-MAT-CHERCHE
                 PERFORM LOCALISER-DOSSIER
                 IF SINM-VEH-SEQ > 0 AND WS-VEHIC-OUV = 'O'
           END-PERFORM
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
           MOVE SPACE TO WS-AGC-DOSS
