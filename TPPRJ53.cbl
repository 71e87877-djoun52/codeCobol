      *       TPPRJ18 REFUSE DESORMAIS DE REINTEGRER UN DOSSIER
      *       ANONYMISE (NOM A BLANC) PLUTOT QUE DE RESSUSCITER UNE
      *       COQUILLE VIDE.
      *       LA FICHE CONTACT DU CLIENT (COURRIEL, PORTABLE ET
      *       ACCORDS DE NOTIFICATION, FICHIER CONTACT) EST SUPPRIMEE
      *       AVEC L'ANONYMISATION, Y COMPRIS POUR UN DOSSIER DEJA
      *       ANONYMISE QUI EN PORTERAIT ENCORE UNE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE DYNAMIC
             RECORD KEY SOU-MATRICUL
             FILE STATUS  WS-SOU.
           SELECT CONTACT ASSIGN CONTACT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CTC-MATRICUL
             FILE STATUS  WS-CTC.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

           COPY ARCREC.
       FD  SOUSCR RECORDING F.
           COPY SOUREC.
       FD  CONTACT RECORDING F.
           COPY CTCREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(80).

       77  WS-SOU         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-SOUSCR-OUV  PIC X     VALUE 'N'.
       77  WS-CTC         PIC XX.
       77  WS-CONTACT-OUV PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  NB-ANONYMISES  PIC 9(6)  VALUE 0.
       77  NB-DEJA-FAITS  PIC 9(6)  VALUE 0.
       77  NB-SOU-EFFACES PIC 9(6)  VALUE 0.
       77  NB-CTC-SUPPR   PIC 9(6)  VALUE 0.
      * L'IMAGE ARCHIVEE EST RETRAVAILLEE AU DESSIN EASR.
           COPY ASSUREC.
       77  SOUSPROG-VER   PIC X(8) VALUE 'VERRCHK'.
           IF WS-SOU = '00'
             MOVE 'O' TO WS-SOUSCR-OUV
           END-IF
           OPEN I-O CONTACT
           IF WS-CTC = '00'
             MOVE 'O' TO WS-CONTACT-OUV
           END-IF
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           IF WS-SOUSCR-OUV = 'O'
             CLOSE SOUSCR
           END-IF
           IF WS-CONTACT-OUV = 'O'
             CLOSE CONTACT
           END-IF
           PERFORM TEST-STAT-ARC
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ53 - ANONYMISATION DES ARCHIVES'
           DISPLAY 'DOSSIERS ANONYMISES    : ' NB-ANONYMISES
           DISPLAY 'DEJA ANONYMISES        : ' NB-DEJA-FAITS
           DISPLAY 'FICHES SOUSCR EFFACEES : ' NB-SOU-EFFACES
           DISPLAY 'FICHES CONTACT SUPPR.  : ' NB-CTC-SUPPR
           GOBACK
           .

               MOVE ARC-EASR TO EASR
               IF NOM-CLIENT = SPACE
                 ADD 1 TO NB-DEJA-FAITS
                 PERFORM SUPPRIMER-CONTACT
               ELSE
                 PERFORM ANONYMISER-DOSSIER
               END-IF
           REWRITE EARC
           ADD 1 TO NB-ANONYMISES
           PERFORM EFFACER-SOUSCR
           PERFORM SUPPRIMER-CONTACT
           .

       EFFACER-SOUSCR.
           END-IF
           .

       SUPPRIMER-CONTACT.
           IF WS-CONTACT-OUV = 'O'
             MOVE ARC-MATRICUL TO CTC-MATRICUL
             DELETE CONTACT
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO NB-CTC-SUPPR
             END-DELETE
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
