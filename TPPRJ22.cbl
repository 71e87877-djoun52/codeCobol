      *       L'ACTION M PERMET DE SAISIR OU REVOQUER LE MANDAT
      *       (IBAN, BIC, DATE DE SIGNATURE CONTROLEE PAR DATECHK).
      *       LA SAISIE 999999 EDITE LA LISTE COMPLETE SUR LST POUR
      *       L'EQUIPE COMMERCIALE. L'OPERATEUR SIGNE AU
      *       LANCEMENT ; LA LISTE (L) ET LE MANDAT (M, ACTION
      *       PRIVILEGIEE TRACEE) DOIVENT FIGURER DANS SON PROFIL.
      *       L'ACTION C SAISIT LES PREFERENCES DE CONTACT DU CLIENT
      *       (FICHIER CONTACT, DESSIN CTCREC) : ADRESSE ELECTRONIQUE,
      *       PORTABLE (PROPOSE DEPUIS LA FICHE SOUSCR, CONTROLE SUR
      *       LA TABLE DES INDICATIFS) ET ACCORD DU CLIENT POUR LE
      *       COURRIEL ET LE SMS ; SANS ACCORD, LES AVIS RESTENT AU
      *       PAPIER (SOUS-PROGRAMME NTFSND). LA CONSULTATION
      *       AFFICHE AUSSI LES ECHECS DE REMISE RENVOYES PAR LA
      *       PASSERELLE (TPPRJ91). ACTION C TRACEE COMME M.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE DYNAMIC
             RECORD KEY MAN-MATRICUL
             FILE STATUS  WS-MAN.
           SELECT CONTACT ASSIGN CONTACT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CTC-MATRICUL
             FILE STATUS  WS-CTC.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

           COPY SOUREC.
       FD  MANDAT RECORDING F.
           COPY MANDREC.
       FD  CONTACT RECORDING F.
           COPY CTCREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-SOU         PIC XX.
       77  WS-MAN         PIC XX.
       77  WS-CTC         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-SAISIE-MAT  PIC 9(6)  VALUE 0.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  WS-JJ          PIC 99.
       77  WS-MM          PIC 99.
       77  WS-AA          PIC 9(4).
      * SAISIE DES PREFERENCES DE CONTACT.
       01  WS-ZONE-MAIL   PIC X(50).
       01  WS-ZONE-TEL    PIC X(10).
       01  WS-ZONE-TEL-N REDEFINES WS-ZONE-TEL PIC 9(10).
       77  WS-NB-AROBASE  PIC 99.
       77  WS-TEL-PTB-PFX PIC 99.
       77  WS-TEL-OK      PIC X     VALUE 'N'.
       01  WS-DATE-SYS    PIC 9(8).
       COPY TELPREFX.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ22'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           OPEN INPUT SOUSCR
           PERFORM TEST-STAT-SOU
           OPEN I-O MANDAT
             OPEN OUTPUT MANDAT
           END-IF
           PERFORM TEST-STAT-MAN
           OPEN I-O CONTACT
           IF WS-CTC = '35'
             OPEN OUTPUT CONTACT
             CLOSE CONTACT
             OPEN I-O CONTACT
           END-IF
           PERFORM TEST-STAT-CTC
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'MATRICULE (000000=FIN 999999=LISTE COMPLETE)'
               WHEN 0
                 MOVE 'O' TO FIN-PROG
               WHEN 999999
                 MOVE 'L' TO WS-OPE-CODE
                 MOVE 'D' TO WS-OPE-ACTION
                 MOVE 'LISTE SOUSCRIPTEURS' TO WS-OPE-OBJET
                 PERFORM CONTROLER-DROIT
                 IF WS-OPE-ETAT = 'O'
                   PERFORM LISTER-TOUT
                 END-IF
               WHEN OTHER
                 PERFORM CONSULTER-FICHE
             END-EVALUATE
           END-PERFORM
           CLOSE SOUSCR
           CLOSE MANDAT
           CLOSE CONTACT
           PERFORM TEST-STAT-SOU
           PERFORM TEST-STAT-MAN
           PERFORM TEST-STAT-CTC
           GOBACK
           .

             NOT INVALID KEY
               PERFORM AFFICHE-FICHE
               PERFORM AFFICHE-MANDAT
               PERFORM AFFICHE-CONTACT
               DISPLAY 'ACTION (M=MANDAT C=CONTACT AUTRE=RETOUR) : '
                   WITH NO ADVANCING
               ACCEPT WS-CHOIX
               IF WS-CHOIX = 'M' OR WS-CHOIX = 'C'
                 MOVE WS-CHOIX TO WS-OPE-CODE
                 MOVE 'X' TO WS-OPE-ACTION
                 MOVE WS-SAISIE-MAT TO WS-OPE-OBJET
                 PERFORM CONTROLER-DROIT
                 IF WS-OPE-ETAT = 'O'
                   IF WS-OPE-CODE = 'M'
                     PERFORM GERER-MANDAT
                   ELSE
                     PERFORM GERER-CONTACT
                   END-IF
                 END-IF
               END-IF
           END-READ
           .
               ELSE
                 DISPLAY 'MANDAT        : REVOQUE'
               END-IF
               IF MAN-NB-REJ NUMERIC AND MAN-NB-REJ > 0
                 DISPLAY 'REJETS        : ' MAN-NB-REJ ' DERNIER LE '
                         MAN-DT-REJ ' MOTIF ' MAN-MOTIF-REJ
               END-IF
           END-READ
           .

      * SAISIE OU REVOCATION DU MANDAT DE PRELEVEMENT. UN MANDAT
      * REVOQUE EST CONSERVE (TRACE DE L'ANCIEN ACCORD) MAIS NE SERA
      * PLUS RETENU PAR L'EXTRACTION DE REMISE TPPRJ36. LA SAISIE
      * D'UN NOUVEAU MANDAT REMET A ZERO LE COMPTEUR DE REJETS TENU
      * PAR LES RETOURS DE PRELEVEMENTS TPPRJ60.
       GERER-MANDAT.
           DISPLAY 'S=SAISIR/REMPLACER R=REVOQUER : ' WITH NO
               ADVANCING
               ACCEPT MAN-BIC
               PERFORM SAISIE-DT-MANDAT
               MOVE 'O' TO MAN-OPT
               MOVE 0 TO MAN-NB-REJ
               MOVE 0 TO MAN-DT-REJ
               DISPLAY 'CONFIRMER LE MANDAT (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
           END-EVALUATE
           .

       AFFICHE-CONTACT.
           MOVE WS-SAISIE-MAT TO CTC-MATRICUL
           READ CONTACT
             INVALID KEY
               DISPLAY 'CONTACT       : AUCUNE PREFERENCE - PAPIER'
             NOT INVALID KEY
               DISPLAY 'COURRIEL      : ' CTC-EMAIL
               DISPLAY 'PORTABLE      : ' CTC-TEL-PTB
               DISPLAY 'ACCORD        : COURRIEL ' CTC-OPT-MAIL
                       ' SMS ' CTC-OPT-SMS ' (SAISI LE ' CTC-DT-MAJ
                       ')'
               IF CTC-NB-ECHEC NUMERIC AND CTC-NB-ECHEC > 0
                 DISPLAY 'ECHECS REMISE : ' CTC-NB-ECHEC
                         ' DERNIER LE ' CTC-DT-ECHEC ' CANAL '
                         CTC-CANAL-ECHEC
               END-IF
           END-READ
           .

      * SAISIE DES PREFERENCES DE CONTACT. UNE ZONE LAISSEE A BLANC
      * GARDE LA VALEUR PROPOSEE (FICHE EN PLACE, OU PORTABLE DE LA
      * FICHE SOUSCR A LA PREMIERE SAISIE) ; UN POINT EFFACE LA
      * COORDONNEE. L'ACCORD N'EST RETENU QUE SI LA COORDONNEE DU
      * CANAL EST SAISIE. LA RESAISIE REMET A ZERO LE COMPTEUR DES
      * ECHECS DE REMISE.
       GERER-CONTACT.
           MOVE WS-SAISIE-MAT TO CTC-MATRICUL
           READ CONTACT
             INVALID KEY
               MOVE ALL SPACE TO ECTC
               MOVE WS-SAISIE-MAT TO CTC-MATRICUL
               MOVE SOU-TEL-PTB TO CTC-TEL-PTB
               MOVE 'N' TO CTC-OPT-MAIL
               MOVE 'N' TO CTC-OPT-SMS
           END-READ
           DISPLAY 'COURRIEL (' CTC-EMAIL ') : ' WITH NO ADVANCING
           MOVE ALL SPACE TO WS-ZONE-MAIL
           ACCEPT WS-ZONE-MAIL
           IF WS-ZONE-MAIL = '.'
             MOVE ALL SPACE TO CTC-EMAIL
           ELSE
             IF WS-ZONE-MAIL NOT = SPACE
               MOVE 0 TO WS-NB-AROBASE
               INSPECT WS-ZONE-MAIL TALLYING WS-NB-AROBASE
                       FOR ALL '@'
               IF WS-NB-AROBASE = 1
                 MOVE WS-ZONE-MAIL TO CTC-EMAIL
               ELSE
                 DISPLAY 'ADRESSE ELECTRONIQUE INVALIDE - INCHANGEE'
               END-IF
             END-IF
           END-IF
           PERFORM SAISIE-PORTABLE
           DISPLAY 'ACCORD COURRIEL (O/N) : ' WITH NO ADVANCING
           ACCEPT CTC-OPT-MAIL
           IF CTC-OPT-MAIL NOT = 'O' OR CTC-EMAIL = SPACE
             MOVE 'N' TO CTC-OPT-MAIL
           END-IF
           DISPLAY 'ACCORD SMS (O/N) : ' WITH NO ADVANCING
           ACCEPT CTC-OPT-SMS
           IF CTC-OPT-SMS NOT = 'O' OR CTC-TEL-PTB = 0
             MOVE 'N' TO CTC-OPT-SMS
           END-IF
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE WS-DATE-SYS(7:2) TO CTC-DT-MAJ(1:2)
           MOVE WS-DATE-SYS(5:2) TO CTC-DT-MAJ(3:2)
           MOVE WS-DATE-SYS(1:4) TO CTC-DT-MAJ(5:4)
           MOVE 0 TO CTC-NB-ECHEC
           MOVE 0 TO CTC-DT-ECHEC
           MOVE SPACE TO CTC-CANAL-ECHEC
           DISPLAY 'CONFIRMER LES PREFERENCES (O/N) : ' WITH NO
               ADVANCING
           ACCEPT WS-CONFIRM
           IF CONFIRM-OUI
             WRITE ECTC
               INVALID KEY REWRITE ECTC
             END-WRITE
             DISPLAY 'PREFERENCES ENREGISTREES'
           ELSE
             DISPLAY 'SAISIE ANNULEE'
           END-IF
           .

      * LE PORTABLE EST CONTROLE COMME AU CODE5 DE TPPRJ5 : DIX
      * CHIFFRES ET UN INDICATIF DE PORTABLE (TABLE TELPREFX).
       SAISIE-PORTABLE.
           MOVE 'N' TO WS-TEL-OK
           PERFORM UNTIL WS-TEL-OK = 'O'
             DISPLAY 'PORTABLE (' CTC-TEL-PTB ') : ' WITH NO
                 ADVANCING
             MOVE ALL SPACE TO WS-ZONE-TEL
             ACCEPT WS-ZONE-TEL
             EVALUATE TRUE
               WHEN WS-ZONE-TEL = SPACE
                 MOVE 'O' TO WS-TEL-OK
               WHEN WS-ZONE-TEL = '.'
                 MOVE 0 TO CTC-TEL-PTB
                 MOVE 'O' TO WS-TEL-OK
               WHEN WS-ZONE-TEL IS NUMERIC
                 MOVE WS-ZONE-TEL(1:2) TO WS-TEL-PTB-PFX
                 SET IX-TEL TO 1
                 SEARCH TEL-PFX-ENT
                   AT END
                     DISPLAY 'NUMERO DE PORTABLE INVALIDE'
                   WHEN TP-CODE(IX-TEL) = WS-TEL-PTB-PFX AND
                        TP-TYPE(IX-TEL) = 'P'
                     MOVE WS-ZONE-TEL-N TO CTC-TEL-PTB
                     MOVE 'O' TO WS-TEL-OK
                 END-SEARCH
               WHEN OTHER
                 DISPLAY 'NUMERO NON NUMERIQUE'
             END-EVALUATE
           END-PERFORM
           .

       SAISIE-DT-MANDAT.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             STOP RUN
           END-IF
           .
       TEST-STAT-CTC.
           IF WS-CTC NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER CONTACTS ' WS-CTC
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-LST.
           IF WS-LST NOT = '00'
             DISPLAY 'ERREUR FICHIER LISTE ' WS-LST
             STOP RUN
           END-IF
           .

      * L'OPERATEUR SIGNE AVANT TOUT TRAITEMENT (OPECHK) ET LE
      * PROGRAMME DOIT FIGURER DANS SON PROFIL.
       CONTROLER-OPERATEUR.
           MOVE 'S' TO WS-OPE-ACTION
           MOVE SPACE TO WS-OPE-CODE
           MOVE SPACE TO WS-OPE-OBJET
           PERFORM APPEL-OPECHK
           IF WS-OPE-ETAT NOT = 'O'
             DISPLAY 'SIGNATURE REFUSEE - LANCEMENT REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * L'APPELANT POSE WS-OPE-CODE (ACTION DU MENU), WS-OPE-OBJET
      * ET WS-OPE-ACTION : D, OU X POUR UNE ACTION PRIVILEGIEE QUI
      * EST ALORS TRACEE AU JOURNAL DE SECURITE.
       CONTROLER-DROIT.
           PERFORM APPEL-OPECHK
           IF WS-OPE-ETAT NOT = 'O'
             DISPLAY 'ACTION ' WS-OPE-CODE ' NON AUTORISEE POUR'
                     ' VOTRE PROFIL'
           END-IF
           .

       APPEL-OPECHK.
           CALL SOUSPROG-OPE USING WS-OPE-ACTION WS-OPE-PROG
                WS-OPE-CODE WS-OPE-OBJET WS-OPE-ETAT WS-OPE-ID
                WS-OPE-AGC
           .
