       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPECHK.
      ******************************
      *  OPECHK - SIGNATURE ET HABILITATIONS DES OPERATEURS DES
      *      DIALOGUES, SUR LE MODELE DES SOUS-PROGRAMMES PARTAGES
      *      VERRCHK/RUNJRN. L'OPERATEUR SIGNE UNE FOIS PAR SESSION
      *      (IDENTIFIANT ET MOT DE PASSE, TROIS ESSAIS) ; SON
      *      IDENTITE RESTE CONNUE DU SOUS-PROGRAMME JUSQU'A LA FIN
      *      DE LA SESSION ET EST RENDUE A QUI LA DEMANDE (RUNJRN
      *      POUR JEXEC, LES DIALOGUES POUR JRNA).
      *      FICHIERS : OPERAT (OPERATEURS, DESSIN OPEREC), PROFIL
      *      (HABILITATIONS, DESSIN PRFREC) ET SECJRN (JOURNAL DE
      *      SECURITE, DESSIN SECREC, EDITE PAR TPPRJ71). UN
      *      FICHIER DES OPERATEURS ABSENT REFUSE TOUTE SIGNATURE.
      *      LK-ACTION : 'S' SIGNER - SAISIE CONSOLE DE L'OPERATEUR
      *                      SI PERSONNE N'EST SIGNE, PUIS ACCES AU
      *                      PROGRAMME LK-PROG SELON SON PROFIL. TROIS
      *                      ECHECS CONSECUTIFS BLOQUENT LE COMPTE ;
      *                  'D' DROIT - L'ACTION LK-CODE DE LK-PROG
      *                      EST-ELLE PERMISE AU PROFIL ? UN REFUS
      *                      EST JOURNALISE AVEC L'OBJET LK-OBJET ;
      *                  'X' DROIT SUR UNE ACTION PRIVILEGIEE - MEME
      *                      CONTROLE, ET L'ACTION ACCORDEE EST
      *                      JOURNALISEE A SON TOUR ;
      *                  'Q' QUI - REND L'OPERATEUR SIGNE (BATCH
      *                      QUAND PERSONNE NE L'EST) ;
      *                  'H' EMPREINTE - REND DANS LK-OBJET(1:10)
      *                      L'EMPREINTE DU MOT DE PASSE PORTE PAR
      *                      LK-OBJET(1:12) POUR L'OPERATEUR LK-OPID
      *                      (ENTRETIEN DES OPERATEURS, TPPRJ70).
      *      LK-ETAT   : 'O' ACCORDE, 'N' REFUSE.
      *      LK-OPID / LK-AGC : OPERATEUR SIGNE ET SON AGENCE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERAT ASSIGN OPERAT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY OPE-ID
             FILE STATUS  WS-OPE.
           SELECT PROFIL ASSIGN PROFIL
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY PRF-CODE
             FILE STATUS  WS-PRF.
           SELECT SECJRN ASSIGN SECJRN
             FILE STATUS  WS-SEC.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERAT RECORDING F.
           COPY OPEREC.
       FD  PROFIL RECORDING F.
           COPY PRFREC.
       FD  SECJRN RECORDING F.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       77  WS-OPE         PIC XX.
       77  WS-PRF         PIC XX.
       77  WS-SEC         PIC XX.
       01  WS-DATE-SYS    PIC 9(8).
       01  WS-HEURE-SYS   PIC 9(8).
      * OPERATEUR SIGNE POUR LA SESSION ET DROITS DE SON PROFIL.
       01  WS-CNX-ID      PIC X(8)   VALUE SPACE.
       77  WS-CNX-AGC     PIC X      VALUE SPACE.
       01  WS-DROITS.
           05 WS-DROIT    OCCURS 12.
              10 WS-DR-PROG     PIC X(8).
              10 WS-DR-ACTIONS  PIC X(8).
       77  WS-I           PIC 99.
       77  WS-NB          PIC 99.
       77  WS-CODE        PIC X.
       77  WS-DROIT-OK    PIC X.
       77  WS-ESSAI       PIC 9.
       77  WS-OPE-INDISPO PIC X      VALUE 'N'.
       01  WS-SAISIE-ID   PIC X(8).
       01  WS-SAISIE-MDP  PIC X(12).
      * ZONES DU JOURNAL DE SECURITE.
       77  WS-EVT         PIC X.
       01  WS-SEC-OPID    PIC X(8).
       77  WS-SEC-AGC     PIC X.
       01  WS-OBJET       PIC X(20).
      * EMPREINTE : CHAQUE CARACTERE DE L'IDENTIFIANT ET DU MOT DE
      * PASSE EST REPERE DANS L'ALPHABET ET BRASSE DANS UN RESTE
      * MODULO UN GRAND NOMBRE PREMIER.
       01  WS-CHAINE      PIC X(20).
       01  WS-ALPHABET.
           05 FILLER      PIC X(16) VALUE ' 0123456789ABCDE'.
           05 FILLER      PIC X(16) VALUE 'FGHIJKLMNOPQRSTU'.
           05 FILLER      PIC X(16) VALUE 'VWXYZabcdefghijk'.
           05 FILLER      PIC X(16) VALUE 'lmnopqrstuvwxyz*'.
       77  WS-C           PIC X.
       77  WS-POS         PIC 99.
       01  WS-H           PIC 9(10).
       01  WS-H-CALC      PIC 9(13).
       01  WS-H-QUOT      PIC 9(13).
       LINKAGE SECTION.
       01  LK-ACTION      PIC X.
       01  LK-PROG        PIC X(8).
       01  LK-CODE        PIC X.
       01  LK-OBJET       PIC X(20).
       01  LK-ETAT        PIC X.
       01  LK-OPID        PIC X(8).
       01  LK-AGC         PIC X.
       PROCEDURE DIVISION USING LK-ACTION LK-PROG LK-CODE LK-OBJET
                                LK-ETAT LK-OPID LK-AGC.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME
           MOVE 'N' TO LK-ETAT
           EVALUATE LK-ACTION
             WHEN 'S'
               PERFORM SIGNER
             WHEN 'D'
               PERFORM CONTROLER-ACTION
             WHEN 'X'
               PERFORM CONTROLER-ACTION
               IF LK-ETAT = 'O'
                 MOVE 'P' TO WS-EVT
                 MOVE LK-OBJET TO WS-OBJET
                 PERFORM ECRIRE-SECJRN-CNX
               END-IF
             WHEN 'H'
               MOVE LK-OPID TO WS-CHAINE(1:8)
               MOVE LK-OBJET(1:12) TO WS-CHAINE(9:12)
               PERFORM CALCULER-EMPREINTE
               MOVE SPACE TO LK-OBJET
               MOVE WS-H TO LK-OBJET(1:10)
               MOVE 'O' TO LK-ETAT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF WS-CNX-ID = SPACE
             MOVE 'BATCH' TO LK-OPID
             MOVE SPACE TO LK-AGC
           ELSE
             MOVE WS-CNX-ID TO LK-OPID
             MOVE WS-CNX-AGC TO LK-AGC
           END-IF
           GOBACK
           .

      * UN OPERATEUR DEJA SIGNE DANS LA SESSION N'EST PAS
      * REDEMANDE ; SEUL L'ACCES AU PROGRAMME EST CONTROLE.
       SIGNER.
           IF WS-CNX-ID = SPACE
             MOVE 0 TO WS-ESSAI
             MOVE 'N' TO WS-OPE-INDISPO
             PERFORM UNTIL WS-CNX-ID NOT = SPACE OR WS-ESSAI >= 3
                     OR WS-OPE-INDISPO = 'O'
               ADD 1 TO WS-ESSAI
               PERFORM SAISIR-SIGNATURE
             END-PERFORM
           END-IF
           IF WS-CNX-ID NOT = SPACE
             MOVE SPACE TO WS-CODE
             PERFORM CHERCHER-DROIT
             IF WS-DROIT-OK = 'O'
               MOVE 'O' TO LK-ETAT
             ELSE
               DISPLAY 'PROGRAMME ' LK-PROG ' NON AUTORISE POUR'
                       ' VOTRE PROFIL'
               MOVE 'R' TO WS-EVT
               MOVE 'ACCES AU PROGRAMME' TO WS-OBJET
               PERFORM ECRIRE-SECJRN-CNX
             END-IF
           END-IF
           .

       SAISIR-SIGNATURE.
           DISPLAY 'OPERATEUR     : ' WITH NO ADVANCING
           MOVE SPACE TO WS-SAISIE-ID
           ACCEPT WS-SAISIE-ID
           DISPLAY 'MOT DE PASSE  : ' WITH NO ADVANCING
           MOVE SPACE TO WS-SAISIE-MDP
           ACCEPT WS-SAISIE-MDP
           OPEN I-O OPERAT
           IF WS-OPE NOT = '00'
             DISPLAY 'FICHIER DES OPERATEURS INDISPONIBLE ' WS-OPE
             MOVE 'O' TO WS-OPE-INDISPO
           ELSE
             MOVE WS-SAISIE-ID TO OPE-ID
             READ OPERAT
               INVALID KEY
                 DISPLAY 'SIGNATURE REFUSEE'
                 MOVE 'E' TO WS-EVT
                 MOVE WS-SAISIE-ID TO WS-SEC-OPID
                 MOVE SPACE TO WS-SEC-AGC
                 MOVE 'OPERATEUR INCONNU' TO WS-OBJET
                 PERFORM ECRIRE-SECJRN
               NOT INVALID KEY
                 PERFORM VERIFIER-SIGNATURE
             END-READ
             CLOSE OPERAT
           END-IF
           .

       VERIFIER-SIGNATURE.
           MOVE OPE-ID TO WS-SEC-OPID
           MOVE OPE-AGC TO WS-SEC-AGC
           IF OPE-ETAT NOT = 'A'
             DISPLAY 'COMPTE BLOQUE OU DESACTIVE - VOIR'
                     ' L''ADMINISTRATEUR'
             MOVE 'E' TO WS-EVT
             IF OPE-ETAT = 'B'
               MOVE 'COMPTE BLOQUE' TO WS-OBJET
             ELSE
               MOVE 'COMPTE DESACTIVE' TO WS-OBJET
             END-IF
             PERFORM ECRIRE-SECJRN
           ELSE
             MOVE WS-SAISIE-ID TO WS-CHAINE(1:8)
             MOVE WS-SAISIE-MDP TO WS-CHAINE(9:12)
             PERFORM CALCULER-EMPREINTE
             IF WS-H = OPE-HASH
               MOVE 0 TO OPE-NB-ECHEC
               MOVE WS-DATE-SYS TO OPE-DT-CNX
               REWRITE EOPE
               MOVE OPE-ID TO WS-CNX-ID
               MOVE OPE-AGC TO WS-CNX-AGC
               PERFORM CHARGER-PROFIL
               MOVE 'C' TO WS-EVT
               MOVE OPE-PROFIL TO WS-OBJET
               PERFORM ECRIRE-SECJRN
               DISPLAY 'BONJOUR ' OPE-NOM
             ELSE
               DISPLAY 'SIGNATURE REFUSEE'
               ADD 1 TO OPE-NB-ECHEC
               MOVE 'E' TO WS-EVT
               MOVE 'MOT DE PASSE ERRONE' TO WS-OBJET
               PERFORM ECRIRE-SECJRN
               IF OPE-NB-ECHEC >= 3
                 MOVE 'B' TO OPE-ETAT
                 DISPLAY 'COMPTE BLOQUE APRES TROIS ECHECS'
                 MOVE 'B' TO WS-EVT
                 MOVE 'TROIS ECHECS' TO WS-OBJET
                 PERFORM ECRIRE-SECJRN
               END-IF
               REWRITE EOPE
             END-IF
           END-IF
           .

      * PROFIL INCONNU OU FICHIER ABSENT : AUCUN DROIT, LA SIGNATURE
      * ABOUTIT MAIS AUCUN PROGRAMME N'EST OUVERT.
       CHARGER-PROFIL.
           MOVE SPACE TO WS-DROITS
           OPEN INPUT PROFIL
           IF WS-PRF = '00'
             MOVE OPE-PROFIL TO PRF-CODE
             READ PROFIL
               NOT INVALID KEY
                 MOVE PRF-DROITS TO WS-DROITS
             END-READ
             CLOSE PROFIL
           END-IF
           .

       CONTROLER-ACTION.
           IF WS-CNX-ID NOT = SPACE
             MOVE LK-CODE TO WS-CODE
             PERFORM CHERCHER-DROIT
             IF WS-DROIT-OK = 'O'
               MOVE 'O' TO LK-ETAT
             ELSE
               MOVE 'R' TO WS-EVT
               MOVE LK-OBJET TO WS-OBJET
               PERFORM ECRIRE-SECJRN-CNX
             END-IF
           END-IF
           .

      * WS-CODE A BLANC : ACCES AU PROGRAMME SEUL.
       CHERCHER-DROIT.
           MOVE 'N' TO WS-DROIT-OK
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > 12 OR WS-DROIT-OK = 'O'
             IF WS-DR-PROG(WS-I) = LK-PROG OR WS-DR-PROG(WS-I) = '*'
               IF WS-CODE = SPACE
                  OR WS-DR-ACTIONS(WS-I)(1:1) = '*'
                 MOVE 'O' TO WS-DROIT-OK
               ELSE
                 MOVE 0 TO WS-NB
                 INSPECT WS-DR-ACTIONS(WS-I) TALLYING WS-NB
                         FOR ALL WS-CODE
                 IF WS-NB > 0
                   MOVE 'O' TO WS-DROIT-OK
                 END-IF
               END-IF
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           .

       CALCULER-EMPREINTE.
           MOVE 7654321 TO WS-H
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > 20
             MOVE WS-CHAINE(WS-I:1) TO WS-C
             MOVE 0 TO WS-POS
             INSPECT WS-ALPHABET TALLYING WS-POS
                     FOR CHARACTERS BEFORE INITIAL WS-C
             ADD 1 TO WS-POS
             COMPUTE WS-H-CALC = WS-H * 71 + WS-POS * (WS-I + 7)
                               + WS-I
             DIVIDE WS-H-CALC BY 9999999967 GIVING WS-H-QUOT
                    REMAINDER WS-H
             ADD 1 TO WS-I
           END-PERFORM
           .

       ECRIRE-SECJRN-CNX.
           MOVE WS-CNX-ID TO WS-SEC-OPID
           MOVE WS-CNX-AGC TO WS-SEC-AGC
           PERFORM ECRIRE-SECJRN
           .

      * UN INCIDENT SUR SECJRN EST SIGNALE MAIS NE FAIT PAS TOMBER
      * LE DIALOGUE APPELANT, COMME POUR JEXEC.
       ECRIRE-SECJRN.
           OPEN EXTEND SECJRN
           IF WS-SEC = '35'
             OPEN OUTPUT SECJRN
           END-IF
           IF WS-SEC NOT = '00'
             DISPLAY 'OPECHK - JOURNAL DE SECURITE INDISPONIBLE '
                     WS-SEC
           ELSE
             MOVE ALL SPACE TO ESEC
             MOVE WS-DATE-SYS TO SEC-DAT
             MOVE WS-HEURE-SYS TO SEC-TIM
             MOVE WS-EVT TO SEC-EVT
             MOVE WS-SEC-OPID TO SEC-OPID
             MOVE WS-SEC-AGC TO SEC-AGC
             MOVE LK-PROG TO SEC-PROG
             MOVE LK-CODE TO SEC-ACTION
             MOVE WS-OBJET TO SEC-OBJET
             WRITE ESEC
             CLOSE SECJRN
           END-IF
           .
