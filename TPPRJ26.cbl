      *       MAITRE TPPRJ50, QUITTANCEMENT
      *       TPPRJ2, AJUSTEMENTS DE PRIME TPPRJ30, INACTIVITE
      *       TPPRJ9, SYNTHESE TPPRJ10, TABLEAU DE BORD TPPRJ12,
      *       RAPPORT D'EXPLOITATION TPPRJ41, RELEVE DES
      *       REGLEMENTS SINISTRES TPPRJ63, BALANCE FINANCIERE
      *       TPPRJ58 - UN ECART D'ARGENT REND 8 ET ARRETE LA
      *       CHAINE, INTERFACE COMPTABLE TPPRJ61 - UN JOURNAL
      *       DESEQUILIBRE REND 12, DELTA DU FICHIER DES VEHICULES
      *       ASSURES TPPRJ67, ECHEANCES DES RECLAMATIONS TPPRJ82,
      *       EDITION DES AVENANTS TPPRJ87) AU LIEU DES LANCEMENTS
      *       A LA MAIN.
      *       CHAQUE ETAPE EST TRACEE (DEBUT/FIN, DATE, HEURE, CODE
      *       RETOUR) SUR LE FICHIER D'ETAT DE CHAINE CHSTAT :
      *       CODE RETOUR 4 = AVERTISSEMENT, ON CONTINUE ; 8 ET
      *       TETE ET N'EST LIBERE QU'EN FIN DE CHAINE COMPLETE ;
      *       APRES UN ABEND IL RESTE POSE ET PROTEGE LE MAITRE
      *       JUSQU'AU RELANCEMENT (DEBLOCAGE MANUEL : TPPRJ25).
      *       LE QUITTANCEMENT TPPRJ2 ET LE RAPPROCHEMENT TPPRJ14
      *       POSENT DES POINTS DE REPRISE (CKP2, CKP14, DESSIN
      *       CKFREC). QUAND LE DERNIER POINT DE CKP2 EST EN COURS,
      *       L'ETAPE TPPRJ2 EST RELANCEE EN REPRISE : LE
      *       SUPERVISEUR L'ANNONCE ET LA TRACE (EVENEMENT REPRI SUR
      *       CHSTAT). UN RAPPROCHEMENT TPPRJ14 INTERROMPU (HORS
      *       CHAINE) EST SIGNALE EN TETE DE CHAINE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHSTAT ASSIGN CHSTAT
             FILE STATUS  WS-CHS.
           SELECT CKP2   ASSIGN CKP2
             FILE STATUS  WS-CKP.
           SELECT CKP14  ASSIGN CKP14
             FILE STATUS  WS-CKP.

       DATA DIVISION.
       FILE SECTION.
           05 CHS-TIM        PIC X(8).
           05 CHS-RC         PIC 99.
           05 FILLER         PIC X(47).
       FD  CKP2 RECORDING F.
       01  ECKP2             PIC X(250).
       FD  CKP14 RECORDING F.
       01  ECKP14            PIC X(250).

       WORKING-STORAGE SECTION.
       77  WS-CHS         PIC XX.
       77  IX-ET          PIC 99    VALUE 0.
       77  NB-SAUTEES     PIC 99    VALUE 0.
       77  WS-TOUT-OK     PIC X     VALUE 'O'.
      * DERNIER POINT DE REPRISE LU SUR CKP2 OU CKP14.
       77  WS-CKP         PIC XX.
       77  WS-CKF-LU      PIC X     VALUE 'N'.
           COPY CKFREC.
       01  TABLE-ETAPES.
           05 FILLER PIC X(8) VALUE 'TPPRJ20'.
           05 FILLER PIC X(8) VALUE 'TPPRJ3'.
           05 FILLER PIC X(8) VALUE 'TPPRJ10'.
           05 FILLER PIC X(8) VALUE 'TPPRJ12'.
           05 FILLER PIC X(8) VALUE 'TPPRJ41'.
           05 FILLER PIC X(8) VALUE 'TPPRJ63'.
           05 FILLER PIC X(8) VALUE 'TPPRJ58'.
           05 FILLER PIC X(8) VALUE 'TPPRJ61'.
           05 FILLER PIC X(8) VALUE 'TPPRJ67'.
           05 FILLER PIC X(8) VALUE 'TPPRJ82'.
           05 FILLER PIC X(8) VALUE 'TPPRJ87'.
       01  ETAPES REDEFINES TABLE-ETAPES.
           05 ET-ENT OCCURS 17.
              10 ET-PROG     PIC X(8).
       01  ETAT-ETAPES.
           05 ET-OK OCCURS 17 PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM CHARGER-ETAT-CHAINE
           PERFORM POSER-VERROU
           PERFORM SIGNALER-REPRISE-REGL
           MOVE 'N' TO WS-CHAINE-KO
           MOVE 1 TO IX-ET
           PERFORM UNTIL IX-ET > 17 OR WS-CHAINE-KO = 'O'
             IF ET-OK(IX-ET) = 'O'
               ADD 1 TO NB-SAUTEES
               DISPLAY 'ETAPE ' IX-ET ' ' ET-PROG(IX-ET)
             PERFORM UNTIL WS-CHS = '10'
               IF CHS-EVT = 'FIN' AND CHS-RC <= 04
                  AND CHS-DAT = WS-DATE-SYS
                  AND CHS-NO-ETAPE >= 1 AND CHS-NO-ETAPE <= 17
                 MOVE 'O' TO ET-OK(CHS-NO-ETAPE)
               END-IF
               READ CHSTAT
           END-IF
           MOVE 'O' TO WS-TOUT-OK
           MOVE 1 TO IX-ET
           PERFORM UNTIL IX-ET > 17
             IF ET-OK(IX-ET) = 'N'
               MOVE 'N' TO WS-TOUT-OK
             END-IF
           END-PERFORM
           IF WS-TOUT-OK = 'O'
             MOVE 1 TO IX-ET
             PERFORM UNTIL IX-ET > 17
               MOVE 'N' TO ET-OK(IX-ET)
               ADD 1 TO IX-ET
             END-PERFORM
      * EMPORTE LE SUPERVISEUR AVEC ELLE : SON DEBUT EST SUR
      * CHSTAT SANS FIN, ELLE SERA DONC REJOUEE AU RELANCEMENT.
       EXECUTER-ETAPE.
           IF ET-PROG(IX-ET) = 'TPPRJ2'
             PERFORM SIGNALER-REPRISE-QUITT
           END-IF
           MOVE 'DEBUT' TO WS-EVT
           MOVE 0 TO WS-RC-ETAPE
           PERFORM ECRIRE-CHSTAT
           PERFORM TEST-STAT-CHS
           .

      * QUITTANCEMENT INTERROMPU : TPPRJ2 REPARTIRA DE SON DERNIER
      * POINT, SANS RESSAISIE DES PARAMETRES DU PASSAGE.
       SIGNALER-REPRISE-QUITT.
           MOVE 'N' TO WS-CKF-LU
           OPEN INPUT CKP2
           IF WS-CKP = '00'
             READ CKP2 INTO ECKF
             PERFORM UNTIL WS-CKP NOT = '00'
               MOVE 'O' TO WS-CKF-LU
               READ CKP2 INTO ECKF
             END-PERFORM
             CLOSE CKP2
           END-IF
           IF WS-CKF-LU = 'O' AND CKF-ETAT = 'E'
             DISPLAY 'ETAPE ' IX-ET ' TPPRJ2 EN REPRISE APRES LE'
                     ' MATRICULE ' CKF-MATRICUL ' (' CKF-NB-LUS
                     ' DOSSIERS DEJA TRAITES)'
             MOVE 'REPRI' TO WS-EVT
             MOVE 0 TO WS-RC-ETAPE
             PERFORM ECRIRE-CHSTAT
           END-IF
           .

      * TPPRJ14 TOURNE HORS CHAINE, A L'ARRIVEE DES REMISES : UN
      * PASSAGE INTERROMPU BLOQUE TOUTE AUTRE REMISE, L'EXPLOITATION
      * EST PREVENUE DES LE LANCEMENT DE LA NUIT.
       SIGNALER-REPRISE-REGL.
           MOVE 'N' TO WS-CKF-LU
           OPEN INPUT CKP14
           IF WS-CKP = '00'
             READ CKP14 INTO ECKF
             PERFORM UNTIL WS-CKP NOT = '00'
               MOVE 'O' TO WS-CKF-LU
               READ CKP14 INTO ECKF
             END-PERFORM
             CLOSE CKP14
           END-IF
           IF WS-CKF-LU = 'O' AND CKF-ETAT = 'E'
             DISPLAY 'ATTENTION - RAPPROCHEMENT TPPRJ14 INTERROMPU SUR'
                     ' LA REMISE ' CKF-NO-REMISE ' - A RELANCER EN'
                     ' REPRISE'
           END-IF
           .

       POSER-VERROU.
           MOVE 'P' TO WS-VER-ACTION
           CALL SOUSPROG-VER USING WS-VER-ACTION WS-VER-PROG
