       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ71.
      ******************************
      *  71 - RAPPORT DE SECURITE : EDITE SUR LST, DANS LE STYLE DU
      *       JOURNAL DE BORD TPPRJ31, LE JOURNAL DE SECURITE SECJRN
      *       ALIMENTE PAR LE SOUS-PROGRAMME OPECHK POUR UNE DATE
      *       DONNEE (AAAAMMJJ, 0 = TOUT LE FICHIER ; RUNPRM OU
      *       SAISIE CONSOLE) : SIGNATURES EN ECHEC, COMPTES
      *       BLOQUES, ACTIONS REFUSEES ET ACTIONS PRIVILEGIEES
      *       ACCORDEES, AVEC L'OPERATEUR, SON AGENCE, LE PROGRAMME,
      *       L'ACTION ET L'OBJET. LES SIGNATURES REUSSIES NE SONT
      *       QUE COMPTEES. UN COMPTE BLOQUE DANS LA PERIODE REND
      *       LE CODE RETOUR 4 POUR ALERTER L'ADMINISTRATEUR.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECJRN ASSIGN SECJRN
             FILE STATUS  WS-SEC.
           SELECT LST   ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  SECJRN RECORDING F.
           COPY SECREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-SEC         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-DT-FILTRE   PIC 9(8)  VALUE 0.
       77  SOUSPROG-RUN   PIC X(8) VALUE 'RUNLOD'.
       77  WS-RUN-OK      PIC X     VALUE 'N'.
           COPY RUNREC.
       01  WS-LIB-EVT     PIC X(12).

       77  NB-LUS         PIC 9(6)  VALUE 0.
       77  NB-EDITES      PIC 9(6)  VALUE 0.
       77  NB-CNX         PIC 9(6)  VALUE 0.
       77  NB-ECHECS      PIC 9(6)  VALUE 0.
       77  NB-BLOQUES     PIC 9(6)  VALUE 0.
       77  NB-REFUS       PIC 9(6)  VALUE 0.
       77  NB-PRIVIL      PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
           CALL SOUSPROG-RUN USING ERUN WS-RUN-OK
           IF WS-RUN-OK = 'O' AND RUN-DT-JEXEC IS NUMERIC
             MOVE RUN-DT-JEXEC TO WS-DT-FILTRE
           ELSE
             DISPLAY 'DATE A EDITER (AAAAMMJJ, 0=TOUT) : ' WITH NO
                 ADVANCING
             ACCEPT WS-DT-FILTRE
           END-IF
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           MOVE ALL SPACE TO ELST
           IF WS-RUN-OK = 'O'
             STRING 'API71   RAPPORT DE SECURITE DES OPERATEURS - '
                    WS-DT-FILTRE ' (RUNPRM)'
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING 'API71   RAPPORT DE SECURITE DES OPERATEURS - '
                    WS-DT-FILTRE ' (CONSOLE)'
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           PERFORM ECRIRE-LST
           STRING 'DATE     HEURE  EVENEMENT    OPERAT.  A PROGRAMM'
                  ' A OBJET'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
      * AUCUN JOURNAL DE SECURITE : AUCUN DIALOGUE N'A ENCORE ETE
      * SIGNE, LE RAPPORT EST EDITE A VIDE.
           OPEN INPUT SECJRN
           IF WS-SEC = '35'
             DISPLAY 'JOURNAL DE SECURITE ABSENT - RAPPORT VIDE'
           ELSE
             PERFORM TEST-STAT-SEC
             READ SECJRN
             PERFORM UNTIL WS-SEC = '10'
               ADD 1 TO NB-LUS
               IF WS-DT-FILTRE = 0 OR SEC-DAT = WS-DT-FILTRE
                 PERFORM TRAITER-EVENEMENT
               END-IF
               READ SECJRN
             END-PERFORM
             CLOSE SECJRN
             PERFORM TEST-STAT-SEC
           END-IF
           PERFORM ECRIRE-LST
           STRING 'SIGNATURES REUSSIES       : ' NB-CNX
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'SIGNATURES EN ECHEC       : ' NB-ECHECS
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'COMPTES BLOQUES           : ' NB-BLOQUES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'ACTIONS REFUSEES          : ' NB-REFUS
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'ACTIONS PRIVILEGIEES      : ' NB-PRIVIL
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'EVENEMENTS LUS    : ' NB-LUS
           DISPLAY 'EVENEMENTS EDITES : ' NB-EDITES
           IF NB-BLOQUES > 0
             DISPLAY 'COMPTE(S) BLOQUE(S) DANS LA PERIODE : '
                     NB-BLOQUES
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       TRAITER-EVENEMENT.
           MOVE SPACE TO WS-LIB-EVT
           EVALUATE SEC-EVT
             WHEN 'C'
               ADD 1 TO NB-CNX
             WHEN 'E'
               ADD 1 TO NB-ECHECS
               MOVE 'ECHEC SIGN.' TO WS-LIB-EVT
             WHEN 'B'
               ADD 1 TO NB-BLOQUES
               MOVE 'BLOCAGE' TO WS-LIB-EVT
             WHEN 'R'
               ADD 1 TO NB-REFUS
               MOVE 'REFUS' TO WS-LIB-EVT
             WHEN 'P'
               ADD 1 TO NB-PRIVIL
               MOVE 'PRIVILEGIEE' TO WS-LIB-EVT
             WHEN OTHER
               MOVE 'INCONNU' TO WS-LIB-EVT
           END-EVALUATE
           IF WS-LIB-EVT NOT = SPACE
             ADD 1 TO NB-EDITES
             STRING SEC-DAT ' ' SEC-TIM(1:6) ' ' WS-LIB-EVT ' '
                    SEC-OPID ' ' SEC-AGC ' ' SEC-PROG ' '
                    SEC-ACTION ' ' SEC-OBJET
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-SEC.
           IF WS-SEC NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL DE SECURITE ' WS-SEC
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
