      *       BALANCE AGEE : JOURS REELS SUR L'ECHEANCE QUI-DT-ECH
      *       QUAND LA QUITTANCE EN PORTE UNE, ESTIMATION EN MOIS
      *       DE 30 JOURS SINON.
      *       LE CLIENT EST AVISE DE LA SUSPENSION PAR COURRIEL OU
      *       SMS S'IL L'A ACCEPTE (PREFERENCES CONTACT, SOUS-
      *       PROGRAMME NTFSND) ; UN ECHEC DE REMISE REVIENT EN AVIS
      *       PAPIER (TPPRJ91).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.
           COPY PARMREC.
      * NOTIFICATIONS ELECTRONIQUES AU CLIENT (NTFSND).
       77  SOUSPROG-NTF   PIC X(8) VALUE 'NTFSND'.
           COPY NTFZON.
       77  NB-AVIS-SUSP   PIC 9(6)  VALUE 0.

      * OPERATEUR DU LANCEMENT (OPECHK), PORTE SUR CHAQUE
      * ECRITURE DE JOURNAL : BATCH QUAND PERSONNE N'EST SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'Q'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ51'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-VERROU
           OPEN I-O QUIT
           PERFORM TEST-STAT-JRN
           PERFORM TEST-STAT-LST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           PERFORM IDENTIFIER-OPERATEUR
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           MOVE DAT(7:4) TO WS-AA-JOUR
           STRING 'POLICES SUSPENDUES          : ' NB-SUSPENDUES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE 'F' TO NTZ-ACTION
           CALL SOUSPROG-NTF USING NTZ-ZONE
           CLOSE QUIT
           CLOSE ASSUR
           CLOSE SUSPEN
           DISPLAY 'QUITTANCES AU-DELA DU DELAI : ' NB-QUI-RETARD
           DISPLAY 'POLICES SUSPENDUES          : ' NB-SUSPENDUES
           DISPLAY 'POLICES DEJA SUSPENDUES     : ' NB-DEJA-SUSP
           DISPLAY 'SUSPENSIONS NOTIFIEES       : ' NB-AVIS-SUSP
           GOBACK
           .

                        QUI-PERIODE ')'
                        DELIMITED BY SIZE INTO ELST
                 PERFORM ECRIRE-LST
                 PERFORM NOTIFIER-SUSPENSION
               ELSE
                 ADD 1 TO NB-DEJA-SUSP
               END-IF
           END-READ
           .

       NOTIFIER-SUSPENSION.
           MOVE 'E' TO NTZ-ACTION
           MOVE 'TPPRJ51' TO NTZ-ORIG
           MOVE MATRICUL TO NTZ-MATRICUL
           MOVE 'S' TO NTZ-TYPE
           MOVE ALL SPACE TO NTZ-REF
           MOVE QUI-PERIODE TO NTZ-REF(1:6)
           MOVE ALL SPACE TO NTZ-TEXTE
           STRING 'VOTRE POLICE ' MATRICUL ' EST SUSPENDUE POUR '
                  'IMPAYE (PERIODE ' QUI-PERIODE '). ELLE REPRENDRA '
                  'EFFET AU REGLEMENT DE L''ARRIERE.'
                  DELIMITED BY SIZE INTO NTZ-TEXTE
           CALL SOUSPROG-NTF USING NTZ-ZONE
           IF NTZ-RC = 'O'
             ADD 1 TO NB-AVIS-SUSP
           END-IF
           .

       ECRIRE-JRNA.
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ51' TO JRN-PROG
           MOVE WS-OPE-ID TO JRN-OPID
           MOVE SPACE TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE WS-JRN-OPER TO JRN-OPER
           MOVE MATRICUL TO JRN-MATRICUL
           MOVE WS-EASR-AVANT TO JRN-AVANT
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
