       77  WS-TBL-QUOI    PIC X.
           COPY PARMREC.

      * OPERATEUR DU LANCEMENT (OPECHK), PORTE SUR CHAQUE
      * ECRITURE DE JOURNAL : BATCH QUAND PERSONNE N'EST SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'Q'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ15'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-VERROU
           OPEN INPUT TRS
           PERFORM TEST-STAT-JRN
           PERFORM TEST-STAT-CRE
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           PERFORM IDENTIFIER-OPERATEUR
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           MOVE 'A' TO WS-TBL-QUOI
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ15' TO JRN-PROG
           MOVE WS-OPE-ID TO JRN-OPID
           MOVE SPACE TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE WS-JRN-OPER TO JRN-OPER
           MOVE TRX-MATRICUL TO JRN-MATRICUL
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
