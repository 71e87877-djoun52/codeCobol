       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ63.
      ******************************
      *  63 - RELEVE QUOTIDIEN DES REGLEMENTS DE SINISTRES A
      *       EMETTRE : PARCOURT LE REGISTRE SINREG (DESSIN SRGREC)
      *       ALIMENTE PAR LE DIALOGUE TPPRJ33, LISTE CHAQUE
      *       REGLEMENT ENCORE A EMETTRE (SRG-ST A BLANC) AVEC SON
      *       BENEFICIAIRE, SON NOM, SA REFERENCE ET SON MONTANT,
      *       PUIS LE MARQUE EMIS (E) A LA DATE DU JOUR
      *       (SRG-DT-EMIS, AAAAMMJJ). LA LISTE EST LE BORDEREAU DE
      *       PAIEMENT DU SERVICE SINISTRES ; TOTAUX PAR TYPE DE
      *       BENEFICIAIRE ET TOTAL GENERAL. LES REGLEMENTS EMIS
      *       ALIMENTENT L'INTERFACE COMPTABLE TPPRJ61 ET LE
      *       RAPPROCHEMENT DE LA BALANCE FINANCIERE TPPRJ58.
      *       LES LIGNES DE REPRISE (ETAT H) NE SONT JAMAIS EMISES.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINREG ASSIGN SINREG
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SRG-CLE
             FILE STATUS  WS-SRG.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  SINREG RECORDING F.
           COPY SRGREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-SRG         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-SINREG-OUV  PIC X     VALUE 'N'.
       77  WS-FIN-SRG     PIC X     VALUE 'N'.
           88 FIN-SRG               VALUE 'O'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-DT-JOUR     PIC 9(8)  VALUE 0.
      * TYPES DE BENEFICIAIRE ET LEURS CUMULS DU RELEVE.
       01  TABLE-BENEF.
           05 FILLER PIC X(11) VALUE 'AASSURE    '.
           05 FILLER PIC X(11) VALUE 'GGARAGE    '.
           05 FILLER PIC X(11) VALUE 'TTIERS     '.
           05 FILLER PIC X(11) VALUE 'EEXPERT    '.
       01  BENEFS REDEFINES TABLE-BENEF.
           05 BNF-ENT OCCURS 4 INDEXED BY IX-BNF.
              10 BNF-CODE    PIC X.
              10 BNF-LIB     PIC X(10).
       01  CUMULS-BENEF.
           05 BNF-CUM OCCURS 4.
              10 BNF-NB      PIC 9(6)     VALUE 0.
              10 BNF-MNT     PIC 9(9)V99  VALUE 0.
       77  WS-LIB-BENEF   PIC X(10) VALUE SPACE.
       77  WS-I           PIC 9     VALUE 0.
       77  NB-EMIS        PIC 9(6)  VALUE 0.
       01  TOT-EMIS       PIC 9(9)V99 VALUE 0.
       77  DISP-MNT       PIC Z(4)9,99.
       77  DISP-TOT       PIC Z(8)9,99.
       77  DISP-CPT       PIC ZZZZZ9.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ63'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           PERFORM IMPRIME-ENTETE
           OPEN I-O SINREG
           IF WS-SRG = '00'
             MOVE 'O' TO WS-SINREG-OUV
             PERFORM EMETTRE-REGLEMENTS
             CLOSE SINREG
           ELSE
             IF WS-SRG NOT = '35'
               PERFORM TEST-STAT-SRG
             END-IF
           END-IF
           PERFORM IMPRIME-TOTAUX
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ63 - RELEVE DES REGLEMENTS SINISTRES DU '
                   WS-DT-JOUR
           DISPLAY 'REGLEMENTS EMIS : ' NB-EMIS
           DISPLAY 'MONTANT EMIS    : ' TOT-EMIS
           MOVE NB-EMIS TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

       EMETTRE-REGLEMENTS.
           MOVE 'N' TO WS-FIN-SRG
           PERFORM UNTIL FIN-SRG
             READ SINREG NEXT
               AT END MOVE 'O' TO WS-FIN-SRG
             END-READ
             IF NOT FIN-SRG AND SRG-ST = SPACE
               PERFORM EMETTRE-UN-REGLEMENT
             END-IF
           END-PERFORM
           .

       EMETTRE-UN-REGLEMENT.
           MOVE 'E' TO SRG-ST
           MOVE WS-DT-JOUR TO SRG-DT-EMIS
           REWRITE ESRG
           PERFORM TEST-STAT-SRG
           ADD 1 TO NB-EMIS
           ADD SRG-MNT TO TOT-EMIS
           MOVE 'INCONNU   ' TO WS-LIB-BENEF
           SET IX-BNF TO 1
           SEARCH BNF-ENT
             AT END CONTINUE
             WHEN BNF-CODE(IX-BNF) = SRG-BENEF
               MOVE BNF-LIB(IX-BNF) TO WS-LIB-BENEF
               SET WS-I TO IX-BNF
               ADD 1 TO BNF-NB(WS-I)
               ADD SRG-MNT TO BNF-MNT(WS-I)
           END-SEARCH
           MOVE SRG-MNT TO DISP-MNT
           MOVE ALL SPACE TO ELST
           STRING SRG-MATRICUL '  ' SRG-NO '  ' SRG-SEQ '  '
                  WS-LIB-BENEF ' ' SRG-NOM ' ' SRG-REF '  '
                  DISP-MNT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API63   REGLEMENTS SINISTRES A EMETTRE   ' DAT
                  ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'MATRIC  SIN   REG  BENEF.     NOM                 '
                  ' REFERENCE       MONTANT'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-TOTAUX.
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > 4
             MOVE BNF-NB(WS-I) TO DISP-CPT
             MOVE BNF-MNT(WS-I) TO DISP-TOT
             MOVE ALL SPACE TO ELST
             STRING 'TOTAL ' BNF-LIB(WS-I) ' ' DISP-CPT
                    ' REGLEMENT(S) ' DISP-TOT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             ADD 1 TO WS-I
           END-PERFORM
           MOVE NB-EMIS TO DISP-CPT
           MOVE TOT-EMIS TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'TOTAL GENERAL    ' DISP-CPT ' REGLEMENT(S) '
                  DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF WS-SINREG-OUV = 'N'
             MOVE ALL SPACE TO ELST
             STRING 'REGISTRE SINREG ABSENT - AUCUN REGLEMENT'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-SRG.
           IF WS-SRG NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER REGLEMENTS SINISTRES ' WS-SRG
             MOVE 16 TO RETURN-CODE
             MOVE WS-SRG TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-LST.
           IF WS-LST NOT = '00'
             DISPLAY 'ERREUR FICHIER LISTE ' WS-LST
             MOVE 16 TO RETURN-CODE
             MOVE WS-LST TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .

      * JOURNAL CENTRAL D'EXECUTION (RUNJRN) : UN EVENEMENT AU
      * DEBUT, UN EN FIN NORMALE AVEC LE COMPTEUR TRAITE, UN SUR
      * ABANDON AVEC LE FILE STATUS ET LE CODE RETOUR EN CAUSE.
       JOURNAL-EXEC.
           CALL SOUSPROG-JRN USING WS-JEX-PROG WS-JEX-EVT WS-JEX-NB
                WS-JEX-FS WS-JEX-RC
           .

       JOURNAL-ABANDON.
           MOVE 'ABANDON' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           .
