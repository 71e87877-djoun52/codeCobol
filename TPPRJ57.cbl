      *       POUR ENVOI AU CLIENT, RELANCABLE EN BOUCLE AU GUICHET
      *       (000000 POUR TERMINER). LA COMPTABILITE N'A PLUS A
      *       RECOLLER TROIS LISTINGS PAR LITIGE.
      *       LE RELEVE REPREND ENSUITE LES MOUVEMENTS DU COMPTE
      *       CREDIT DU CLIENT (JOURNAL CRDJRN) DATES DANS LA PLAGE :
      *       EXCEDENT DE REGLEMENT EN CREDIT, CREDIT IMPUTE SUR UNE
      *       QUITTANCE ET REMBOURSEMENT (VIREMENT OU CHEQUE DE
      *       TPPRJ59) EN DEBIT, COMME L'EXCEDENT REPRIS PAR
      *       L'ANNULATION D'UN REGLEMENT ERRONE (TPPRJ75). L'AVOIR
      *       PORTE AU CREDIT N'EST PAS REPRIS : IL FIGURE DEJA
      *       COMME PIECE V DU JOURNAL QUIT.
      *       QUAND LE CLIENT DETIENT PLUSIEURS POLICES (PERSONNE
      *       DE PRSLNK), LE RELEVE SE TERMINE PAR LA RECAPITULATION
      *       DE SES POLICES : ETAT ET RESTANT DU DE CHACUNE SUR LA
      *       MEME PLAGE DE PERIODES, ET TOTAL DU PAR LE CLIENT.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT CRDJRN ASSIGN CRDJRN
             FILE STATUS  WS-CRJ.
           SELECT REL   ASSIGN REL
             FILE STATUS  WS-REL.

           COPY QUIREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  CRDJRN RECORDING F.
           COPY CRJREC.
       FD  REL RECORDING F.
       01  EREL              PIC X(100).

       77  WS-QUI         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-REL         PIC XX.
       77  WS-CRJ         PIC XX.
       77  WS-CRJ-PER     PIC 9(6)  VALUE 0.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  DISP-REGLE     PIC Z(6)9,99.
       77  DISP-SOLDE     PIC -(7)9,99.
       77  WS-LIB-TYPE    PIC X(10).
      * RECAPITULATION DES POLICES DE LA PERSONNE.
       77  SOUSPROG-PLK   PIC X(8) VALUE 'PRSLNK'.
           COPY PRSZON.
       77  IX-POL         PIC 99    VALUE 0.
       77  WS-MAT-POL     PIC 9(6)  VALUE 0.
       77  WS-ETAT-POL    PIC X(10) VALUE SPACE.
       01  WS-DU-POL      PIC 9(7)V99  COMP-3.
       01  WS-DU-CLIENT   PIC 9(8)V99  COMP-3.
       77  DISP-DU        PIC Z(7)9,99.

       PROCEDURE DIVISION.
           OPEN INPUT QUIT
               PERFORM ETABLIR-RELEVE
             END-IF
           END-PERFORM
           MOVE 'F' TO PLK-ACTION
           CALL SOUSPROG-PLK USING PLK-ZONE
           CLOSE QUIT
           CLOSE ASSUR
           CLOSE REL
               END-IF
             END-IF
           END-PERFORM
           PERFORM EDITER-COMPTE-CREDIT
           PERFORM IMPRIMER-PIED-RELEVE
           PERFORM EDITER-POLICES-PERSONNE
           ADD 1 TO NB-RELEVES
           DISPLAY 'RELEVE EDITE (' NB-LIGNES ' LIGNE(S))'
           .
           END-IF
           .

      * MOUVEMENTS DU COMPTE CREDIT DU CLIENT. LE CREDIT IMPUTE EST
      * DEJA COMPRIS DANS LE REGLEMENT DE LA QUITTANCE : IL VIENT EN
      * DEBIT POUR NE PAS COMPTER DEUX FOIS L'EXCEDENT OU L'AVOIR
      * QUI L'A ALIMENTE.
       EDITER-COMPTE-CREDIT.
           OPEN INPUT CRDJRN
           IF WS-CRJ = '00'
             READ CRDJRN
             PERFORM UNTIL WS-CRJ = '10'
               MOVE CRJ-DT(1:6) TO WS-CRJ-PER
               IF CRJ-MATRICUL = WS-SAISIE-MAT AND
                  WS-CRJ-PER NOT < WS-PER-DEB AND
                  WS-CRJ-PER NOT > WS-PER-FIN AND
                  CRJ-NATURE NOT = 'V'
                 ADD 1 TO NB-LIGNES
                 PERFORM EDITER-MOUVEMENT-CREDIT
               END-IF
               READ CRDJRN
             END-PERFORM
             CLOSE CRDJRN
           END-IF
           .

       EDITER-MOUVEMENT-CREDIT.
           EVALUATE CRJ-NATURE
             WHEN 'E'
               MOVE 'EXCEDENT  ' TO WS-LIB-TYPE
               SUBTRACT CRJ-MNT FROM SOLDE
             WHEN 'I'
               MOVE 'CRED.IMPUT' TO WS-LIB-TYPE
               ADD CRJ-MNT TO SOLDE
             WHEN 'A'
               MOVE 'EXC.REPRIS' TO WS-LIB-TYPE
               ADD CRJ-MNT TO SOLDE
             WHEN 'R'
               MOVE 'VIREMENT  ' TO WS-LIB-TYPE
               ADD CRJ-MNT TO SOLDE
             WHEN OTHER
               MOVE 'CHEQUE    ' TO WS-LIB-TYPE
               ADD CRJ-MNT TO SOLDE
           END-EVALUATE
           MOVE CRJ-MNT TO DISP-REGLE
           MOVE SOLDE TO DISP-SOLDE
           MOVE ALL SPACE TO EREL
           STRING WS-LIB-TYPE ' DU ' CRJ-DT
                  '            ' DISP-REGLE
                  ' SOLDE ' DISP-SOLDE
                  DELIMITED BY SIZE INTO EREL
           PERFORM ECRIRE-REL
           .

       IMPRIMER-ENTETE-RELEVE.
           MOVE ALL SPACE TO EREL
           STRING ALL '=' DELIMITED BY SIZE INTO EREL
           PERFORM ECRIRE-REL
           .

      * RESTANT DU D'UNE POLICE = TTC - REGLE DE SES QUITTANCES
      * NON SOLDEES DE LA PLAGE, AVOIRS EXCLUS (ILS NAISSENT
      * SOLDES). UN CLIENT A UNE SEULE POLICE N'A PAS DE
      * RECAPITULATION.
       EDITER-POLICES-PERSONNE.
           MOVE 'R' TO PLK-ACTION
           MOVE 'TPPRJ57' TO PLK-ORIG
           MOVE WS-SAISIE-MAT TO PLK-MATRICUL
           CALL SOUSPROG-PLK USING PLK-ZONE
           IF PLK-RC = 'O' AND PLK-NB-POL > 1
             MOVE ALL SPACE TO EREL
             STRING 'POLICES DU CLIENT (PERSONNE ' PLK-PRS-ID ')'
                    DELIMITED BY SIZE INTO EREL
             PERFORM ECRIRE-REL
             MOVE ALL SPACE TO EREL
             STRING ALL '-' DELIMITED BY SIZE INTO EREL
             PERFORM ECRIRE-REL
             MOVE 0 TO WS-DU-CLIENT
             MOVE 1 TO IX-POL
             PERFORM UNTIL IX-POL > PLK-NB-POL
               MOVE PLK-POL(IX-POL) TO WS-MAT-POL
               PERFORM EDITER-POLICE-PERSONNE
               ADD 1 TO IX-POL
             END-PERFORM
             MOVE WS-DU-CLIENT TO DISP-DU
             MOVE ALL SPACE TO EREL
             STRING 'TOTAL RESTANT DU PAR LE CLIENT : ' DISP-DU
                    DELIMITED BY SIZE INTO EREL
             PERFORM ECRIRE-REL
             MOVE ALL SPACE TO EREL
             STRING ALL '=' DELIMITED BY SIZE INTO EREL
             PERFORM ECRIRE-REL
             MOVE ALL SPACE TO EREL
             PERFORM ECRIRE-REL
           END-IF
           .

       EDITER-POLICE-PERSONNE.
           MOVE WS-MAT-POL TO MATRICUL
           READ ASSUR
             INVALID KEY
               MOVE 'SUPPRIMEE' TO WS-ETAT-POL
             NOT INVALID KEY
               EVALUATE ASUR-BM
                 WHEN 'B'   MOVE 'ACTIVE' TO WS-ETAT-POL
                 WHEN 'M'   MOVE 'ACTIVE' TO WS-ETAT-POL
                 WHEN 'S'   MOVE 'SUSPENDUE' TO WS-ETAT-POL
                 WHEN OTHER MOVE 'INACTIVE' TO WS-ETAT-POL
               END-EVALUATE
           END-READ
           MOVE 0 TO WS-DU-POL
           MOVE 'N' TO WS-FIN-QUI
           MOVE WS-MAT-POL TO QUI-MATRICUL
           MOVE WS-PER-DEB TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = WS-MAT-POL OR
                  QUI-PERIODE > WS-PER-FIN
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF QUI-TYPE NOT = 'V' AND QUI-ST-PAIE NOT = 'P'
                    AND QUI-TOT-TTC > QUI-MNT-REGLE
                   COMPUTE WS-DU-POL = WS-DU-POL + QUI-TOT-TTC
                                     - QUI-MNT-REGLE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           ADD WS-DU-POL TO WS-DU-CLIENT
           MOVE WS-DU-POL TO DISP-DU
           MOVE ALL SPACE TO EREL
           STRING 'POLICE ' WS-MAT-POL ' ' WS-ETAT-POL
                  ' RESTANT DU ' DISP-DU
                  DELIMITED BY SIZE INTO EREL
           PERFORM ECRIRE-REL
           .

       ECRIRE-REL.
           WRITE EREL
           MOVE ALL SPACE TO EREL
