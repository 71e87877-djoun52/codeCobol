      *       L'ETAT E (ENVOYEE EN PRELEVEMENT) POUR QUE LA RELANCE
      *       (TPPRJ14) NE POURSUIVE PAS UN CLIENT DONT LE DEBIT EST
      *       EN COURS. LE RETOUR DE LA BANQUE REVIENT PAR LE
      *       FICHIER PAIE ET S'IMPUTE PAR LE TPPRJ14 HABITUEL ;
      *       LES DEBITS REJETES REVIENNENT PAR LE FICHIER RETOUR
      *       TRAITE PAR TPPRJ60, QUI REMET LA QUITTANCE EN DU.
      *       UN DEBIT N'EST REMIS QUE S'IL A ETE PRE-NOTIFIE AU
      *       CLIENT (FICHIER PRENOT, DESSIN PNTREC, POSE PAR
      *       TPPRJ90) POUR UN MONTANT AU MOINS EGAL AU RESTANT DU ET
      *       QUE LA DATE DE PRELEVEMENT ANNONCEE EST ATTEINTE ; LA
      *       PRE-NOTIFICATION PASSE ALORS A L'ETAT R (REMISE). LES
      *       AUTRES QUITTANCES ATTENDENT LA REMISE SUIVANTE. SANS
      *       FICHIER PRENOT, RIEN N'EST REMIS.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT PRENOT ASSIGN PRENOT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY PNT-CLE
             FILE STATUS  WS-PNT.
           SELECT PRLV   ASSIGN PRLV
             FILE STATUS  WS-PRL.
           SELECT LST    ASSIGN LST
           COPY MANDREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  PRENOT RECORDING F.
           COPY PNTREC.
       FD  PRLV RECORDING F.
       01  EPRLV             PIC X(120).
       01  EPRLV-ENT REDEFINES EPRLV.
       77  WS-QUI         PIC XX.
       77  WS-MAN         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-PNT         PIC XX.
       77  WS-PRENOT-OUV  PIC X     VALUE 'N'.
       77  WS-PRL         PIC XX.
       77  WS-LST         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  NB-QUI-LUES    PIC 9(6)  VALUE 0.
       77  NB-EXTRAITES   PIC 9(6)  VALUE 0.
       77  NB-SANS-MANDAT PIC 9(6)  VALUE 0.
       77  NB-NON-ANNONCEES PIC 9(6) VALUE 0.
       01  WS-DATE-JOUR   PIC 9(8).
       01  MNT-DU         PIC 9(6)V99 COMP-3.
       01  MNT-RESTANT    PIC 9(6)V99 COMP-3.
       01  TOT-REMISE     PIC 9(9)V99 VALUE 0.
           OPEN I-O QUIT
           OPEN INPUT MANDAT
           OPEN INPUT ASSUR
           OPEN I-O PRENOT
           IF WS-PNT = '00'
             MOVE 'O' TO WS-PRENOT-OUV
           ELSE
             DISPLAY 'TPPRJ36 - FICHIER PRENOT ABSENT - AUCUN DEBIT '
                     'PRE-NOTIFIE ' WS-PNT
           END-IF
           OPEN OUTPUT PRLV
           OPEN OUTPUT LST
           PERFORM TEST-STAT-QUI
           PERFORM TEST-STAT-LST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DATE-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DATE-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DATE-JOUR(7:2)
           PERFORM ECRIRE-ENTETE-REMISE
           PERFORM IMPRIME-ENTETE
           PERFORM PARCOURIR-QUITTANCES
           CLOSE QUIT
           CLOSE MANDAT
           CLOSE ASSUR
           IF WS-PRENOT-OUV = 'O'
             CLOSE PRENOT
           END-IF
           CLOSE PRLV
           CLOSE LST
           PERFORM TEST-STAT-QUI
           DISPLAY 'QUITTANCES DUES EXAMINEES : ' NB-QUI-LUES
           DISPLAY 'QUITTANCES EXTRAITES      : ' NB-EXTRAITES
           DISPLAY 'DUES SANS MANDAT ACTIF    : ' NB-SANS-MANDAT
           DISPLAY 'DUES NON PRE-NOTIFIEES    : ' NB-NON-ANNONCEES
           GOBACK
           .

             MOVE QUI-PRIM TO MNT-DU
           END-IF
           SUBTRACT QUI-MNT-REGLE FROM MNT-DU GIVING MNT-RESTANT
           IF MNT-RESTANT > 0
             PERFORM CONTROLER-PRENOT
           END-IF
           IF MNT-RESTANT > 0
             MOVE ALL SPACE TO EPRLV
             MOVE '1' TO PRL-D-TYPE
             ADD MNT-RESTANT TO TOT-REMISE
             MOVE 'E' TO QUI-ST-PAIE
             REWRITE EQUI
             MOVE 'R' TO PNT-ST
             REWRITE EPNT
             MOVE MNT-RESTANT TO DISP-MNT
             MOVE ALL SPACE TO ELST
             STRING QUI-MATRICUL ' QUITTANCE ' QUI-NUM
           END-IF
           .

      * LE DEBIT DOIT AVOIR ETE ANNONCE AU CLIENT, POUR CE MONTANT
      * OU PLUS, ET LA DATE ANNONCEE DOIT ETRE ATTEINTE ; SINON LE
      * RESTANT EST MIS A ZERO ET LA QUITTANCE N'EST PAS REMISE.
       CONTROLER-PRENOT.
           IF WS-PRENOT-OUV = 'O'
             MOVE QUI-MATRICUL TO PNT-MATRICUL
             MOVE QUI-PERIODE TO PNT-PERIODE
             READ PRENOT
               INVALID KEY
                 MOVE 0 TO MNT-RESTANT
               NOT INVALID KEY
                 IF PNT-ST NOT = 'A' OR PNT-DT-PRLV > WS-DATE-JOUR
                    OR PNT-MNT < MNT-RESTANT
                   MOVE 0 TO MNT-RESTANT
                 END-IF
             END-READ
           ELSE
             MOVE 0 TO MNT-RESTANT
           END-IF
           IF MNT-RESTANT = 0
             ADD 1 TO NB-NON-ANNONCEES
           END-IF
           .

       ECRIRE-FIN-REMISE.
           MOVE ALL SPACE TO EPRLV
           MOVE '9' TO PRL-F-TYPE
           STRING 'QUITTANCES REMISES : ' NB-EXTRAITES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'DUES NON PRE-NOTIFIEES (REPORTEES) : '
                  NB-NON-ANNONCEES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-REMISE TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'MONTANT DE LA REMISE : ' DISP-TOT
