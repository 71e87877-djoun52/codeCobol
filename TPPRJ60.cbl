       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ60.
      ******************************
      *  60 - RETOURS DE PRELEVEMENTS IMPAYES : LIT LE FICHIER DE
      *       RETOUR DE LA BANQUE (PRLVRET) SUR UNE REMISE DE
      *       PRELEVEMENTS TPPRJ36, AU MEME FORMAT FIXE QUE LA
      *       REMISE (ENTETE '0' PORTANT LE NUMERO DE REMISE ET LA
      *       DATE DU RETOUR, DETAIL '1' PAR DEBIT REJETE AVEC LE
      *       MOTIF BANCAIRE, FIN '9' NOMBRE ET MONTANT). LE FICHIER
      *       EST D'ABORD CONTROLE EN ENTIER : FIN ABSENTE OU
      *       TOTAUX FAUX, IL EST REFUSE SANS RIEN TOUCHER (CODE
      *       RETOUR 12), COMME UN RETOUR DEJA TRAITE (MEME REMISE
      *       ET MEME DATE SUR LE JOURNAL PRLVRJ). POUR CHAQUE DEBIT
      *       REJETE :
      *       - LA QUITTANCE EN PRELEVEMENT (ETAT E) REDEVIENT DUE
      *         (OU EN ACOMPTE) ET REPREND LE CHEMIN NORMAL DE LA
      *         RELANCE TPPRJ14 ET DE LA SUSPENSION TPPRJ51 ;
      *       - LE MOTIF BANCAIRE (TABLE MOTIFREJ) ET LES FRAIS DE
      *         REJET PRM-FRAIS-REJ (FICHIER PARAM) SONT PORTES SUR
      *         L'ETAT DE RELANCE RELSTA DE LA QUITTANCE ;
      *       - LE MANDAT COMPTE LE REJET ET EST DESACTIVE AU-DELA
      *         DE PRM-NB-REJ-MAX RETOURS, OU AUSSITOT POUR UN MOTIF
      *         QUI LE REND INUTILISABLE (COMPTE CLOTURE...) : LA
      *         REMISE SUIVANTE NE LE RETIENT PLUS ;
      *       - UN COURRIER EXPLIQUE AU CLIENT L'ECHEC DU PRELEVEMENT
      *         (FICHIER LETRET) ET LE RETOUR EST TRACE SUR PRLVRJ.
      *       UNE LIGNE QUI NE DESIGNE PAS UNE QUITTANCE EN
      *       PRELEVEMENT EST LISTEE EN ANOMALIE (CODE RETOUR 4).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRLVRET ASSIGN PRLVRET
             FILE STATUS  WS-PRR.
           SELECT QUIT   ASSIGN QUIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY QUI-CLE
             FILE STATUS  WS-QUI.
           SELECT MANDAT ASSIGN MANDAT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MAN-MATRICUL
             FILE STATUS  WS-MAN.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT RELSTA ASSIGN RELSTA
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RLS-CLE
             FILE STATUS  WS-RLS.
           SELECT PRLVRJ ASSIGN PRLVRJ
             FILE STATUS  WS-PRJ.
           SELECT LETRET ASSIGN LETRET
             FILE STATUS  WS-LET.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  PRLVRET RECORDING F.
       01  EPRR              PIC X(120).
       01  EPRR-ENT REDEFINES EPRR.
           05 PRR-E-TYPE     PIC X.
           05 PRR-E-NO-REM   PIC 9(6).
           05 PRR-E-DT-RET   PIC 9(8).
           05 FILLER         PIC X(105).
       01  EPRR-DET REDEFINES EPRR.
           05 PRR-D-TYPE     PIC X.
           05 PRR-D-MATRICUL PIC 9(6).
           05 PRR-D-NOM      PIC X(20).
           05 PRR-D-IBAN     PIC X(27).
           05 PRR-D-BIC      PIC X(11).
           05 PRR-D-MNT      PIC 9(6)V99.
           05 PRR-D-NO-QUIT  PIC 9(8).
           05 PRR-D-PERIODE  PIC 9(6).
           05 PRR-D-MOTIF    PIC X(4).
           05 FILLER         PIC X(29).
       01  EPRR-FIN REDEFINES EPRR.
           05 PRR-F-TYPE     PIC X.
           05 PRR-F-NB       PIC 9(6).
           05 PRR-F-MNT      PIC 9(9)V99.
           05 FILLER         PIC X(102).
       FD  QUIT RECORDING F.
           COPY QUIREC.
       FD  MANDAT RECORDING F.
           COPY MANDREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  RELSTA RECORDING F.
           COPY RELREC.
       FD  PRLVRJ RECORDING F.
           COPY RETREC.
       FD  LETRET RECORDING F.
       01  ELET              PIC X(100).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PRR         PIC XX.
       77  WS-QUI         PIC XX.
       77  WS-MAN         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-RLS         PIC XX.
       77  WS-PRJ         PIC XX.
       77  WS-LET         PIC XX.
       77  WS-LST         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-PARM-OK     PIC X     VALUE 'N'.
      * FRAIS DE REJET ET NOMBRE DE RETOURS ADMIS AVANT
      * DESACTIVATION DU MANDAT (FICHIER PARAM, DEFAUTS CI-DESSOUS).
       77  WS-FRAIS-REJ   PIC 9(3)V99 VALUE 010.00.
       77  WS-NB-REJ-MAX  PIC 9       VALUE 2.
       77  WS-DT-JOUR     PIC 9(8)  VALUE 0.
       77  WS-NO-REM      PIC 9(6)  VALUE 0.
       77  WS-DT-RET      PIC 9(8)  VALUE 0.
       77  WS-FIN-PRR     PIC X     VALUE 'N'.
           88 FIN-PRR               VALUE 'O'.
      * CONTROLE PREALABLE DU FICHIER RETOUR.
       77  WS-ENTETE-LUE  PIC X     VALUE 'N'.
       77  WS-FIN-LUE     PIC X     VALUE 'N'.
       77  WS-DEJA-TRAITE PIC X     VALUE 'N'.
       77  WS-FICHIER-OK  PIC X     VALUE 'O'.
       77  C-NB-DET       PIC 9(6)  VALUE 0.
       01  C-TOT-DET      PIC 9(9)V99 VALUE 0.
       77  C-NB-FIN       PIC 9(6)  VALUE 0.
       01  C-TOT-FIN      PIC 9(9)V99 VALUE 0.
      * TRAITEMENT D'UN RETOUR.
       77  WS-LIB-MOTIF   PIC X(25).
       77  WS-DESACT-IMM  PIC X     VALUE 'N'.
       77  WS-MAN-DESACT  PIC X     VALUE 'N'.
       77  WS-ANOMALIE    PIC X(30).
       77  NB-RETOURS     PIC 9(6)  VALUE 0.
       77  NB-TRAITES     PIC 9(6)  VALUE 0.
       77  NB-ANOMALIES   PIC 9(6)  VALUE 0.
       77  NB-MAN-DESACT  PIC 9(6)  VALUE 0.
       77  NB-COURRIERS   PIC 9(6)  VALUE 0.
       01  TOT-RETOURNE   PIC 9(9)V99 VALUE 0.
       01  TOT-FRAIS      PIC 9(7)V99 VALUE 0.
       77  DISP-MNT       PIC Z(5)9,99.
       77  DISP-TOT       PIC Z(8)9,99.
       77  DISP-FRAIS     PIC ZZ9,99.
       77  DISP-CPT       PIC ZZZZZ9.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ60'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.
           COPY PARMREC.
           COPY MOTIFREJ.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           PERFORM CONTROLER-FICHIER-RETOUR
           IF WS-FICHIER-OK = 'N'
             MOVE 12 TO RETURN-CODE
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           PERFORM CONTROLER-RETOUR-DEJA
           IF WS-DEJA-TRAITE = 'O'
             DISPLAY 'TPPRJ60 - RETOUR DE LA REMISE ' WS-NO-REM
                     ' DU ' WS-DT-RET ' DEJA TRAITE - REFUSE'
             MOVE 12 TO RETURN-CODE
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           OPEN INPUT PRLVRET
           OPEN I-O QUIT
           OPEN I-O MANDAT
           OPEN INPUT ASSUR
           OPEN I-O RELSTA
           IF WS-RLS = '35'
             OPEN OUTPUT RELSTA
             CLOSE RELSTA
             OPEN I-O RELSTA
           END-IF
           OPEN EXTEND PRLVRJ
           IF WS-PRJ = '35'
             OPEN OUTPUT PRLVRJ
           END-IF
           OPEN OUTPUT LETRET
           OPEN OUTPUT LST
           PERFORM TEST-STAT-PRR
           PERFORM TEST-STAT-QUI
           PERFORM TEST-STAT-MAN
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-RLS
           PERFORM TEST-STAT-PRJ
           PERFORM TEST-STAT-LET
           PERFORM TEST-STAT-LST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           PERFORM IMPRIME-ENTETE
           PERFORM TRAITER-RETOURS
           PERFORM IMPRIME-PIED
           CLOSE PRLVRET
           CLOSE QUIT
           CLOSE MANDAT
           CLOSE ASSUR
           CLOSE RELSTA
           CLOSE PRLVRJ
           CLOSE LETRET
           CLOSE LST
           PERFORM TEST-STAT-PRJ
           PERFORM TEST-STAT-LET
           PERFORM TEST-STAT-LST
           IF NB-ANOMALIES > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'TPPRJ60 - RETOURS DE PRELEVEMENTS REMISE '
                   WS-NO-REM
           DISPLAY 'DEBITS REJETES LUS         : ' NB-RETOURS
           DISPLAY 'QUITTANCES REMISES EN DU   : ' NB-TRAITES
           DISPLAY 'ANOMALIES                  : ' NB-ANOMALIES
           DISPLAY 'MANDATS DESACTIVES         : ' NB-MAN-DESACT
           DISPLAY 'COURRIERS EMIS             : ' NB-COURRIERS
           MOVE NB-TRAITES TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             IF PRM-FRAIS-REJ NUMERIC AND PRM-FRAIS-REJ > 0
               MOVE PRM-FRAIS-REJ TO WS-FRAIS-REJ
             END-IF
             IF PRM-NB-REJ-MAX NUMERIC AND PRM-NB-REJ-MAX > 0
               MOVE PRM-NB-REJ-MAX TO WS-NB-REJ-MAX
             END-IF
           END-IF
           .

      * PREMIERE LECTURE DU FICHIER RETOUR, SANS MISE A JOUR :
      * ENTETE EN TETE, FIN PRESENTE, NOMBRE ET MONTANT DES DETAILS
      * EGAUX A CEUX DE LA FIN. UN FICHIER TRONQUE NE DOIT PAS
      * REMETTRE EN DU LA MOITIE D'UNE REMISE.
       CONTROLER-FICHIER-RETOUR.
           MOVE 'O' TO WS-FICHIER-OK
           OPEN INPUT PRLVRET
           IF WS-PRR NOT = '00'
             DISPLAY 'TPPRJ60 - FICHIER RETOUR ABSENT ' WS-PRR
             MOVE 'N' TO WS-FICHIER-OK
           ELSE
             MOVE 'N' TO WS-FIN-PRR
             PERFORM UNTIL FIN-PRR
               READ PRLVRET
                 AT END MOVE 'O' TO WS-FIN-PRR
               END-READ
               IF NOT FIN-PRR
                 PERFORM CONTROLER-ENREG-RETOUR
               END-IF
             END-PERFORM
             CLOSE PRLVRET
             IF WS-ENTETE-LUE = 'N' OR WS-FIN-LUE = 'N'
               DISPLAY 'TPPRJ60 - FICHIER RETOUR INCOMPLET'
               MOVE 'N' TO WS-FICHIER-OK
             ELSE
               IF C-NB-DET NOT = C-NB-FIN OR C-TOT-DET NOT = C-TOT-FIN
                 DISPLAY 'TPPRJ60 - TOTAUX DU FICHIER RETOUR FAUX : '
                         C-NB-DET ' / ' C-NB-FIN
                 MOVE 'N' TO WS-FICHIER-OK
               END-IF
             END-IF
           END-IF
           .

       CONTROLER-ENREG-RETOUR.
           EVALUATE PRR-E-TYPE
             WHEN '0'
               IF WS-ENTETE-LUE = 'O'
                 MOVE 'N' TO WS-FICHIER-OK
               END-IF
               MOVE 'O' TO WS-ENTETE-LUE
               MOVE PRR-E-NO-REM TO WS-NO-REM
               MOVE PRR-E-DT-RET TO WS-DT-RET
             WHEN '1'
               ADD 1 TO C-NB-DET
               IF PRR-D-MNT NUMERIC
                 ADD PRR-D-MNT TO C-TOT-DET
               END-IF
             WHEN '9'
               MOVE 'O' TO WS-FIN-LUE
               MOVE PRR-F-NB TO C-NB-FIN
               MOVE PRR-F-MNT TO C-TOT-FIN
             WHEN OTHER
               DISPLAY 'TPPRJ60 - ENREGISTREMENT DE TYPE INCONNU : '
                       PRR-E-TYPE
               MOVE 'N' TO WS-FICHIER-OK
           END-EVALUATE
           .

       CONTROLER-RETOUR-DEJA.
           MOVE 'N' TO WS-DEJA-TRAITE
           OPEN INPUT PRLVRJ
           IF WS-PRJ = '00'
             READ PRLVRJ
             PERFORM UNTIL WS-PRJ = '10'
               IF RET-NO-REM = WS-NO-REM AND RET-DT-RET = WS-DT-RET
                 MOVE 'O' TO WS-DEJA-TRAITE
               END-IF
               READ PRLVRJ
             END-PERFORM
             CLOSE PRLVRJ
           END-IF
           .

       TRAITER-RETOURS.
           MOVE 'N' TO WS-FIN-PRR
           PERFORM UNTIL FIN-PRR
             READ PRLVRET
               AT END MOVE 'O' TO WS-FIN-PRR
             END-READ
             IF NOT FIN-PRR AND PRR-D-TYPE = '1'
               ADD 1 TO NB-RETOURS
               PERFORM TRAITER-UN-RETOUR
             END-IF
           END-PERFORM
           .

      * LE DEBIT REJETE DOIT DESIGNER LA QUITTANCE QUE TPPRJ36 A
      * REMISE : MEME CLE, MEME NUMERO, TOUJOURS EN ETAT E. SI LE
      * REGLEMENT A DEJA ETE IMPUTE (ETAT P), LE RETOUR EST LISTE
      * EN ANOMALIE POUR LE BACK OFFICE : ON NE DEFAIT PAS ICI UN
      * REGLEMENT.
       TRAITER-UN-RETOUR.
           MOVE ALL SPACE TO WS-ANOMALIE
           MOVE PRR-D-MATRICUL TO QUI-MATRICUL
           MOVE PRR-D-PERIODE TO QUI-PERIODE
           READ QUIT
             INVALID KEY
               MOVE 'QUITTANCE INCONNUE' TO WS-ANOMALIE
             NOT INVALID KEY
               IF QUI-NUM NOT = PRR-D-NO-QUIT
                 MOVE 'NUMERO DE QUITTANCE DIFFERENT' TO WS-ANOMALIE
               ELSE
                 IF QUI-ST-PAIE NOT = 'E'
                   STRING 'QUITTANCE NON EN PRELEVEMENT '
                          QUI-ST-PAIE
                          DELIMITED BY SIZE INTO WS-ANOMALIE
                 END-IF
               END-IF
           END-READ
           IF WS-ANOMALIE NOT = SPACE
             ADD 1 TO NB-ANOMALIES
             MOVE PRR-D-MNT TO DISP-MNT
             MOVE ALL SPACE TO ELST
             STRING PRR-D-MATRICUL ' QUITTANCE ' PRR-D-NO-QUIT
                    ' PERIODE ' PRR-D-PERIODE ' ' DISP-MNT
                    ' *** ' WS-ANOMALIE
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           ELSE
             PERFORM CHERCHER-MOTIF
             PERFORM REMETTRE-EN-DU
             PERFORM NOTER-REJET-RELANCE
             PERFORM NOTER-REJET-MANDAT
             PERFORM ECRIRE-JOURNAL-RETOUR
             PERFORM ECRIRE-COURRIER
             PERFORM EDITER-RETOUR
           END-IF
           .

       CHERCHER-MOTIF.
           MOVE 'MOTIF BANCAIRE INCONNU' TO WS-LIB-MOTIF
           MOVE 'N' TO WS-DESACT-IMM
           SET IX-MREJ TO 1
           SEARCH MREJ-ENT
             AT END CONTINUE
             WHEN MREJ-CODE(IX-MREJ) = PRR-D-MOTIF
               MOVE MREJ-LIB(IX-MREJ) TO WS-LIB-MOTIF
               MOVE MREJ-DESACT(IX-MREJ) TO WS-DESACT-IMM
           END-SEARCH
           .

      * LA QUITTANCE REPASSE DUE, OU EN ACOMPTE SI UN REGLEMENT
      * PARTIEL AVAIT ETE RECU AVANT LA REMISE.
       REMETTRE-EN-DU.
           IF QUI-MNT-REGLE NUMERIC AND QUI-MNT-REGLE > 0
             MOVE 'A' TO QUI-ST-PAIE
           ELSE
             MOVE SPACE TO QUI-ST-PAIE
           END-IF
           REWRITE EQUI
           ADD 1 TO NB-TRAITES
           ADD PRR-D-MNT TO TOT-RETOURNE
           .

       NOTER-REJET-RELANCE.
           MOVE QUI-MATRICUL TO RLS-MATRICUL
           MOVE QUI-PERIODE TO RLS-PERIODE
           READ RELSTA
             INVALID KEY
               MOVE ALL SPACE TO EREL-ST
               MOVE QUI-MATRICUL TO RLS-MATRICUL
               MOVE QUI-PERIODE TO RLS-PERIODE
               MOVE 0 TO RLS-NIVEAU
               MOVE 0 TO RLS-DT-NIV1
               MOVE 0 TO RLS-DT-NIV2
               MOVE 0 TO RLS-DT-NIV3
               MOVE 0 TO RLS-FRAIS
               MOVE 0 TO RLS-FRAIS-NIV2
               MOVE 0 TO RLS-FRAIS-NIV3
               MOVE 0 TO RLS-FRAIS-PAYE
           END-READ
           IF RLS-FRAIS-REJ NOT NUMERIC
             MOVE 0 TO RLS-FRAIS-REJ
           END-IF
           MOVE PRR-D-MOTIF TO RLS-MOTIF-REJ
           MOVE WS-DT-RET TO RLS-DT-REJ
           ADD WS-FRAIS-REJ TO RLS-FRAIS-REJ
           ADD WS-FRAIS-REJ TO TOT-FRAIS
           WRITE EREL-ST
             INVALID KEY REWRITE EREL-ST
           END-WRITE
           .

      * LE MANDAT COMPTE SES REJETS ; IL EST DESACTIVE DES QUE LE
      * PLAFOND EST ATTEINT OU QUE LE MOTIF LE REND INUTILISABLE.
       NOTER-REJET-MANDAT.
           MOVE 'N' TO WS-MAN-DESACT
           MOVE QUI-MATRICUL TO MAN-MATRICUL
           READ MANDAT
             INVALID KEY CONTINUE
             NOT INVALID KEY
               IF MAN-NB-REJ NOT NUMERIC
                 MOVE 0 TO MAN-NB-REJ
               END-IF
               ADD 1 TO MAN-NB-REJ
               MOVE WS-DT-RET TO MAN-DT-REJ
               MOVE PRR-D-MOTIF TO MAN-MOTIF-REJ
               IF MAN-OPT = 'O'
                 IF WS-DESACT-IMM = 'O' OR
                    MAN-NB-REJ >= WS-NB-REJ-MAX
                   MOVE 'N' TO MAN-OPT
                   MOVE 'O' TO WS-MAN-DESACT
                   ADD 1 TO NB-MAN-DESACT
                 END-IF
               END-IF
               REWRITE EMAN
           END-READ
           .

       ECRIRE-JOURNAL-RETOUR.
           MOVE ALL SPACE TO ERET
           MOVE WS-NO-REM TO RET-NO-REM
           MOVE WS-DT-RET TO RET-DT-RET
           MOVE WS-DT-JOUR TO RET-DT-TRT
           MOVE QUI-MATRICUL TO RET-MATRICUL
           MOVE QUI-PERIODE TO RET-PERIODE
           MOVE QUI-NUM TO RET-NO-QUIT
           MOVE PRR-D-MNT TO RET-MNT
           MOVE PRR-D-MOTIF TO RET-MOTIF
           MOVE WS-FRAIS-REJ TO RET-FRAIS
           MOVE WS-MAN-DESACT TO RET-MAN-DESACT
           WRITE ERET
           .

      * COURRIER AU CLIENT : LE PRELEVEMENT N'A PAS ETE HONORE, LE
      * MONTANT RESTE DU AVEC LES FRAIS DE REJET ; SI LE MANDAT EST
      * DESACTIVE, LE CLIENT EST INVITE A REGLER PAR UN AUTRE MOYEN.
       ECRIRE-COURRIER.
           MOVE PRR-D-MNT TO DISP-MNT
           MOVE WS-FRAIS-REJ TO DISP-FRAIS
           MOVE QUI-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
               MOVE ALL SPACE TO ELET
               STRING QUI-MATRICUL ' ' PRR-D-NOM
                      ' (DOSSIER ASSURE INTROUVABLE)'
                      DELIMITED BY SIZE INTO ELET
             NOT INVALID KEY
               MOVE ALL SPACE TO ELET
               STRING QUI-MATRICUL ' ' NOM-CLIENT ' ' ASUR-ADRS ' '
                      ASUR-CP ' ' ASUR-VLL
                      DELIMITED BY SIZE INTO ELET
           END-READ
           WRITE ELET
           MOVE ALL SPACE TO ELET
           STRING 'PRELEVEMENT DU ' WS-DT-RET ' NON HONORE PAR '
                  'VOTRE BANQUE : ' WS-LIB-MOTIF
                  DELIMITED BY SIZE INTO ELET
           WRITE ELET
           MOVE ALL SPACE TO ELET
           STRING 'QUITTANCE ' QUI-NUM ' PERIODE ' QUI-PERIODE
                  ' RESTANT DUE : ' DISP-MNT
                  ' FRAIS DE REJET : ' DISP-FRAIS
                  DELIMITED BY SIZE INTO ELET
           WRITE ELET
           MOVE ALL SPACE TO ELET
           IF WS-MAN-DESACT = 'O'
             STRING 'VOTRE MANDAT DE PRELEVEMENT EST SUSPENDU : '
                    'MERCI DE REGLER PAR CHEQUE OU VIREMENT'
                    DELIMITED BY SIZE INTO ELET
           ELSE
             STRING 'MERCI DE REGULARISER SOUS 15 JOURS, FAUTE DE '
                    'QUOI LA PROCEDURE DE RELANCE SERA ENGAGEE'
                    DELIMITED BY SIZE INTO ELET
           END-IF
           WRITE ELET
           MOVE ALL SPACE TO ELET
           WRITE ELET
           ADD 1 TO NB-COURRIERS
           .

       EDITER-RETOUR.
           MOVE PRR-D-MNT TO DISP-MNT
           MOVE ALL SPACE TO ELST
           IF WS-MAN-DESACT = 'O'
             STRING QUI-MATRICUL ' QUITTANCE ' QUI-NUM
                    ' PERIODE ' QUI-PERIODE ' ' DISP-MNT ' '
                    PRR-D-MOTIF ' ' WS-LIB-MOTIF ' MANDAT DESACTIVE'
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING QUI-MATRICUL ' QUITTANCE ' QUI-NUM
                    ' PERIODE ' QUI-PERIODE ' ' DISP-MNT ' '
                    PRR-D-MOTIF ' ' WS-LIB-MOTIF ' REJET ' MAN-NB-REJ
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API60   RETOURS DE PRELEVEMENTS REMISE ' WS-NO-REM
                  '   ' DAT ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE WS-FRAIS-REJ TO DISP-FRAIS
           MOVE ALL SPACE TO ELST
           STRING 'RETOUR BANQUE DU ' WS-DT-RET
                  ' - FRAIS DE REJET ' DISP-FRAIS
                  ' - MANDAT DESACTIVE A ' WS-NB-REJ-MAX ' REJET(S)'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-TRAITES TO DISP-CPT
           MOVE TOT-RETOURNE TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'QUITTANCES REMISES EN DU   ' DISP-CPT '  ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-FRAIS TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'FRAIS DE REJET PORTES      ' '      ' '  ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-MAN-DESACT TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'MANDATS DESACTIVES         ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-ANOMALIES TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'RETOURS EN ANOMALIE        ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-PRR.
           IF WS-PRR NOT = '00'
             DISPLAY 'ERREUR FICHIER RETOUR PRLV ' WS-PRR
             MOVE 16 TO RETURN-CODE
             MOVE WS-PRR TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-QUI.
           IF WS-QUI NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER JOURNAL QUITTANCES ' WS-QUI
             MOVE 16 TO RETURN-CODE
             MOVE WS-QUI TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-MAN.
           IF WS-MAN NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER MANDATS ' WS-MAN
             MOVE 16 TO RETURN-CODE
             MOVE WS-MAN TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-ASR.
           IF WS-ASR NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             MOVE WS-ASR TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-RLS.
           IF WS-RLS NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ETAT DES RELANCES ' WS-RLS
             MOVE 16 TO RETURN-CODE
             MOVE WS-RLS TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-PRJ.
           IF WS-PRJ NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL DES RETOURS ' WS-PRJ
             MOVE 16 TO RETURN-CODE
             MOVE WS-PRJ TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-LET.
           IF WS-LET NOT = '00'
             DISPLAY 'ERREUR FICHIER COURRIERS ' WS-LET
             MOVE 16 TO RETURN-CODE
             MOVE WS-LET TO WS-JEX-FS
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
