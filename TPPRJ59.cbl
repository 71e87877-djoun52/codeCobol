       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ59.
      ******************************
      *  59 - REMBOURSEMENT DES SOLDES CREDITEURS : PARCOURT LE
      *       COMPTE CREDIT CLIENT (FICHIER CREDIT, ALIMENTE PAR LES
      *       EXCEDENTS DE REGLEMENT DE TPPRJ14 ET LES AVOIRS DE
      *       TPPRJ30) ET REMBOURSE TOUT SOLDE AU MOINS EGAL AU
      *       SEUIL PRM-RMB-MIN (FICHIER PARAM) :
      *       - LE CLIENT PORTEUR D'UN MANDAT ACTIF (FICHIER MANDAT)
      *         EST REMBOURSE PAR VIREMENT SEPA SUR SON IBAN/BIC :
      *         FICHIER VIRSEPA AU FORMAT FIXE DE LA REMISE PRLV DE
      *         TPPRJ36 (ENTETE '0', DETAIL '1', FIN '9' PORTANT
      *         NOMBRE ET MONTANT) ;
      *       - LES AUTRES SONT PORTES AU REGISTRE DES CHEQUES
      *         CHQREG, NUMEROTES DANS LE PASSAGE.
      *       UN CLIENT QUI A ENCORE UNE QUITTANCE OUVERTE N'EST PAS
      *       REMBOURSE : SON CREDIT LUI SERA IMPUTE PAR TPPRJ14.
      *       CHAQUE REMBOURSEMENT SOLDE LE COMPTE, EST TRACE SUR LE
      *       JOURNAL CRDJRN (MOUVEMENT R OU C) ET SUR LE JOURNAL DES
      *       REMBOURSEMENTS RMBJRN, QUE LA BALANCE FINANCIERE
      *       TPPRJ58 RAPPROCHE. LE NUMERO DE PASSAGE EST SAISI PAR
      *       L'EXPLOITATION ; UN NUMERO DEJA PRESENT SUR RMBJRN EST
      *       REFUSE (CODE RETOUR 12) : UN PASSAGE RELANCE NE PAIE
      *       JAMAIS DEUX FOIS. LE PIED DE LISTE CONTROLE LE CREDIT
      *       TOTAL AVANT = CREDIT TOTAL APRES + REMBOURSE.
      *       LES MOUVEMENTS CRDJRN ET RMBJRN SONT DATES DU JOUR DU
      *       PASSAGE ; SI LE MOIS EST DEJA CLOS (PERCHK), ILS SONT
      *       DATES DU PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE,
      *       AVEC UNE LIGNE EN TETE DE LISTE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT ASSIGN CREDIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CRD-MATRICUL
             FILE STATUS  WS-CRD.
           SELECT CRDJRN ASSIGN CRDJRN
             FILE STATUS  WS-CRJ.
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
           SELECT ARCH   ASSIGN ARCH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY ARC-MATRICUL
             FILE STATUS  WS-ARC.
           SELECT RMBJRN ASSIGN RMBJRN
             FILE STATUS  WS-RMB.
           SELECT VIRSEPA ASSIGN VIRSEPA
             FILE STATUS  WS-VIR.
           SELECT CHQREG ASSIGN CHQREG
             FILE STATUS  WS-CHQ.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT RECORDING F.
           COPY CRDREC.
       FD  CRDJRN RECORDING F.
           COPY CRJREC.
       FD  QUIT RECORDING F.
           COPY QUIREC.
       FD  MANDAT RECORDING F.
           COPY MANDREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  RMBJRN RECORDING F.
           COPY RMBREC.
       FD  VIRSEPA RECORDING F.
       01  EVIR              PIC X(120).
       01  EVIR-ENT REDEFINES EVIR.
           05 VIR-E-TYPE     PIC X.
           05 VIR-E-NO-RUN   PIC 9(6).
           05 VIR-E-DT       PIC 9(8).
           05 FILLER         PIC X(105).
       01  EVIR-DET REDEFINES EVIR.
           05 VIR-D-TYPE     PIC X.
           05 VIR-D-MATRICUL PIC 9(6).
           05 VIR-D-NOM      PIC X(20).
           05 VIR-D-IBAN     PIC X(27).
           05 VIR-D-BIC      PIC X(11).
           05 VIR-D-MNT      PIC 9(7)V99.
           05 VIR-D-REF      PIC X(16).
           05 FILLER         PIC X(30).
       01  EVIR-FIN REDEFINES EVIR.
           05 VIR-F-TYPE     PIC X.
           05 VIR-F-NB       PIC 9(6).
           05 VIR-F-MNT      PIC 9(9)V99.
           05 FILLER         PIC X(102).
       FD  CHQREG RECORDING F.
       01  ECHQ              PIC X(100).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-CRD         PIC XX.
       77  WS-CRJ         PIC XX.
       77  WS-QUI         PIC XX.
       77  WS-MAN         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-RMB         PIC XX.
       77  WS-VIR         PIC XX.
       77  WS-CHQ         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-MANDAT-OUV  PIC X     VALUE 'N'.
       77  WS-ARCH-OUV    PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-PARM-OK     PIC X     VALUE 'N'.
       77  WS-RMB-MIN     PIC 9(3)V99 VALUE 010.00.
       77  WS-NO-RUN      PIC 9(6)  VALUE 0.
       77  WS-RUN-DEJA    PIC X     VALUE 'N'.
       77  WS-DT-JOUR     PIC 9(8)  VALUE 0.
       77  WS-DT-CPT      PIC 9(8)  VALUE 0.
       77  WS-FIN-CRD     PIC X     VALUE 'N'.
           88 FIN-CRD               VALUE 'O'.
       77  WS-FIN-QUI     PIC X     VALUE 'N'.
           88 FIN-QUI               VALUE 'O'.
       77  WS-QUI-OUVERTE PIC X     VALUE 'N'.
       77  WS-MODE        PIC X     VALUE SPACE.
       77  WS-NOM         PIC X(20).
       77  NB-COMPTES     PIC 9(6)  VALUE 0.
       77  NB-SOUS-SEUIL  PIC 9(6)  VALUE 0.
       77  NB-RESERVES    PIC 9(6)  VALUE 0.
       77  NB-VIREMENTS   PIC 9(6)  VALUE 0.
       77  NB-CHEQUES     PIC 9(5)  VALUE 0.
       01  TOT-AVANT      PIC 9(9)V99 VALUE 0.
       01  TOT-APRES      PIC 9(9)V99 VALUE 0.
       01  TOT-VIREMENT   PIC 9(9)V99 VALUE 0.
       01  TOT-CHEQUE     PIC 9(9)V99 VALUE 0.
       01  TOT-REMBOURSE  PIC 9(9)V99 VALUE 0.
       01  MNT-RMB        PIC 9(7)V99 VALUE 0.
       77  DISP-MNT       PIC Z(6)9,99.
       77  DISP-TOT       PIC Z(8)9,99.
       77  DISP-CPT       PIC ZZZZZ9.
       77  DISP-SEQ       PIC ZZZZ9.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ59'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.
           COPY PARMREC.

      * PERIODES COMPTABLES (PERCHK) : UN REMBOURSEMENT PASSE SUR UN
      * MOIS CLOS EST RENVOYE SUR LA PREMIERE PERIODE OUVERTE.
       77  SOUSPROG-PCK   PIC X(8) VALUE 'PERCHK'.
           COPY PERCZON.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           DISPLAY 'NUMERO DE PASSAGE DE REMBOURSEMENT : '
                   WITH NO ADVANCING
           ACCEPT WS-NO-RUN
           PERFORM CONTROLER-PASSAGE-DEJA
           IF WS-RUN-DEJA = 'O'
             DISPLAY 'TPPRJ59 - PASSAGE ' WS-NO-RUN
                     ' DEJA EFFECTUE - REFUSE'
             MOVE 12 TO RETURN-CODE
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           OPEN I-O CREDIT
           OPEN INPUT QUIT
           OPEN INPUT ASSUR
           OPEN EXTEND CRDJRN
           IF WS-CRJ = '35'
             OPEN OUTPUT CRDJRN
           END-IF
           OPEN EXTEND RMBJRN
           IF WS-RMB = '35'
             OPEN OUTPUT RMBJRN
           END-IF
           OPEN OUTPUT VIRSEPA
           OPEN OUTPUT CHQREG
           OPEN OUTPUT LST
           PERFORM TEST-STAT-CRD
           PERFORM TEST-STAT-QUI
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-CRJ
           PERFORM TEST-STAT-RMB
           PERFORM TEST-STAT-VIR
           PERFORM TEST-STAT-CHQ
           PERFORM TEST-STAT-LST
           OPEN INPUT MANDAT
           IF WS-MAN = '00'
             MOVE 'O' TO WS-MANDAT-OUV
           END-IF
           OPEN INPUT ARCH
           IF WS-ARC = '00'
             MOVE 'O' TO WS-ARCH-OUV
           END-IF
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           PERFORM IMPRIME-ENTETE
           PERFORM ECRIRE-ENTETE-VIREMENT
           PERFORM PARCOURIR-CREDITS
           PERFORM ECRIRE-FIN-VIREMENT
           PERFORM IMPRIME-PIED
           CLOSE CREDIT
           CLOSE QUIT
           CLOSE ASSUR
           CLOSE CRDJRN
           CLOSE RMBJRN
           CLOSE VIRSEPA
           CLOSE CHQREG
           CLOSE LST
           IF WS-MANDAT-OUV = 'O'
             CLOSE MANDAT
           END-IF
           IF WS-ARCH-OUV = 'O'
             CLOSE ARCH
           END-IF
           PERFORM TEST-STAT-CRJ
           PERFORM TEST-STAT-RMB
           PERFORM TEST-STAT-VIR
           PERFORM TEST-STAT-CHQ
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ59 - REMBOURSEMENT DES SOLDES CREDITEURS '
                   WS-NO-RUN
           DISPLAY 'COMPTES CREDITEURS EXAMINES : ' NB-COMPTES
           DISPLAY 'REMBOURSES PAR VIREMENT     : ' NB-VIREMENTS
           DISPLAY 'REMBOURSES PAR CHEQUE       : ' NB-CHEQUES
           DISPLAY 'SOUS LE SEUIL               : ' NB-SOUS-SEUIL
           DISPLAY 'RESERVES A L''IMPUTATION     : ' NB-RESERVES
           MOVE NB-VIREMENTS TO WS-JEX-NB
           ADD NB-CHEQUES TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             IF PRM-RMB-MIN NUMERIC AND PRM-RMB-MIN > 0
               MOVE PRM-RMB-MIN TO WS-RMB-MIN
             END-IF
           END-IF
           .

       CONTROLER-PASSAGE-DEJA.
           MOVE 'N' TO WS-RUN-DEJA
           OPEN INPUT RMBJRN
           IF WS-RMB = '00'
             READ RMBJRN
             PERFORM UNTIL WS-RMB = '10'
               IF RMB-NO-RUN = WS-NO-RUN
                 MOVE 'O' TO WS-RUN-DEJA
               END-IF
               READ RMBJRN
             END-PERFORM
             CLOSE RMBJRN
           END-IF
           .

       PARCOURIR-CREDITS.
           MOVE 'N' TO WS-FIN-CRD
           MOVE 0 TO CRD-MATRICUL
           START CREDIT KEY IS NOT LESS THAN CRD-MATRICUL
             INVALID KEY MOVE 'O' TO WS-FIN-CRD
           END-START
           PERFORM UNTIL FIN-CRD
             READ CREDIT NEXT
               AT END MOVE 'O' TO WS-FIN-CRD
             END-READ
             IF NOT FIN-CRD AND CRD-SOLDE > 0
               ADD 1 TO NB-COMPTES
               ADD CRD-SOLDE TO TOT-AVANT
               PERFORM TRAITER-COMPTE
               ADD CRD-SOLDE TO TOT-APRES
             END-IF
           END-PERFORM
           .

      * SOUS LE SEUIL, LE SOLDE ATTEND ; AVEC UNE QUITTANCE OUVERTE,
      * IL EST RESERVE A L'IMPUTATION DE TPPRJ14 ; SINON IL EST
      * REMBOURSE EN ENTIER ET LE COMPTE EST SOLDE.
       TRAITER-COMPTE.
           IF CRD-SOLDE < WS-RMB-MIN
             ADD 1 TO NB-SOUS-SEUIL
           ELSE
             PERFORM CHERCHER-QUIT-OUVERTE
             IF WS-QUI-OUVERTE = 'O'
               ADD 1 TO NB-RESERVES
               MOVE CRD-SOLDE TO DISP-MNT
               MOVE ALL SPACE TO ELST
               STRING CRD-MATRICUL ' CREDIT ' DISP-MNT
                      ' RESERVE - QUITTANCE OUVERTE A IMPUTER'
                      DELIMITED BY SIZE INTO ELST
               PERFORM ECRIRE-LST
             ELSE
               PERFORM REMBOURSER-COMPTE
             END-IF
           END-IF
           .

       CHERCHER-QUIT-OUVERTE.
           MOVE 'N' TO WS-QUI-OUVERTE
           MOVE 'N' TO WS-FIN-QUI
           MOVE CRD-MATRICUL TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = CRD-MATRICUL
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF QUI-ST-PAIE NOT = 'P' AND QUI-TYPE NOT = 'V'
                   MOVE 'O' TO WS-QUI-OUVERTE
                   MOVE 'O' TO WS-FIN-QUI
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      * LE NOM VIENT DU MAITRE, OU DE L'IMAGE ARCHIVEE POUR UNE
      * POLICE RESILIEE (CAS D'UNE RISTOURNE). LE VIREMENT SUPPOSE
      * UN MANDAT ACTIF : UN MANDAT REVOQUE NE GARANTIT PLUS LE
      * COMPTE, LE CLIENT EST ALORS PAYE PAR CHEQUE.
       REMBOURSER-COMPTE.
           MOVE CRD-SOLDE TO MNT-RMB
           MOVE ALL SPACE TO WS-NOM
           MOVE CRD-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
               IF WS-ARCH-OUV = 'O'
                 MOVE CRD-MATRICUL TO ARC-MATRICUL
                 READ ARCH
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE ARC-EASR(7:20) TO WS-NOM
                 END-READ
               END-IF
             NOT INVALID KEY
               MOVE NOM-CLIENT TO WS-NOM
           END-READ
           MOVE 'C' TO WS-MODE
           IF WS-MANDAT-OUV = 'O'
             MOVE CRD-MATRICUL TO MAN-MATRICUL
             READ MANDAT
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 IF MAN-OPT = 'O' AND MAN-IBAN NOT = SPACE
                   MOVE 'V' TO WS-MODE
                 END-IF
             END-READ
           END-IF
           IF WS-MODE = 'V'
             PERFORM ECRIRE-VIREMENT
           ELSE
             PERFORM ECRIRE-CHEQUE
           END-IF
           ADD MNT-RMB TO TOT-REMBOURSE
           MOVE 0 TO CRD-SOLDE
           ADD MNT-RMB TO CRD-TOT-DEBIT
           MOVE WS-DT-JOUR TO CRD-DT-MAJ
           REWRITE ECRD
           MOVE ALL SPACE TO ECRJ
           MOVE CRD-MATRICUL TO CRJ-MATRICUL
           MOVE WS-DT-CPT TO CRJ-DT
           IF WS-MODE = 'V'
             MOVE 'R' TO CRJ-NATURE
           ELSE
             MOVE 'C' TO CRJ-NATURE
           END-IF
           MOVE MNT-RMB TO CRJ-MNT
           MOVE 'TPPRJ59' TO CRJ-PROG
           MOVE WS-NO-RUN TO CRJ-REF
           MOVE 0 TO CRJ-PERIODE
           WRITE ECRJ
           MOVE ALL SPACE TO ERMB
           MOVE WS-NO-RUN TO RMB-NO-RUN
           MOVE WS-DT-CPT TO RMB-DT
           MOVE CRD-MATRICUL TO RMB-MATRICUL
           MOVE WS-MODE TO RMB-MODE
           MOVE MNT-RMB TO RMB-MNT
           MOVE WS-NOM TO RMB-NOM
           IF WS-MODE = 'C'
             MOVE NB-CHEQUES TO RMB-SEQ
           ELSE
             MOVE 0 TO RMB-SEQ
           END-IF
           WRITE ERMB
           .

       ECRIRE-VIREMENT.
           ADD 1 TO NB-VIREMENTS
           ADD MNT-RMB TO TOT-VIREMENT
           MOVE ALL SPACE TO EVIR
           MOVE '1' TO VIR-D-TYPE
           MOVE CRD-MATRICUL TO VIR-D-MATRICUL
           MOVE WS-NOM TO VIR-D-NOM
           MOVE MAN-IBAN TO VIR-D-IBAN
           MOVE MAN-BIC TO VIR-D-BIC
           MOVE MNT-RMB TO VIR-D-MNT
           STRING 'RMB' WS-NO-RUN CRD-MATRICUL
                  DELIMITED BY SIZE INTO VIR-D-REF
           WRITE EVIR
           MOVE MNT-RMB TO DISP-MNT
           MOVE ALL SPACE TO ELST
           STRING CRD-MATRICUL ' ' WS-NOM ' VIREMENT ' DISP-MNT
                  ' ' MAN-IBAN
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-CHEQUE.
           ADD 1 TO NB-CHEQUES
           ADD MNT-RMB TO TOT-CHEQUE
           MOVE NB-CHEQUES TO DISP-SEQ
           MOVE MNT-RMB TO DISP-MNT
           MOVE ALL SPACE TO ECHQ
           STRING DISP-SEQ ' ' CRD-MATRICUL ' ' WS-NOM
                  ' ' DISP-MNT ' PASSAGE ' WS-NO-RUN
                  DELIMITED BY SIZE INTO ECHQ
           WRITE ECHQ
           MOVE ALL SPACE TO ELST
           STRING CRD-MATRICUL ' ' WS-NOM ' CHEQUE   ' DISP-MNT
                  ' NO ORDRE ' DISP-SEQ
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-ENTETE-VIREMENT.
           MOVE ALL SPACE TO EVIR
           MOVE '0' TO VIR-E-TYPE
           MOVE WS-NO-RUN TO VIR-E-NO-RUN
           MOVE DAT(1:2) TO VIR-E-DT(1:2)
           MOVE DAT(4:2) TO VIR-E-DT(3:2)
           MOVE DAT(7:4) TO VIR-E-DT(5:4)
           WRITE EVIR
           MOVE ALL SPACE TO ECHQ
           STRING 'REGISTRE DES CHEQUES DE REMBOURSEMENT - PASSAGE '
                  WS-NO-RUN '   ' DAT(1:10)
                  DELIMITED BY SIZE INTO ECHQ
           WRITE ECHQ
           MOVE ALL SPACE TO ECHQ
           WRITE ECHQ
           .

       ECRIRE-FIN-VIREMENT.
           MOVE ALL SPACE TO EVIR
           MOVE '9' TO VIR-F-TYPE
           MOVE NB-VIREMENTS TO VIR-F-NB
           MOVE TOT-VIREMENT TO VIR-F-MNT
           WRITE EVIR
           MOVE NB-CHEQUES TO DISP-CPT
           MOVE TOT-CHEQUE TO DISP-TOT
           MOVE ALL SPACE TO ECHQ
           STRING 'TOTAL ' DISP-CPT ' CHEQUE(S) POUR ' DISP-TOT
                  DELIMITED BY SIZE INTO ECHQ
           WRITE ECHQ
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API59   REMBOURSEMENT DES SOLDES CREDITEURS   '
                  DAT ' ' TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE WS-RMB-MIN TO DISP-MNT
           MOVE ALL SPACE TO ELST
           STRING 'PASSAGE ' WS-NO-RUN ' - SEUIL DE REMBOURSEMENT '
                  DISP-MNT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           PERFORM CONTROLER-PERIODE
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           .

      * PERIODE DE COMPTABILISATION DES REMBOURSEMENTS DU PASSAGE :
      * LE MOIS DU JOUR S'IL EST OUVERT, SINON LA PREMIERE PERIODE
      * OUVERTE.
       CONTROLER-PERIODE.
           MOVE WS-DT-JOUR TO WS-DT-CPT
           MOVE 'Q' TO PCK-ACTION
           MOVE WS-DT-JOUR(1:6) TO PCK-PERIODE
           CALL SOUSPROG-PCK USING PCK-ZONE
           IF PCK-RC = 'R'
             MOVE PCK-DT-CPT-AMJ TO WS-DT-CPT
             MOVE ALL SPACE TO ELST
             STRING 'PERIODE ' PCK-PERIODE ' CLOSE - REMBOURSEMENTS '
                    'COMPTABILISES SUR ' PCK-PER-CPT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

      * CONTROLE DU PASSAGE : LE CREDIT TOTAL AVANT DOIT ETRE EGAL
      * AU CREDIT TOTAL APRES PLUS LE REMBOURSE, ET LE REMBOURSE A
      * LA SOMME DES VIREMENTS ET DES CHEQUES ; TOUT ECART REND LE
      * CODE RETOUR 8.
       IMPRIME-PIED.
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-VIREMENTS TO DISP-CPT
           MOVE TOT-VIREMENT TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'VIREMENTS SEPA         ' DISP-CPT '  ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-CHEQUES TO DISP-CPT
           MOVE TOT-CHEQUE TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'CHEQUES                ' DISP-CPT '  ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-SOUS-SEUIL TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'SOLDES SOUS LE SEUIL   ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-RESERVES TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'RESERVES A L''IMPUTATION ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-AVANT TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'CREDIT TOTAL AVANT     ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-REMBOURSE TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'REMBOURSE              ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-APRES TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'CREDIT TOTAL APRES     ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           IF TOT-AVANT NOT = TOT-APRES + TOT-REMBOURSE OR
              TOT-REMBOURSE NOT = TOT-VIREMENT + TOT-CHEQUE
             STRING '*** ECART DE CONTROLE DU PASSAGE'
                    DELIMITED BY SIZE INTO ELST
             MOVE 8 TO RETURN-CODE
           ELSE
             STRING 'CONTROLE DU PASSAGE EXACT'
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-CRD.
           IF WS-CRD NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER COMPTE CREDIT ' WS-CRD
             MOVE 16 TO RETURN-CODE
             MOVE WS-CRD TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-CRJ.
           IF WS-CRJ NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL CREDIT ' WS-CRJ
             MOVE 16 TO RETURN-CODE
             MOVE WS-CRJ TO WS-JEX-FS
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
       TEST-STAT-ASR.
           IF WS-ASR NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             MOVE WS-ASR TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-RMB.
           IF WS-RMB NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL REMBOURSEMENTS ' WS-RMB
             MOVE 16 TO RETURN-CODE
             MOVE WS-RMB TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-VIR.
           IF WS-VIR NOT = '00'
             DISPLAY 'ERREUR FICHIER VIREMENTS SEPA ' WS-VIR
             MOVE 16 TO RETURN-CODE
             MOVE WS-VIR TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-CHQ.
           IF WS-CHQ NOT = '00'
             DISPLAY 'ERREUR FICHIER REGISTRE DES CHEQUES ' WS-CHQ
             MOVE 16 TO RETURN-CODE
             MOVE WS-CHQ TO WS-JEX-FS
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
