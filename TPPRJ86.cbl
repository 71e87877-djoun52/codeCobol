       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ86.
      ******************************
      *  86 - TRANSFERT DE PORTEFEUILLE ENTRE AGENCES : QUAND UNE
      *       AGENCE FERME, FUSIONNE OU PERD UN AGENT, SES POLICES
      *       PASSENT EN UNE PASSE A UNE AUTRE AGENCE AU LIEU D'UNE
      *       MODIFICATION TPPRJ8 PAR POLICE. LE FICHIER DE CARTES
      *       TRFCRT PORTE UNE CARTE T (AGENCE CEDANTE, AGENCE
      *       REPRENEUSE, DATE D'EFFET JJMMAAAA, TRANCHE DE CODES
      *       POSTAUX FACULTATIVE) PUIS, FACULTATIVEMENT, DES CARTES
      *       M (UN MATRICULE PAR CARTE) QUI LIMITENT LE TRANSFERT
      *       AUX POLICES CITEES. POUR CHAQUE POLICE RETENUE DE
      *       L'AGENCE CEDANTE :
      *       - ASUR-AGC PASSE A L'AGENCE REPRENEUSE, REECRITURE
      *         JOURNALISEE SUR JRNA COMME TOUTE MODIFICATION ;
      *       - LE TRANSFERT EST HISTORISE SUR TRFAGC (DESSIN
      *         TRFREC) AVEC SA DATE D'EFFET : LES BORDEREAUX DE
      *         COMMISSIONS TPPRJ35 DONNENT A L'AGENCE REPRENEUSE
      *         LES QUITTANCES REGLEES A PARTIR DE CETTE DATE, A
      *         L'AGENCE CEDANTE CELLES REGLEES AVANT ;
      *       - LES QUITTANCES OUVERTES ET LA RELANCE, RATTACHEES
      *         AU DOSSIER, SUIVENT LA POLICE : LE REGISTRE LES
      *         DETAILLE (NOMBRE, RESTANT DU, NIVEAU DE RELANCE) ;
      *       - UN COURRIER ANNONCE AU CLIENT SA NOUVELLE AGENCE
      *         (FICHIER LETTRF).
      *       LE REGISTRE DE TRANSFERT (LST) SE TERMINE PAR LES
      *       TOTAUX ET LES VISAS DES DEUX AGENCES. LES MOUVEMENTS
      *       SONT COMPTES SUR PSTAT (SORTIES A L'AGENCE CEDANTE,
      *       ENTREES A L'AGENCE REPRENEUSE) POUR LA TENDANCE
      *       TPPRJ40. UN MATRICULE CITE MAIS NON TRANSFERE (INCONNU
      *       OU D'UNE AUTRE AGENCE) EST SIGNALE, CODE RETOUR 4.
      *       JETON VERRCHK TESTE : PAS DE TRANSFERT PENDANT LA
      *       CHAINE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRFCRT ASSIGN TRFCRT
             FILE STATUS  WS-TRC.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE SEQUENTIAL
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT QUIT   ASSIGN QUIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY QUI-CLE
             FILE STATUS  WS-QUI.
           SELECT RELSTA ASSIGN RELSTA
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RLS-CLE
             FILE STATUS  WS-RLS.
           SELECT TRFAGC ASSIGN TRFAGC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY TRF-CLE
             FILE STATUS  WS-TRF.
           SELECT JRNA   ASSIGN JRNA
             FILE STATUS  WS-JRN.
           SELECT PSTAT  ASSIGN PSTAT
             FILE STATUS  WS-PST.
           SELECT LETTRF ASSIGN LETTRF
             FILE STATUS  WS-LET.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
      * CARTE T : EN-TETE DU TRANSFERT ; CARTE M : MATRICULE VISE.
       FD  TRFCRT RECORDING F.
       01  ETRC.
           05 TRC-TYPE       PIC X.
           05 TRC-AGC-SRC    PIC X.
           05 TRC-AGC-CIB    PIC X.
           05 TRC-DT-EFF     PIC 9(8).
           05 TRC-CP-DEB     PIC 9(5).
           05 TRC-CP-FIN     PIC 9(5).
           05 FILLER         PIC X(59).
       01  ETRC-M.
           05 TRC-M-TYPE     PIC X.
           05 TRC-M-MATRICUL PIC 9(6).
           05 FILLER         PIC X(73).
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  QUIT RECORDING F.
           COPY QUIREC.
       FD  RELSTA RECORDING F.
           COPY RELREC.
       FD  TRFAGC RECORDING F.
           COPY TRFREC.
       FD  JRNA RECORDING F.
           COPY JRNAREC.
       FD  PSTAT RECORDING F.
           COPY PSTREC.
       FD  LETTRF RECORDING F.
       01  ELET              PIC X(100).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-TRC         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-QUI         PIC XX.
       77  WS-RLS         PIC XX.
       77  WS-TRF         PIC XX.
       77  WS-JRN         PIC XX.
       77  WS-PST         PIC XX.
       77  WS-LET         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-QUIT-OUV    PIC X     VALUE 'N'.
       77  WS-RELSTA-OUV  PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  SOUSPROG-DATE  PIC X(8) VALUE 'DATECHK'.
       77  WS-COD-ERR     PIC 9.
       77  WS-JJ          PIC 99.
       77  WS-MM          PIC 99.
       77  WS-AA          PIC 9(4).
       77  WS-DT-JOUR     PIC 9(8)  VALUE 0.
       COPY AGENCES.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
      * CARTE T RETENUE : AGENCES, DATE D'EFFET (JJMMAAAA ET
      * AAAAMMJJ), TRANCHE DE CODES POSTAUX (ZERO = TOUS).
       77  NB-CARTES-T    PIC 99    VALUE 0.
       77  NB-CARTES-REJ  PIC 99    VALUE 0.
       77  WS-AGC-SRC     PIC X     VALUE SPACE.
       77  WS-AGC-CIB     PIC X     VALUE SPACE.
       77  WS-LIB-SRC     PIC X(15) VALUE SPACE.
       77  WS-LIB-CIB     PIC X(15) VALUE SPACE.
       77  WS-IX-SRC      PIC 99    VALUE 0.
       77  WS-IX-CIB      PIC 99    VALUE 0.
       77  WS-DT-EFF      PIC 9(8)  VALUE 0.
       77  WS-DT-EFF-AMJ  PIC 9(8)  VALUE 0.
       77  WS-CP-DEB      PIC 9(5)  VALUE 0.
       77  WS-CP-FIN      PIC 9(5)  VALUE 0.
      * MATRICULES CITES SUR CARTES M, MARQUES AU FIL DU PASSAGE.
       77  NB-MAT         PIC 9(4)  VALUE 0.
       77  IX-M           PIC 9(4)  VALUE 0.
       01  TABLE-MAT.
           05 MAT-ENT OCCURS 2000.
              10 MAT-NUM    PIC 9(6).
              10 MAT-TRF    PIC X.
       77  WS-RETENUE     PIC X     VALUE 'N'.
       77  WS-I           PIC 99.
       77  WS-EASR-AVANT  PIC X(80).
       77  WS-FIN-QUI     PIC X     VALUE 'N'.
           88 FIN-QUI               VALUE 'O'.
      * ENCOURS DE LA POLICE TRANSFEREE ET CUMULS DU REGISTRE.
       77  NB-QUI-POL     PIC 9(4)  VALUE 0.
       77  WS-NIV-POL     PIC 9     VALUE 0.
       01  MNT-DU         PIC 9(7)V99 COMP-3.
       01  MNT-RESTE-QUI  PIC S9(7)V99 COMP-3.
       01  MNT-RESTE-POL  PIC 9(7)V99 VALUE 0.
       77  NB-POLICES     PIC 9(6)  VALUE 0.
       77  NB-TRANSF      PIC 9(6)  VALUE 0.
       77  NB-HORS-TRANCHE PIC 9(6) VALUE 0.
       77  NB-NON-TRANSF  PIC 9(4)  VALUE 0.
       77  NB-QUI-OUV     PIC 9(6)  VALUE 0.
       77  NB-EN-RELANCE  PIC 9(6)  VALUE 0.
       01  TOT-RESTE      PIC 9(9)V99 VALUE 0.
       77  DISP-MNT       PIC Z(6)9,99.
       77  DISP-TOT       PIC Z(8)9,99.
       77  DISP-CPT       PIC ZZZZZ9.
       77  DISP-NBQ       PIC ZZZ9.
       77  SOUSPROG-VER   PIC X(8) VALUE 'VERRCHK'.
       77  WS-VER-ACTION  PIC X     VALUE 'T'.
       77  WS-VER-PROG    PIC X(8)  VALUE 'TPPRJ86'.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.

      * OPERATEUR DU LANCEMENT (OPECHK), PORTE SUR CHAQUE
      * ECRITURE DE JOURNAL : BATCH QUAND PERSONNE N'EST SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'Q'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ86'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-VERROU
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           PERFORM CHARGER-CARTES
           OPEN I-O ASSUR
           OPEN EXTEND JRNA
           OPEN OUTPUT LETTRF
           OPEN OUTPUT LST
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-JRN
           PERFORM TEST-STAT-LET
           PERFORM TEST-STAT-LST
           OPEN I-O TRFAGC
           IF WS-TRF = '35'
             OPEN OUTPUT TRFAGC
             CLOSE TRFAGC
             OPEN I-O TRFAGC
           END-IF
           PERFORM TEST-STAT-TRF
           OPEN INPUT QUIT
           IF WS-QUI = '00'
             MOVE 'O' TO WS-QUIT-OUV
           END-IF
           OPEN INPUT RELSTA
           IF WS-RLS = '00'
             MOVE 'O' TO WS-RELSTA-OUV
           END-IF
           PERFORM IDENTIFIER-OPERATEUR
           PERFORM IMPRIME-ENTETE
           READ ASSUR
           PERFORM UNTIL WS-ASR = '10'
             ADD 1 TO NB-POLICES
             IF ASUR-AGC = WS-AGC-SRC
               PERFORM EXAMINER-POLICE
             END-IF
             READ ASSUR
           END-PERFORM
           PERFORM IMPRIME-NON-TRANSFERES
           PERFORM IMPRIME-PIED
           PERFORM ECRIRE-PSTAT
           CLOSE ASSUR
           CLOSE JRNA
           CLOSE TRFAGC
           CLOSE LETTRF
           CLOSE LST
           IF WS-QUIT-OUV = 'O'
             CLOSE QUIT
           END-IF
           IF WS-RELSTA-OUV = 'O'
             CLOSE RELSTA
           END-IF
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-JRN
           PERFORM TEST-STAT-LET
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ86 - TRANSFERT DE PORTEFEUILLE '
                   WS-AGC-SRC ' VERS ' WS-AGC-CIB ' AU ' WS-DT-EFF
           DISPLAY 'POLICES EXAMINEES      : ' NB-POLICES
           DISPLAY 'POLICES TRANSFEREES    : ' NB-TRANSF
           DISPLAY 'HORS TRANCHE/LISTE     : ' NB-HORS-TRANCHE
           DISPLAY 'MATRICULES NON TRANSF. : ' NB-NON-TRANSF
           IF NB-NON-TRANSF > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

       CONTROLER-VERROU.
           CALL SOUSPROG-VER USING WS-VER-ACTION WS-VER-PROG
                WS-VER-ETAT WS-VER-DET
           IF WS-VER-ETAT = 'P'
             DISPLAY 'LA CHAINE BATCH DETIENT LE MAITRE ('
                     WS-VER-DET ') - LANCEMENT REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * UNE SEULE CARTE T PAR PASSAGE ; TOUTE ANOMALIE SUR LES
      * CARTES ARRETE LE TRANSFERT AVANT LA MOINDRE MISE A JOUR.
       CHARGER-CARTES.
           OPEN INPUT TRFCRT
           PERFORM TEST-STAT-TRC
           READ TRFCRT
           PERFORM UNTIL WS-TRC = '10'
             EVALUATE TRC-TYPE
               WHEN 'T'
                 PERFORM CONTROLER-CARTE-T
               WHEN 'M'
                 PERFORM CONTROLER-CARTE-M
               WHEN OTHER
                 ADD 1 TO NB-CARTES-REJ
                 DISPLAY 'CARTE DE TRANSFERT INCONNUE : ' ETRC(1:20)
             END-EVALUATE
             READ TRFCRT
           END-PERFORM
           CLOSE TRFCRT
           IF NB-CARTES-T NOT = 1
             DISPLAY 'TPPRJ86 - UNE CARTE T ET UNE SEULE EST '
                     'ATTENDUE (' NB-CARTES-T ' LUE(S))'
             ADD 1 TO NB-CARTES-REJ
           END-IF
           IF NB-CARTES-REJ > 0
             DISPLAY 'TPPRJ86 - CARTES EN ANOMALIE - TRANSFERT '
                     'NON EFFECTUE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       CONTROLER-CARTE-T.
           ADD 1 TO NB-CARTES-T
           MOVE TRC-AGC-SRC TO WS-AGC-SRC
           MOVE TRC-AGC-CIB TO WS-AGC-CIB
           MOVE 0 TO WS-IX-SRC
           MOVE 0 TO WS-IX-CIB
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-AGC
             IF AG-CODE(WS-I) = WS-AGC-SRC
               MOVE WS-I TO WS-IX-SRC
               MOVE AG-LIBELLE(WS-I) TO WS-LIB-SRC
             END-IF
             IF AG-CODE(WS-I) = WS-AGC-CIB
               MOVE WS-I TO WS-IX-CIB
               MOVE AG-LIBELLE(WS-I) TO WS-LIB-CIB
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           IF WS-IX-SRC = 0 OR WS-IX-CIB = 0
             ADD 1 TO NB-CARTES-REJ
             DISPLAY 'CARTE T - AGENCE INCONNUE : ' ETRC(1:3)
           END-IF
           IF WS-AGC-SRC = WS-AGC-CIB
             ADD 1 TO NB-CARTES-REJ
             DISPLAY 'CARTE T - AGENCES CEDANTE ET REPRENEUSE '
                     'IDENTIQUES'
           END-IF
           IF TRC-DT-EFF IS NOT NUMERIC
             ADD 1 TO NB-CARTES-REJ
             DISPLAY 'CARTE T - DATE D''EFFET NON NUMERIQUE'
           ELSE
             MOVE TRC-DT-EFF TO WS-DT-EFF
             MOVE WS-DT-EFF(1:2) TO WS-JJ
             MOVE WS-DT-EFF(3:2) TO WS-MM
             MOVE WS-DT-EFF(5:4) TO WS-AA
             CALL SOUSPROG-DATE USING WS-JJ WS-MM WS-AA WS-COD-ERR
             IF WS-COD-ERR NOT = 0
               ADD 1 TO NB-CARTES-REJ
               DISPLAY 'CARTE T - DATE D''EFFET INVALIDE : '
                       WS-DT-EFF
             ELSE
               MOVE WS-AA TO WS-DT-EFF-AMJ(1:4)
               MOVE WS-MM TO WS-DT-EFF-AMJ(5:2)
               MOVE WS-JJ TO WS-DT-EFF-AMJ(7:2)
             END-IF
           END-IF
           IF ETRC(12:10) = SPACE
             MOVE 0 TO WS-CP-DEB
             MOVE 0 TO WS-CP-FIN
           ELSE
             IF TRC-CP-DEB IS NOT NUMERIC OR TRC-CP-FIN IS NOT NUMERIC
                OR TRC-CP-DEB > TRC-CP-FIN
               ADD 1 TO NB-CARTES-REJ
               DISPLAY 'CARTE T - TRANCHE DE CODES POSTAUX INVALIDE'
             ELSE
               MOVE TRC-CP-DEB TO WS-CP-DEB
               MOVE TRC-CP-FIN TO WS-CP-FIN
             END-IF
           END-IF
           .

       CONTROLER-CARTE-M.
           IF TRC-M-MATRICUL IS NOT NUMERIC
             ADD 1 TO NB-CARTES-REJ
             DISPLAY 'CARTE M - MATRICULE NON NUMERIQUE : '
                     ETRC-M(1:7)
           ELSE
             IF NB-MAT < 2000
               ADD 1 TO NB-MAT
               MOVE TRC-M-MATRICUL TO MAT-NUM(NB-MAT)
               MOVE 'N' TO MAT-TRF(NB-MAT)
             ELSE
               ADD 1 TO NB-CARTES-REJ
               DISPLAY 'TABLE DES MATRICULES SATUREE : '
                       TRC-M-MATRICUL
             END-IF
           END-IF
           .

      * POLICE DE L'AGENCE CEDANTE : RETENUE SI ELLE EST DANS LA
      * TRANCHE DE CODES POSTAUX ET, QUAND DES CARTES M ONT ETE
      * LUES, SI SON MATRICULE Y FIGURE.
       EXAMINER-POLICE.
           MOVE 'O' TO WS-RETENUE
           IF WS-CP-FIN > 0
             IF ASUR-CP < WS-CP-DEB OR ASUR-CP > WS-CP-FIN
               MOVE 'N' TO WS-RETENUE
             END-IF
           END-IF
           IF NB-MAT > 0 AND WS-RETENUE = 'O'
             MOVE 'N' TO WS-RETENUE
             MOVE 1 TO IX-M
             PERFORM UNTIL IX-M > NB-MAT
               IF MAT-NUM(IX-M) = MATRICUL
                 MOVE 'O' TO WS-RETENUE
                 MOVE 'O' TO MAT-TRF(IX-M)
               END-IF
               ADD 1 TO IX-M
             END-PERFORM
           END-IF
           IF WS-RETENUE = 'O'
             PERFORM TRANSFERER-POLICE
           ELSE
             ADD 1 TO NB-HORS-TRANCHE
           END-IF
           .

       TRANSFERER-POLICE.
           MOVE EASR TO WS-EASR-AVANT
           MOVE WS-AGC-CIB TO ASUR-AGC
           REWRITE EASR
           ADD 1 TO NB-TRANSF
           PERFORM ECRIRE-JRNA
           PERFORM ECRIRE-HISTORIQUE
           PERFORM RELEVER-ENCOURS
           PERFORM EDITER-LIGNE-REGISTRE
           PERFORM ECRIRE-COURRIER
           .

       ECRIRE-JRNA.
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ86' TO JRN-PROG
           MOVE WS-OPE-ID TO JRN-OPID
           MOVE SPACE TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE 'M' TO JRN-OPER
           MOVE MATRICUL TO JRN-MATRICUL
           MOVE WS-EASR-AVANT TO JRN-AVANT
           MOVE EASR TO JRN-APRES
           WRITE EJRNA
           .

      * UN TRANSFERT PAR POLICE ET PAR DATE D'EFFET : UN PASSAGE
      * RELANCE SUR LES MEMES CARTES REMPLACE L'ENREGISTREMENT.
       ECRIRE-HISTORIQUE.
           MOVE ALL SPACE TO ETRF
           MOVE MATRICUL TO TRF-MATRICUL
           MOVE WS-DT-EFF-AMJ TO TRF-DT-EFF
           MOVE WS-AGC-SRC TO TRF-AGC-AV
           MOVE WS-AGC-CIB TO TRF-AGC-AP
           MOVE WS-DT-JOUR TO TRF-DT-MAJ
           MOVE WS-OPE-ID TO TRF-OPID
           WRITE ETRF
             INVALID KEY REWRITE ETRF
           END-WRITE
           .

      * QUITTANCES OUVERTES DU DOSSIER (NI PAYEES, NI AU
      * CONTENTIEUX, NI AVOIRS), RESTANT DU ET PLUS HAUT NIVEAU DE
      * RELANCE ATTEINT : CE QUE L'AGENCE REPRENEUSE RECUPERE.
       RELEVER-ENCOURS.
           MOVE 0 TO NB-QUI-POL
           MOVE 0 TO MNT-RESTE-POL
           MOVE 0 TO WS-NIV-POL
           MOVE 'N' TO WS-FIN-QUI
           IF WS-QUIT-OUV NOT = 'O'
             MOVE 'O' TO WS-FIN-QUI
           ELSE
             MOVE MATRICUL TO QUI-MATRICUL
             MOVE 0 TO QUI-PERIODE
             START QUIT KEY IS NOT LESS THAN QUI-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-QUI
             END-START
           END-IF
           PERFORM UNTIL FIN-QUI
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = MATRICUL
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF QUI-ST-PAIE NOT = 'P' AND QUI-ST-PAIE NOT = 'C'
                    AND QUI-TYPE NOT = 'V'
                   PERFORM CUMULER-QUITTANCE-OUVERTE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           ADD NB-QUI-POL TO NB-QUI-OUV
           ADD MNT-RESTE-POL TO TOT-RESTE
           IF WS-NIV-POL > 0
             ADD 1 TO NB-EN-RELANCE
           END-IF
           .

       CUMULER-QUITTANCE-OUVERTE.
           IF QUI-TOT-TTC IS NUMERIC AND QUI-TOT-TTC > 0
             MOVE QUI-TOT-TTC TO MNT-DU
           ELSE
             MOVE QUI-PRIM TO MNT-DU
           END-IF
           COMPUTE MNT-RESTE-QUI = MNT-DU - QUI-MNT-REGLE
           IF MNT-RESTE-QUI > 0
             ADD 1 TO NB-QUI-POL
             ADD MNT-RESTE-QUI TO MNT-RESTE-POL
             IF WS-RELSTA-OUV = 'O'
               MOVE QUI-CLE TO RLS-CLE
               READ RELSTA
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF RLS-NIVEAU IS NUMERIC AND
                      RLS-NIVEAU > WS-NIV-POL
                     MOVE RLS-NIVEAU TO WS-NIV-POL
                   END-IF
               END-READ
             END-IF
           END-IF
           .

       EDITER-LIGNE-REGISTRE.
           MOVE NB-QUI-POL TO DISP-NBQ
           MOVE MNT-RESTE-POL TO DISP-MNT
           MOVE ALL SPACE TO ELST
           STRING MATRICUL ' ' NOM-CLIENT ' ' ASUR-CP ' ' ASUR-VLL
                  ' QUIT.OUV ' DISP-NBQ
                  ' RESTANT DU ' DISP-MNT
                  ' RELANCE ' WS-NIV-POL
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

      * COURRIER AU CLIENT : SA NOUVELLE AGENCE A COMPTER DE LA
      * DATE D'EFFET, LE CONTRAT LUI-MEME NE CHANGE PAS.
       ECRIRE-COURRIER.
           MOVE ALL SPACE TO ELET
           STRING MATRICUL ' ' NOM-CLIENT ' ' ASUR-ADRS ' '
                  ASUR-CP ' ' ASUR-VLL
                  DELIMITED BY SIZE INTO ELET
           WRITE ELET
           MOVE ALL SPACE TO ELET
           STRING 'A COMPTER DU ' WS-DT-EFF ', VOTRE CONTRAT EST '
                  'GERE PAR L''AGENCE ' WS-LIB-CIB
                  DELIMITED BY SIZE INTO ELET
           WRITE ELET
           MOVE ALL SPACE TO ELET
           STRING 'QUI REPREND LE PORTEFEUILLE DE L''AGENCE '
                  WS-LIB-SRC '.'
                  DELIMITED BY SIZE INTO ELET
           WRITE ELET
           MOVE ALL SPACE TO ELET
           STRING 'VOS GARANTIES, VOS ECHEANCES ET VOS MODES DE '
                  'REGLEMENT RESTENT INCHANGES.'
                  DELIMITED BY SIZE INTO ELET
           WRITE ELET
           IF NB-QUI-POL > 0
             MOVE ALL SPACE TO ELET
             STRING 'LES QUITTANCES EN COURS (' DISP-NBQ
                    ') SONT A REGLER DANS LES CONDITIONS HABITUELLES.'
                    DELIMITED BY SIZE INTO ELET
             WRITE ELET
           END-IF
           MOVE ALL SPACE TO ELET
           WRITE ELET
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API86   REGISTRE DE TRANSFERT DE PORTEFEUILLE   '
                  DAT ' ' TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'AGENCE CEDANTE ' WS-AGC-SRC ' ' WS-LIB-SRC
                  '  AGENCE REPRENEUSE ' WS-AGC-CIB ' ' WS-LIB-CIB
                  '  EFFET AU ' WS-DT-EFF
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           IF WS-CP-FIN > 0
             STRING 'CODES POSTAUX DE ' WS-CP-DEB ' A ' WS-CP-FIN
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING 'TOUS CODES POSTAUX' DELIMITED BY SIZE INTO ELST
           END-IF
           IF NB-MAT > 0
             STRING ' - LIMITE A ' NB-MAT ' MATRICULE(S) CITE(S)'
                    DELIMITED BY SIZE INTO ELST(30:)
           END-IF
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           .

      * MATRICULES CITES SUR CARTE M SANS AVOIR ETE TRANSFERES :
      * INCONNUS D'ASSUR, D'UNE AUTRE AGENCE OU HORS TRANCHE.
       IMPRIME-NON-TRANSFERES.
           MOVE 1 TO IX-M
           PERFORM UNTIL IX-M > NB-MAT
             IF MAT-TRF(IX-M) = 'N'
               ADD 1 TO NB-NON-TRANSF
               MOVE ALL SPACE TO ELST
               STRING MAT-NUM(IX-M) ' CITE SUR CARTE M - NON '
                      'TRANSFERE (INCONNU, AUTRE AGENCE OU HORS '
                      'TRANCHE)'
                      DELIMITED BY SIZE INTO ELST
               PERFORM ECRIRE-LST
             END-IF
             ADD 1 TO IX-M
           END-PERFORM
           .

       IMPRIME-PIED.
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-TRANSF TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'POLICES TRANSFEREES          : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-QUI-OUV TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'QUITTANCES OUVERTES REPRISES : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-RESTE TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'RESTANT DU REPRIS            : ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-EN-RELANCE TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'POLICES EN COURS DE RELANCE  : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'VISA DE L''AGENCE CEDANTE    ' WS-LIB-SRC
                  ' : ....................  LE ..........'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'VISA DE L''AGENCE REPRENEUSE ' WS-LIB-CIB
                  ' : ....................  LE ..........'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

      * DEUX ENREGISTREMENTS PSTAT : LES SORTIES DE L'AGENCE
      * CEDANTE, LES ENTREES DE L'AGENCE REPRENEUSE.
       ECRIRE-PSTAT.
           IF NB-TRANSF > 0
             OPEN EXTEND PSTAT
             IF WS-PST = '35'
               OPEN OUTPUT PSTAT
             END-IF
             IF WS-PST = '00'
               MOVE ALL SPACE TO EPST
               MOVE WS-DT-JOUR TO PST-DAT
               MOVE 'TPPRJ86' TO PST-PROG
               MOVE WS-AGC-SRC TO PST-AGC
               MOVE 0 TO PST-NB-CRE
               MOVE 0 TO PST-NB-MOD
               MOVE 0 TO PST-NB-RES
               MOVE 0 TO PST-NB-REI
               MOVE 0 TO PST-NB-TRE
               MOVE NB-TRANSF TO PST-NB-TRS
               WRITE EPST
               MOVE WS-AGC-CIB TO PST-AGC
               MOVE NB-TRANSF TO PST-NB-TRE
               MOVE 0 TO PST-NB-TRS
               WRITE EPST
               CLOSE PSTAT
             ELSE
               DISPLAY 'ERREUR FICHIER STATISTIQUES PORTEFEUILLE '
                       WS-PST
             END-IF
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-TRC.
           IF WS-TRC NOT = '00'
             DISPLAY 'ERREUR FICHIER CARTES DE TRANSFERT ' WS-TRC
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ASR.
           IF WS-ASR NOT = '00'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-TRF.
           IF WS-TRF NOT = '00'
             DISPLAY 'ERREUR FICHIER HISTORIQUE TRANSFERTS ' WS-TRF
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-JRN.
           IF WS-JRN NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL ASSUR ' WS-JRN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-LET.
           IF WS-LET NOT = '00'
             DISPLAY 'ERREUR FICHIER COURRIERS ' WS-LET
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

      * OPERATEUR DU LANCEMENT, RENDU PAR OPECHK (BATCH QUAND LE
      * PROGRAMME TOURNE SANS SIGNATURE).
       IDENTIFIER-OPERATEUR.
           MOVE 'Q' TO WS-OPE-ACTION
           CALL SOUSPROG-OPE USING WS-OPE-ACTION WS-OPE-PROG
                WS-OPE-CODE WS-OPE-OBJET WS-OPE-ETAT WS-OPE-ID
                WS-OPE-AGC
           .
