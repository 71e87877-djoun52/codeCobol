       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ76.
      ******************************
      *  76 - RESILIATION POUR NON-PAIEMENT ET TRANSFERT AU
      *       CONTENTIEUX : A PASSER APRES LA SUSPENSION TPPRJ51,
      *       HORS DE LA CHAINE (JETON VERRCHK). TOUTE POLICE
      *       SUSPENDUE (FICHE SUSPEN, BONUS-MALUS 'S') DEPUIS PLUS
      *       DE PRM-RESIL-JRS JOURS (FICHIER PARAM) EST RESILIEE
      *       PAR LE CHEMIN NORMAL DE TPPRJ6 : IMAGE SUR L'ARCHIVE
      *       ARCH AVEC LE MOTIF 02 NON PAIEMENT (TABLE MOTIFRES),
      *       DEMANDE DE RISTOURNE SUR AJUST (SANS REMBOURSEMENT
      *       POUR CE MOTIF, TPPRJ30 LE CONSTATE), SUPPRESSION DU
      *       MAITRE JOURNALISEE SUR JRNA, VEHICULES SUPPRIMES ET
      *       DECLARES EN SORTIE AU FICHIER DES VEHICULES ASSURES
      *       (FVAMVT), RESILIATION COMPTEE SUR PSTAT. LA FICHE
      *       SUSPEN DISPARAIT AVEC LA POLICE.
      *       L'IMPAYE DES QUITTANCES OUVERTES SORT DES CREANCES
      *       CLIENTS : LA QUITTANCE PASSE A L'ETAT C (CONTENTIEUX)
      *       - LA BALANCE AGEE, LA RELANCE ET LES IMPUTATIONS DE
      *       TPPRJ14 NE LA VOIENT PLUS - ET LE RESTANT DU EST PORTE
      *       AU FICHIER CONTX, JOURNALISE SUR CTXJRN (NATURE T) ET
      *       EXPORTE SUR CTXEXP POUR LE CABINET DE RECOUVREMENT.
      *       UNE POLICE DONT UNE QUITTANCE EST REMISE AU
      *       PRELEVEMENT (ETAT E) ATTEND LE RETOUR DE LA BANQUE.
      *       LE PASSAGE EN PERTE DES IRRECOUVRABLES : TPPRJ77.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPEN ASSIGN SUSPEN
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SUS-MATRICUL
             FILE STATUS  WS-SUS.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT QUIT   ASSIGN QUIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY QUI-CLE
             FILE STATUS  WS-QUI.
           SELECT ARCH   ASSIGN ARCH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY ARC-MATRICUL
             FILE STATUS  WS-ARC.
           SELECT VEHIC  ASSIGN VEHIC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VEH-CLE
             FILE STATUS  WS-VEH.
           SELECT CONTX  ASSIGN CONTX
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CTX-MATRICUL
             FILE STATUS  WS-CTX.
           SELECT AJUST  ASSIGN AJUST
             FILE STATUS  WS-AJU.
           SELECT FVAMVT ASSIGN FVAMVT
             FILE STATUS  WS-FVA.
           SELECT JRNA   ASSIGN JRNA
             FILE STATUS  WS-JRN.
           SELECT PSTAT  ASSIGN PSTAT
             FILE STATUS  WS-PST.
           SELECT CTXJRN ASSIGN CTXJRN
             FILE STATUS  WS-CTJ.
           SELECT CTXEXP ASSIGN CTXEXP
             FILE STATUS  WS-EXP.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPEN RECORDING F.
           COPY SUSPREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  QUIT RECORDING F.
           COPY QUIREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  CONTX RECORDING F.
           COPY CTXREC.
       FD  AJUST RECORDING F.
           COPY AJUREC.
       FD  FVAMVT RECORDING F.
           COPY FVAREC.
       FD  JRNA RECORDING F.
           COPY JRNAREC.
       FD  PSTAT RECORDING F.
           COPY PSTREC.
       FD  CTXJRN RECORDING F.
           COPY CTJREC.
      * EXPORT DU JOUR VERS LE CABINET DE RECOUVREMENT : UNE LIGNE
      * PAR DOSSIER TRANSFERE, IDENTITE ET ADRESSE DE LA POLICE,
      * MONTANT DU, NOMBRE DE QUITTANCES ET PLUS ANCIENNE
      * ECHEANCE IMPAYEE (JJMMAAAA), DATES EN AAAAMMJJ SINON.
       FD  CTXEXP RECORDING F.
       01  EEXP.
           05 EXP-MATRICUL     PIC 9(6).
           05 EXP-NOM          PIC X(20).
           05 EXP-ADRS         PIC X(18).
           05 EXP-CP           PIC 9(5).
           05 EXP-VLL          PIC X(12).
           05 EXP-MNT          PIC 9(7)V99.
           05 EXP-NB-QUIT      PIC 9(3).
           05 EXP-DT-ECH-ANC   PIC 9(8).
           05 EXP-DT-RESIL     PIC 9(8).
           05 EXP-AGC          PIC X.
           05 FILLER           PIC X(10).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-SUS         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-QUI         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-VEH         PIC XX.
       77  WS-CTX         PIC XX.
       77  WS-AJU         PIC XX.
       77  WS-FVA         PIC XX.
       77  WS-JRN         PIC XX.
       77  WS-PST         PIC XX.
       77  WS-CTJ         PIC XX.
       77  WS-EXP         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-VEHIC-OUV   PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-PARM-OK     PIC X     VALUE 'N'.
       77  WS-RESIL-JRS   PIC 9(3)  VALUE 010.
       77  WS-MOTIF-NP    PIC XX    VALUE '02'.
       77  WS-FIN-SUS     PIC X     VALUE 'N'.
           88 FIN-SUS               VALUE 'O'.
       77  WS-FIN-QUI     PIC X     VALUE 'N'.
           88 FIN-QUI               VALUE 'O'.
       77  WS-FIN-VEH     PIC X     VALUE 'N'.
           88 FIN-VEH               VALUE 'O'.
       77  WS-AA-CAL      PIC 9(4).
       77  WS-MM-CAL      PIC 99.
       77  WS-JJ-CAL      PIC 99.
       01  WS-JRS-AUJ     PIC S9(9) COMP-3.
       01  WS-JRS-SUSP    PIC S9(9) COMP-3.
       77  WS-NB-JOURS    PIC S9(5) COMP-3.
      * DATE DU JOUR EN JJMMAAAA (ARCHIVE, AJUSTEMENTS, FVA) ET EN
      * AAAAMMJJ (CONTENTIEUX, PSTAT).
       77  WS-DT-JOUR     PIC 9(8)  VALUE 0.
       77  WS-DT-AMJ      PIC 9(8)  VALUE 0.
       77  WS-DT-SUSP     PIC 9(8)  VALUE 0.
       77  WS-JRN-OPER    PIC X.
       77  WS-EASR-AVANT  PIC X(80).
      * EXAMEN DES QUITTANCES DE LA POLICE AVANT RESILIATION.
       77  WS-PRLV-COURS  PIC X     VALUE 'N'.
       01  MNT-DU         PIC 9(6)V99 COMP-3.
       01  MNT-RESTE-QUI  PIC S9(7)V99 COMP-3.
       01  MNT-IMPAYE     PIC 9(7)V99 VALUE 0.
       77  NB-QUI-CTX     PIC 9(3)  VALUE 0.
       77  WS-DT-ECH-ANC  PIC 9(8)  VALUE 0.
      * COMPTEURS.
       77  NB-SUSP-LUES   PIC 9(6)  VALUE 0.
       77  NB-RESILIEES   PIC 9(6)  VALUE 0.
       77  NB-DIFFEREES   PIC 9(6)  VALUE 0.
       77  NB-ANOMALIES   PIC 9(6)  VALUE 0.
       77  NB-VEH-SUPPR   PIC 9(6)  VALUE 0.
       77  NB-FVA-SUPPR   PIC 9(6)  VALUE 0.
       77  NB-TRANSFERTS  PIC 9(6)  VALUE 0.
       01  TOT-TRANSFERE  PIC 9(9)V99 VALUE 0.
       77  DISP-MNT       PIC Z(6)9,99.
       77  DISP-TOT       PIC Z(8)9,99.
      * RESILIATIONS DU PASSAGE PAR AGENCE (POSTE 11 = AGENCE
      * INCONNUE), DEPOSEES SUR PSTAT COMME CELLES DE TPPRJ6.
       COPY AGENCES.
       01  STA-TABLE.
           05 STA-RES     OCCURS 11  PIC 9(4)  VALUE 0.
       77  IX-STA         PIC 99     VALUE 0.
       77  WS-I-STA       PIC 99     VALUE 0.
       77  SOUSPROG-VER   PIC X(8) VALUE 'VERRCHK'.
       77  WS-VER-ACTION  PIC X     VALUE 'T'.
       77  WS-VER-PROG    PIC X(8)  VALUE 'TPPRJ76'.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.
           COPY PARMREC.

      * OPERATEUR DU LANCEMENT (OPECHK), PORTE SUR CHAQUE
      * ECRITURE DE JOURNAL : BATCH QUAND PERSONNE N'EST SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'Q'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ76'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-VERROU
           OPEN I-O SUSPEN
           OPEN I-O ASSUR
           OPEN I-O QUIT
           OPEN I-O ARCH
           IF WS-ARC = '35'
             OPEN OUTPUT ARCH
           END-IF
           OPEN I-O CONTX
           IF WS-CTX = '35'
             OPEN OUTPUT CONTX
             CLOSE CONTX
             OPEN I-O CONTX
           END-IF
           OPEN EXTEND AJUST
           IF WS-AJU = '35'
             OPEN OUTPUT AJUST
           END-IF
           OPEN EXTEND FVAMVT
           IF WS-FVA = '35'
             OPEN OUTPUT FVAMVT
           END-IF
           OPEN EXTEND JRNA
           OPEN EXTEND PSTAT
           IF WS-PST = '35'
             OPEN OUTPUT PSTAT
           END-IF
           OPEN EXTEND CTXJRN
           IF WS-CTJ = '35'
             OPEN OUTPUT CTXJRN
           END-IF
           OPEN OUTPUT CTXEXP
           OPEN OUTPUT LST
           PERFORM TEST-STAT-SUS
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-QUI
           PERFORM TEST-STAT-ARC
           PERFORM TEST-STAT-CTX
           PERFORM TEST-STAT-AJU
           PERFORM TEST-STAT-FVA
           PERFORM TEST-STAT-JRN
           PERFORM TEST-STAT-PST
           PERFORM TEST-STAT-CTJ
           PERFORM TEST-STAT-EXP
           PERFORM TEST-STAT-LST
           OPEN I-O VEHIC
           IF WS-VEH = '00'
             MOVE 'O' TO WS-VEHIC-OUV
           END-IF
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           PERFORM IDENTIFIER-OPERATEUR
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           MOVE DAT(1:2) TO WS-DT-JOUR(1:2)
           MOVE DAT(4:2) TO WS-DT-JOUR(3:2)
           MOVE DAT(7:4) TO WS-DT-JOUR(5:4)
           MOVE DAT(7:4) TO WS-DT-AMJ(1:4)
           MOVE DAT(4:2) TO WS-DT-AMJ(5:2)
           MOVE DAT(1:2) TO WS-DT-AMJ(7:2)
           MOVE DAT(7:4) TO WS-AA-CAL
           MOVE DAT(4:2) TO WS-MM-CAL
           MOVE DAT(1:2) TO WS-JJ-CAL
           COMPUTE WS-JRS-AUJ = WS-AA-CAL * 360 + WS-MM-CAL * 30
                              + WS-JJ-CAL
           MOVE ALL SPACE TO ELST
           STRING 'API76   RESILIATION POUR NON-PAIEMENT   '
                  DAT ' ' TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'DELAI DE SUSPENSION APPLIQUE : ' WS-RESIL-JRS
                  ' JOURS - MOTIF ' WS-MOTIF-NP
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           PERFORM PARCOURIR-SUSPENSIONS
           PERFORM ECRIRE-PSTAT
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'POLICES SUSPENDUES EXAMINEES   : ' NB-SUSP-LUES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'POLICES RESILIEES              : ' NB-RESILIEES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'DIFFEREES (PRELEVEMENT EN COURS): ' NB-DIFFEREES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'ANOMALIES                      : ' NB-ANOMALIES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-TRANSFERE TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'DOSSIERS PASSES AU CONTENTIEUX : ' NB-TRANSFERTS
                  '  POUR ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           CLOSE SUSPEN
           CLOSE ASSUR
           CLOSE QUIT
           CLOSE ARCH
           CLOSE CONTX
           CLOSE AJUST
           CLOSE FVAMVT
           CLOSE JRNA
           CLOSE PSTAT
           CLOSE CTXJRN
           CLOSE CTXEXP
           CLOSE LST
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
           END-IF
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ76 - RESILIATION POUR NON-PAIEMENT'
           DISPLAY 'POLICES RESILIEES          : ' NB-RESILIEES
           DISPLAY 'VEHICULES SUPPRIMES        : ' NB-VEH-SUPPR
           DISPLAY 'SORTIES DECLAREES FVA      : ' NB-FVA-SUPPR
           DISPLAY 'DOSSIERS AU CONTENTIEUX    : ' NB-TRANSFERTS
           DISPLAY 'MONTANT TRANSFERE          : ' DISP-TOT
           DISPLAY 'DIFFEREES                  : ' NB-DIFFEREES
           DISPLAY 'ANOMALIES                  : ' NB-ANOMALIES
           GOBACK
           .

      * PAS DE RESILIATION PENDANT QUE LA CHAINE BATCH DETIENT LE
      * MAITRE : LE JETON D'EXECUTION (VERRCHK) EST TESTE AVANT
      * MEME D'OUVRIR ASSUR.
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

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             IF PRM-RESIL-JRS NUMERIC AND PRM-RESIL-JRS > 0
               MOVE PRM-RESIL-JRS TO WS-RESIL-JRS
             END-IF
           END-IF
           .

      * LA FICHE SUSPEN DATE LA SUSPENSION (JJMMAAAA) ; LE DELAI
      * SE COMPTE EN ANNEES DE 360 JOURS ET MOIS DE 30 COMME LA
      * SUSPENSION ELLE-MEME.
       PARCOURIR-SUSPENSIONS.
           MOVE 'N' TO WS-FIN-SUS
           MOVE 0 TO SUS-MATRICUL
           START SUSPEN KEY IS NOT LESS THAN SUS-MATRICUL
             INVALID KEY MOVE 'O' TO WS-FIN-SUS
           END-START
           PERFORM UNTIL FIN-SUS
             READ SUSPEN NEXT
               AT END MOVE 'O' TO WS-FIN-SUS
             END-READ
             IF NOT FIN-SUS
               ADD 1 TO NB-SUSP-LUES
               IF SUS-DT-SUSP IS NUMERIC AND SUS-DT-SUSP > 0
                 MOVE SUS-DT-SUSP(5:4) TO WS-AA-CAL
                 MOVE SUS-DT-SUSP(3:2) TO WS-MM-CAL
                 MOVE SUS-DT-SUSP(1:2) TO WS-JJ-CAL
                 COMPUTE WS-JRS-SUSP = WS-AA-CAL * 360
                                     + WS-MM-CAL * 30 + WS-JJ-CAL
                 COMPUTE WS-NB-JOURS = WS-JRS-AUJ - WS-JRS-SUSP
                 IF WS-NB-JOURS > WS-RESIL-JRS
                   PERFORM TRAITER-POLICE-SUSPENDUE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       TRAITER-POLICE-SUSPENDUE.
           MOVE SUS-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
               ADD 1 TO NB-ANOMALIES
               MOVE ALL SPACE TO ELST
               STRING SUS-MATRICUL ' FICHE DE SUSPENSION SANS'
                      ' DOSSIER - NON RESILIE'
                      DELIMITED BY SIZE INTO ELST
               PERFORM ECRIRE-LST
             NOT INVALID KEY
               IF ASUR-BM NOT = 'S'
                 ADD 1 TO NB-ANOMALIES
                 MOVE ALL SPACE TO ELST
                 STRING MATRICUL ' ' NOM-CLIENT
                        ' N''EST PLUS SUSPENDU (B/M ' ASUR-BM
                        ') - NON RESILIE'
                        DELIMITED BY SIZE INTO ELST
                 PERFORM ECRIRE-LST
               ELSE
                 PERFORM EXAMINER-QUITTANCES
                 EVALUATE TRUE
                   WHEN WS-PRLV-COURS = 'O'
                     ADD 1 TO NB-DIFFEREES
                     MOVE ALL SPACE TO ELST
                     STRING MATRICUL ' ' NOM-CLIENT
                            ' PRELEVEMENT EN COURS - RESILIATION'
                            ' DIFFEREE'
                            DELIMITED BY SIZE INTO ELST
                     PERFORM ECRIRE-LST
                   WHEN MNT-IMPAYE = 0
                     ADD 1 TO NB-ANOMALIES
                     MOVE ALL SPACE TO ELST
                     STRING MATRICUL ' ' NOM-CLIENT
                            ' SUSPENDU SANS ARRIERE - A REINTEGRER'
                            DELIMITED BY SIZE INTO ELST
                     PERFORM ECRIRE-LST
                   WHEN OTHER
                     PERFORM RESILIER-POLICE
                 END-EVALUATE
               END-IF
           END-READ
           .

      * IMPAYE DE LA POLICE : RESTANT DU DE CHAQUE QUITTANCE NON
      * SOLDEE (AVOIRS EXCLUS), CALCULE COMME TPPRJ14.
       EXAMINER-QUITTANCES.
           MOVE 'N' TO WS-PRLV-COURS
           MOVE 0 TO MNT-IMPAYE
           MOVE 'N' TO WS-FIN-QUI
           MOVE MATRICUL TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = MATRICUL
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF QUI-ST-PAIE = 'E'
                   MOVE 'O' TO WS-PRLV-COURS
                 END-IF
                 IF (QUI-ST-PAIE = SPACE OR QUI-ST-PAIE = 'A')
                    AND QUI-TYPE NOT = 'V'
                   PERFORM CALCULER-RESTE
                   IF MNT-RESTE-QUI > 0
                     ADD MNT-RESTE-QUI TO MNT-IMPAYE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       CALCULER-RESTE.
           IF QUI-TOT-TTC IS NUMERIC AND QUI-TOT-TTC > 0
             MOVE QUI-TOT-TTC TO MNT-DU
           ELSE
             MOVE QUI-PRIM TO MNT-DU
           END-IF
           IF QUI-MNT-REGLE IS NUMERIC
             COMPUTE MNT-RESTE-QUI = MNT-DU - QUI-MNT-REGLE
           ELSE
             MOVE MNT-DU TO MNT-RESTE-QUI
           END-IF
           .

      * LE CHEMIN DE RESILIATION DE TPPRJ6 (CODE 6), DATE DU JOUR
      * ET MOTIF NON PAIEMENT, PUIS LE TRANSFERT DE L'IMPAYE.
       RESILIER-POLICE.
           MOVE EASR TO WS-EASR-AVANT
           PERFORM ARCHIVER-POLICE
           PERFORM ECRIRE-RISTOURNE
           MOVE SUS-DT-SUSP TO WS-DT-SUSP
           DELETE ASSUR
           MOVE 'S' TO WS-JRN-OPER
           PERFORM ECRIRE-JRNA
      * LA ZONE DU MAITRE EST RESTITUEE APRES LE DELETE : LES
      * VEHICULES, LE CONTENTIEUX ET L'EXPORT EN ONT BESOIN.
           MOVE WS-EASR-AVANT TO EASR
           PERFORM SUPPRIMER-VEHICULES
           DELETE SUSPEN
           PERFORM COMPTER-STA-RES
           ADD 1 TO NB-RESILIEES
           MOVE ALL SPACE TO ELST
           STRING MATRICUL ' ' NOM-CLIENT
                  ' RESILIE POUR NON-PAIEMENT (SUSPENDU LE '
                  WS-DT-SUSP ')'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           PERFORM TRANSFERER-CONTENTIEUX
           .

       ARCHIVER-POLICE.
           MOVE MATRICUL TO ARC-MATRICUL
           MOVE WS-DT-JOUR TO ARC-DT-RESIL
           MOVE WS-EASR-AVANT TO ARC-EASR
           MOVE WS-MOTIF-NP TO ARC-MOTIF
           WRITE EARC
             INVALID KEY REWRITE EARC
           END-WRITE
           .

       ECRIRE-RISTOURNE.
           MOVE ALL SPACE TO EAJU
           MOVE MATRICUL TO AJU-MATRICUL
           MOVE WS-DT-JOUR TO AJU-DT
           MOVE 0 TO AJU-PRM-AV
           MOVE 0 TO AJU-PRM-AP
           MOVE 'R' TO AJU-NATURE
           MOVE WS-DT-JOUR TO AJU-DT-EFF
           MOVE WS-MOTIF-NP TO AJU-MOTIF
           WRITE EAJU
           .

       SUPPRIMER-VEHICULES.
           IF WS-VEHIC-OUV = 'O'
             MOVE 'N' TO WS-FIN-VEH
             MOVE MATRICUL TO VEH-MATRICUL
             MOVE 0 TO VEH-SEQ
             START VEHIC KEY IS NOT LESS THAN VEH-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-VEH
             END-START
             PERFORM UNTIL FIN-VEH
               READ VEHIC NEXT
                 AT END MOVE 'O' TO WS-FIN-VEH
               END-READ
               IF NOT FIN-VEH
                 IF VEH-MATRICUL NOT = MATRICUL
                   MOVE 'O' TO WS-FIN-VEH
                 ELSE
                   DELETE VEHIC
                   ADD 1 TO NB-VEH-SUPPR
                   IF VEH-IMMAT NOT = SPACE
                     PERFORM ECRIRE-FVA-SUPPR
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .

       ECRIRE-FVA-SUPPR.
           MOVE ALL SPACE TO EFVA
           MOVE WS-DT-AMJ TO FVA-DT
           MOVE TIM TO FVA-TIM
           MOVE 'S' TO FVA-ACTION
           MOVE VEH-MATRICUL TO FVA-MATRICUL
           MOVE VEH-SEQ TO FVA-SEQ
           MOVE VEH-IMMAT TO FVA-IMMAT
           MOVE VEH-VIN TO FVA-VIN
           MOVE VEH-DT-1IMMAT TO FVA-DT-1IMMAT
           MOVE VEH-TP-VHCL TO FVA-TP-VHCL
           MOVE WS-DT-JOUR TO FVA-DT-EFF
           MOVE 'TPPRJ76' TO FVA-PROG
           MOVE SPACE TO FVA-ST
           MOVE 0 TO FVA-DT-ENV
           WRITE EFVA
           PERFORM TEST-STAT-FVA
           ADD 1 TO NB-FVA-SUPPR
           .

      * CHAQUE QUITTANCE IMPAYEE PASSE A L'ETAT C, SON REGLE
      * PARTIEL RESTANT ACQUIS ; LE DOSSIER CONTENTIEUX CUMULE LES
      * RESTANTS DUS (UNE POLICE REINTEGREE PUIS RESILIEE A NOUVEAU
      * REOUVRE SON DOSSIER).
       TRANSFERER-CONTENTIEUX.
           MOVE 0 TO MNT-IMPAYE
           MOVE 0 TO NB-QUI-CTX
           MOVE 0 TO WS-DT-ECH-ANC
           MOVE 'N' TO WS-FIN-QUI
           MOVE MATRICUL TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = MATRICUL
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF (QUI-ST-PAIE = SPACE OR QUI-ST-PAIE = 'A')
                    AND QUI-TYPE NOT = 'V'
                   PERFORM CALCULER-RESTE
                   IF MNT-RESTE-QUI > 0
                     PERFORM PASSER-QUITTANCE-CTX
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF MNT-IMPAYE > 0
             PERFORM ECRIRE-CONTENTIEUX
           END-IF
           .

       PASSER-QUITTANCE-CTX.
           ADD MNT-RESTE-QUI TO MNT-IMPAYE
           ADD 1 TO NB-QUI-CTX
           IF WS-DT-ECH-ANC = 0 AND QUI-DT-ECH IS NUMERIC
             MOVE QUI-DT-ECH TO WS-DT-ECH-ANC
           END-IF
           MOVE 'C' TO QUI-ST-PAIE
           REWRITE EQUI
           MOVE MNT-RESTE-QUI TO DISP-MNT
           MOVE ALL SPACE TO ELST
           STRING '  QUITTANCE ' QUI-NUM ' PERIODE ' QUI-PERIODE
                  ' RESTANT DU ' DISP-MNT ' AU CONTENTIEUX'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-CONTENTIEUX.
           MOVE MATRICUL TO CTX-MATRICUL
           READ CONTX
             INVALID KEY
               MOVE ALL SPACE TO ECTX
               MOVE MATRICUL TO CTX-MATRICUL
               MOVE 0 TO CTX-NB-QUIT
               MOVE 0 TO CTX-MNT-TRANSF
               MOVE 0 TO CTX-MNT-PERTE
               MOVE 0 TO CTX-SOLDE
               MOVE 0 TO CTX-DT-PERTE
           END-READ
           MOVE NOM-CLIENT TO CTX-NOM
           MOVE ASUR-AGC TO CTX-AGC
           MOVE WS-DT-AMJ TO CTX-DT-TRANSF
           ADD NB-QUI-CTX TO CTX-NB-QUIT
           ADD MNT-IMPAYE TO CTX-MNT-TRANSF
           ADD MNT-IMPAYE TO CTX-SOLDE
           MOVE 'O' TO CTX-ST
           WRITE ECTX
             INVALID KEY REWRITE ECTX
           END-WRITE
           PERFORM TEST-STAT-CTX
           MOVE ALL SPACE TO ECTJ
           MOVE MATRICUL TO CTJ-MATRICUL
           MOVE WS-DT-AMJ TO CTJ-DT
           MOVE 'T' TO CTJ-NATURE
           MOVE MNT-IMPAYE TO CTJ-MNT
           MOVE 'TPPRJ76' TO CTJ-PROG
           MOVE WS-OPE-ID TO CTJ-OPID
           MOVE 'RESILIATION NON PAIEMENT' TO CTJ-MOTIF
           WRITE ECTJ
           PERFORM TEST-STAT-CTJ
           MOVE ALL SPACE TO EEXP
           MOVE MATRICUL TO EXP-MATRICUL
           MOVE NOM-CLIENT TO EXP-NOM
           MOVE ASUR-ADRS TO EXP-ADRS
           MOVE ASUR-CP TO EXP-CP
           MOVE ASUR-VLL TO EXP-VLL
           MOVE MNT-IMPAYE TO EXP-MNT
           MOVE NB-QUI-CTX TO EXP-NB-QUIT
           MOVE WS-DT-ECH-ANC TO EXP-DT-ECH-ANC
           MOVE WS-DT-AMJ TO EXP-DT-RESIL
           MOVE ASUR-AGC TO EXP-AGC
           WRITE EEXP
           PERFORM TEST-STAT-EXP
           ADD 1 TO NB-TRANSFERTS
           ADD MNT-IMPAYE TO TOT-TRANSFERE
           MOVE MNT-IMPAYE TO DISP-MNT
           MOVE ALL SPACE TO ELST
           STRING '  TRANSFERE AU CONTENTIEUX ' DISP-MNT ' ('
                  NB-QUI-CTX ' QUITTANCE(S)) - EXPORTE AU CABINET'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-JRNA.
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ76' TO JRN-PROG
           MOVE WS-OPE-ID TO JRN-OPID
           MOVE SPACE TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE WS-JRN-OPER TO JRN-OPER
           MOVE MATRICUL TO JRN-MATRICUL
           MOVE WS-EASR-AVANT TO JRN-AVANT
           MOVE ALL SPACE TO JRN-APRES
           WRITE EJRNA
           .

       COMPTER-STA-RES.
           MOVE 11 TO IX-STA
           MOVE 1 TO WS-I-STA
           PERFORM UNTIL WS-I-STA > NB-AGC
             IF AG-CODE(WS-I-STA) = ASUR-AGC
               MOVE WS-I-STA TO IX-STA
             END-IF
             ADD 1 TO WS-I-STA
           END-PERFORM
           ADD 1 TO STA-RES(IX-STA)
           .

       ECRIRE-PSTAT.
           MOVE 1 TO IX-STA
           PERFORM UNTIL IX-STA > 11
             IF STA-RES(IX-STA) > 0
               MOVE ALL SPACE TO EPST
               MOVE WS-DT-AMJ TO PST-DAT
               MOVE 'TPPRJ76' TO PST-PROG
               IF IX-STA <= NB-AGC
                 MOVE AG-CODE(IX-STA) TO PST-AGC
               ELSE
                 MOVE SPACE TO PST-AGC
               END-IF
               MOVE 0 TO PST-NB-CRE
               MOVE 0 TO PST-NB-MOD
               MOVE STA-RES(IX-STA) TO PST-NB-RES
               MOVE 0 TO PST-NB-REI
               WRITE EPST
             END-IF
             ADD 1 TO IX-STA
           END-PERFORM
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-SUS.
           IF WS-SUS NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER SUSPENSIONS ' WS-SUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ASR.
           IF WS-ASR NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-QUI.
           IF WS-QUI NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER JOURNAL QUITTANCES ' WS-QUI
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ARC.
           IF WS-ARC NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ARCHIVE ' WS-ARC
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-CTX.
           IF WS-CTX NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER CONTENTIEUX ' WS-CTX
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-AJU.
           IF WS-AJU NOT = '00'
             DISPLAY 'ERREUR FICHIER AJUSTEMENTS ' WS-AJU
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-FVA.
           IF WS-FVA NOT = '00'
             DISPLAY 'ERREUR FICHIER MOUVEMENTS FVA ' WS-FVA
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
       TEST-STAT-PST.
           IF WS-PST NOT = '00'
             DISPLAY 'ERREUR FICHIER STATISTIQUES ' WS-PST
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-CTJ.
           IF WS-CTJ NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL CONTENTIEUX ' WS-CTJ
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-EXP.
           IF WS-EXP NOT = '00'
             DISPLAY 'ERREUR FICHIER EXPORT RECOUVREMENT ' WS-EXP
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
