       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ78.
      ******************************
      *  78 - SAISIE DU RELEVE D'INFORMATIONS DE L'ASSUREUR
      *       PRECEDENT : QUAND UN NOUVEAU CLIENT NOUS APPORTE LE
      *       RELEVE DE SON ANCIEN ASSUREUR, LE FICHIER DE CARTES
      *       RIAENT EN PORTE LE CONTENU :
      *       - UNE CARTE E PAR POLICE : MATRICULE, ASSUREUR
      *         PRECEDENT, PERIODE ASSUREE (AAAAMMJJ), COEFFICIENT
      *         EN DEBUT DE PERIODE ET COEFFICIENT ANNONCE EN FIN ;
      *       - SUIVIE D'UNE CARTE S PAR EXERCICE SINISTRE : NOMBRE
      *         DE SINISTRES RESPONSABLES ET NON RESPONSABLES (UN
      *         EXERCICE SANS CARTE EST UN EXERCICE SANS SINISTRE).
      *       LE RELEVE EST RANGE SUR RELANT (RIAREC). LES EXERCICES
      *       ECHUS DE LA PERIODE SONT REJOUES AVEC LE BAREME DU
      *       RENOUVELLEMENT TPPRJ11 (PAS ET PLAFOND DU PARAM, POINTS
      *       DE BASE PAR SINISTRE FAUTE DE MONTANT) ET DEPOSES SUR
      *       BMHIST AVEC L'ORIGINE A, POUR QUE LE RELEVE TPPRJ46 LES
      *       RESTITUE. LE COEFFICIENT AINSI OBTENU EST CONFRONTE A
      *       CELUI DE LA POLICE (ASUR-BM/ASUR-TAUX) ET A CELUI DU
      *       RELEVE : TOUT ECART PART SUR LA LISTE RIAECA POUR LA
      *       SOUSCRIPTION. LES SINISTRES DE L'ANNEE DE FIN DE
      *       PERIODE, PAS ENCORE PASSES D'ECHEANCE, SONT GARDES SUR
      *       RELANT ET COMPTES PAR TPPRJ11 AU PROCHAIN
      *       RENOUVELLEMENT. UN RELEVE DONT UNE CARTE EST REJETEE
      *       N'EST PAS ENREGISTRE ; UN RELEVE DEJA SAISI NON PLUS.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RIAENT ASSIGN RIAENT
             FILE STATUS  WS-ENT.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT RELANT ASSIGN RELANT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RIA-MATRICUL
             FILE STATUS  WS-RIA.
           SELECT BMHIST ASSIGN BMHIST
             FILE STATUS  WS-BMH.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.
           SELECT RIAECA ASSIGN RIAECA
             FILE STATUS  WS-ECA.

       DATA DIVISION.
       FILE SECTION.
       FD  RIAENT RECORDING F.
       01  EENT.
           05 ENT-TYPE       PIC X.
           05 ENT-MATRICUL   PIC 9(6).
           05 ENT-ASSUREUR   PIC X(20).
           05 ENT-DT-DEB     PIC 9(8).
           05 ENT-DT-FIN     PIC 9(8).
           05 ENT-BM-DEB     PIC X.
           05 ENT-TAUX-DEB   PIC 99.
           05 ENT-BM-DECL    PIC X.
           05 ENT-TAUX-DECL  PIC 99.
           05 FILLER         PIC X(31).
       01  EENT-SIN.
           05 FILLER         PIC X(7).
           05 ENT-EXERCICE   PIC 9(4).
           05 ENT-NB-RSP     PIC 99.
           05 ENT-NB-NRSP    PIC 99.
           05 FILLER         PIC X(65).
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  RELANT RECORDING F.
           COPY RIAREC.
       FD  BMHIST RECORDING F.
           COPY BMHREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).
       FD  RIAECA RECORDING F.
       01  EECA              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-ENT         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-RIA         PIC XX.
       77  WS-BMH         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-ECA         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-DT-AMJ      PIC 9(8)  VALUE 0.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-PARM-OK     PIC X      VALUE 'N'.
           COPY PARMREC.
       77  SOUSPROG-DAT   PIC X(8) VALUE 'DATECHK'.
       01  WS-DTC-JJ      PIC 99.
       01  WS-DTC-MM      PIC 99.
       01  WS-DTC-AA      PIC 9(4).
       01  WS-DTC-ERR     PIC 9.
       01  WS-DT-CTL      PIC 9(8).

      * MEME BAREME QUE LE RENOUVELLEMENT TPPRJ11 ; LE RELEVE NE
      * DONNE PAS LE MONTANT DES SINISTRES, UN SINISTRE RESPONSABLE
      * EST DONC COMPTE AU PAS DE BASE (COMME UN MONTANT INCONNU
      * CHEZ TPPRJ11).
       77  WS-TAUX-PAS    PIC 99     VALUE 05.
       77  WS-TAUX-MAX    PIC 99     VALUE 50.
       77  WS-PTS-NON-RSP PIC 99     VALUE 02.
       77  WS-PTS-LEGER   PIC 99     VALUE 05.
       77  WS-PTS-EXER    PIC 9(4)   VALUE 0.
       77  WS-BM-CALC     PIC X.
       77  WS-TAUX-CALC   PIC 99.
       77  WS-BM-AV       PIC X.
       77  WS-TAUX-AV     PIC 99.
       77  WS-AN-DEB      PIC 9(4).
       77  WS-AN-FIN      PIC 9(4).
       77  WS-AN-REJEU    PIC 9(4).
       77  WS-NB-RSP      PIC 99.
       77  WS-NB-NRSP     PIC 99.

      * RELEVE EN COURS : ENTETE (CARTE E) PUIS EXERCICES SINISTRES
      * (CARTES S) EN ATTENTE DE LA CARTE E SUIVANTE.
       77  WS-DOSSIER     PIC X      VALUE 'N'.
           88 DOSSIER-EN-COURS       VALUE 'O'.
       77  WS-DOSSIER-OK  PIC X      VALUE 'N'.
       01  WS-MOTIF-REJ   PIC X(40)  VALUE SPACE.
       01  WS-ENTETE.
           05 WS-E-MATRICUL  PIC 9(6).
           05 WS-E-NOM       PIC X(20).
           05 WS-E-ASSUREUR  PIC X(20).
           05 WS-E-DT-DEB    PIC 9(8).
           05 WS-E-DT-FIN    PIC 9(8).
           05 WS-E-BM-DEB    PIC X.
           05 WS-E-TAUX-DEB  PIC 99.
           05 WS-E-BM-DECL   PIC X.
           05 WS-E-TAUX-DECL PIC 99.
           05 WS-E-BM-POL    PIC X.
           05 WS-E-TAUX-POL  PIC 99.
       77  NB-EXER-SIN    PIC 99     VALUE 0.
       77  IX-EXER        PIC 99     VALUE 0.
       01  WS-TAB-EXER.
           05 WS-EXER-SIN OCCURS 10.
              10 TE-EXERCICE PIC 9(4).
              10 TE-NB-RSP   PIC 99.
              10 TE-NB-NRSP  PIC 99.

       77  NB-CARTES      PIC 9(6)  VALUE 0.
       77  NB-REJETS      PIC 9(6)  VALUE 0.
       77  NB-RELEVES     PIC 9(6)  VALUE 0.
       77  NB-REL-REJETES PIC 9(6)  VALUE 0.
       77  NB-ECARTS      PIC 9(6)  VALUE 0.
       77  NB-HIST-ECRITS PIC 9(6)  VALUE 0.
       77  NB-A-REPRENDRE PIC 9(6)  VALUE 0.
       77  DISP-TAUX-1    PIC Z9.
       77  DISP-TAUX-2    PIC Z9.
       77  DISP-TAUX-3    PIC Z9.
       77  DISP-NB        PIC Z9.

      * OPERATEUR DU LANCEMENT (OPECHK), PORTE SUR CHAQUE RELEVE
      * ENREGISTRE : BATCH QUAND PERSONNE N'EST SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'Q'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ78'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           OPEN INPUT RIAENT
           OPEN INPUT ASSUR
           OPEN I-O RELANT
           IF WS-RIA = '35'
             OPEN OUTPUT RELANT
             CLOSE RELANT
             OPEN I-O RELANT
           END-IF
           OPEN EXTEND BMHIST
           IF WS-BMH = '35'
             OPEN OUTPUT BMHIST
           END-IF
           OPEN OUTPUT LST
           OPEN OUTPUT RIAECA
           PERFORM TEST-STAT-ENT
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-RIA
           PERFORM TEST-STAT-BMH
           PERFORM TEST-STAT-LST
           PERFORM TEST-STAT-ECA
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           PERFORM IDENTIFIER-OPERATEUR
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-AMJ(1:4)
           MOVE DAT(4:2) TO WS-DT-AMJ(5:2)
           MOVE DAT(1:2) TO WS-DT-AMJ(7:2)
           PERFORM CHARGER-PARAM
           PERFORM IMPRIME-ENTETES
           READ RIAENT
           PERFORM UNTIL WS-ENT = '10'
             ADD 1 TO NB-CARTES
             EVALUATE ENT-TYPE
               WHEN 'E'
                 PERFORM CLORE-RELEVE
                 PERFORM OUVRIR-RELEVE
               WHEN 'S'
                 PERFORM AJOUTER-EXERCICE
               WHEN OTHER
                 MOVE 'TYPE DE CARTE INCONNU' TO WS-MOTIF-REJ
                 PERFORM REJETER-CARTE
             END-EVALUATE
             READ RIAENT
           END-PERFORM
           PERFORM CLORE-RELEVE
           PERFORM IMPRIME-PIED
           CLOSE RIAENT
           CLOSE ASSUR
           CLOSE RELANT
           CLOSE BMHIST
           PERFORM TEST-STAT-BMH
           CLOSE LST
           PERFORM TEST-STAT-LST
           CLOSE RIAECA
           PERFORM TEST-STAT-ECA
           DISPLAY 'TPPRJ78 - RELEVES DE L''ASSUREUR PRECEDENT'
           DISPLAY 'CARTES LUES                : ' NB-CARTES
           DISPLAY 'RELEVES ENREGISTRES        : ' NB-RELEVES
           DISPLAY 'RELEVES REJETES            : ' NB-REL-REJETES
           DISPLAY 'ECARTS A LA SOUSCRIPTION   : ' NB-ECARTS
           IF NB-REJETS > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      * PAS ET PLAFOND DU TAUX : LES MEMES QUE TPPRJ11 (PARAM,
      * VALEURS PAR DEFAUT SI ABSENT).
       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             IF PRM-TAUX-PAS NUMERIC AND PRM-TAUX-PAS > 0
               MOVE PRM-TAUX-PAS TO WS-TAUX-PAS
             END-IF
             IF PRM-TAUX-MAX NUMERIC AND PRM-TAUX-MAX > 0
               MOVE PRM-TAUX-MAX TO WS-TAUX-MAX
             END-IF
           END-IF
           .

      * CARTE E : CONTROLES DE L'ENTETE. UNE ENTETE REJETEE FAIT
      * REJETER LES CARTES S QUI LA SUIVENT.
       OUVRIR-RELEVE.
           MOVE 'O' TO WS-DOSSIER
           MOVE 'N' TO WS-DOSSIER-OK
           MOVE 0 TO NB-EXER-SIN
           MOVE SPACE TO WS-MOTIF-REJ
           IF ENT-MATRICUL IS NOT NUMERIC
             MOVE 'MATRICULE NON NUMERIQUE' TO WS-MOTIF-REJ
           ELSE
             MOVE ENT-MATRICUL TO MATRICUL
             READ ASSUR
               INVALID KEY
                 MOVE 'POLICE INCONNUE' TO WS-MOTIF-REJ
             END-READ
             PERFORM TEST-STAT-ASR-CLE
           END-IF
           IF WS-MOTIF-REJ = SPACE
             MOVE ENT-MATRICUL TO RIA-MATRICUL
             READ RELANT
               NOT INVALID KEY
                 MOVE 'RELEVE DEJA SAISI POUR CETTE POLICE'
                   TO WS-MOTIF-REJ
             END-READ
             PERFORM TEST-STAT-RIA
           END-IF
           IF WS-MOTIF-REJ = SPACE AND ENT-ASSUREUR = SPACE
             MOVE 'ASSUREUR PRECEDENT NON RENSEIGNE' TO WS-MOTIF-REJ
           END-IF
           IF WS-MOTIF-REJ = SPACE
             PERFORM CONTROLER-PERIODE
           END-IF
           IF WS-MOTIF-REJ = SPACE
             PERFORM CONTROLER-COEFFICIENTS
           END-IF
           IF WS-MOTIF-REJ = SPACE
             MOVE 'O' TO WS-DOSSIER-OK
             MOVE ENT-MATRICUL TO WS-E-MATRICUL
             MOVE NOM-CLIENT TO WS-E-NOM
             MOVE ENT-ASSUREUR TO WS-E-ASSUREUR
             MOVE ENT-DT-DEB TO WS-E-DT-DEB
             MOVE ENT-DT-FIN TO WS-E-DT-FIN
             MOVE ENT-BM-DEB TO WS-E-BM-DEB
             MOVE ENT-TAUX-DEB TO WS-E-TAUX-DEB
             MOVE ENT-BM-DECL TO WS-E-BM-DECL
             MOVE ENT-TAUX-DECL TO WS-E-TAUX-DECL
             MOVE ASUR-BM TO WS-E-BM-POL
             MOVE ASUR-TAUX TO WS-E-TAUX-POL
             MOVE ENT-DT-DEB(1:4) TO WS-AN-DEB
             MOVE ENT-DT-FIN(1:4) TO WS-AN-FIN
           ELSE
             ADD 1 TO NB-REL-REJETES
             PERFORM REJETER-CARTE
           END-IF
           .

      * DATES REELLES (DATECHK), DEBUT AVANT FIN, FIN NON FUTURE.
       CONTROLER-PERIODE.
           IF ENT-DT-DEB IS NOT NUMERIC OR ENT-DT-FIN IS NOT NUMERIC
             MOVE 'PERIODE ASSUREE NON NUMERIQUE' TO WS-MOTIF-REJ
           ELSE
             MOVE ENT-DT-DEB TO WS-DT-CTL
             PERFORM VERIFIER-DATE
             IF WS-DTC-ERR = 0
               MOVE ENT-DT-FIN TO WS-DT-CTL
               PERFORM VERIFIER-DATE
             END-IF
             IF WS-DTC-ERR NOT = 0
               MOVE 'DATE DE PERIODE INVALIDE' TO WS-MOTIF-REJ
             ELSE
               IF ENT-DT-DEB NOT < ENT-DT-FIN
                  OR ENT-DT-FIN > WS-DT-AMJ
                 MOVE 'PERIODE ASSUREE INCOHERENTE' TO WS-MOTIF-REJ
               END-IF
             END-IF
           END-IF
           .

       VERIFIER-DATE.
           MOVE WS-DT-CTL(7:2) TO WS-DTC-JJ
           MOVE WS-DT-CTL(5:2) TO WS-DTC-MM
           MOVE WS-DT-CTL(1:4) TO WS-DTC-AA
           CALL SOUSPROG-DAT USING WS-DTC-JJ WS-DTC-MM WS-DTC-AA
                WS-DTC-ERR
           .

       CONTROLER-COEFFICIENTS.
           IF (ENT-BM-DEB NOT = 'B' AND ENT-BM-DEB NOT = 'M')
              OR (ENT-BM-DECL NOT = 'B' AND ENT-BM-DECL NOT = 'M')
              OR ENT-TAUX-DEB IS NOT NUMERIC
              OR ENT-TAUX-DECL IS NOT NUMERIC
             MOVE 'COEFFICIENT DU RELEVE INVALIDE' TO WS-MOTIF-REJ
           ELSE
             IF ENT-TAUX-DEB > WS-TAUX-MAX
                OR ENT-TAUX-DECL > WS-TAUX-MAX
               MOVE 'COEFFICIENT AU-DELA DU TAUX MAXIMUM'
                 TO WS-MOTIF-REJ
             END-IF
           END-IF
           .

      * CARTE S : UN EXERCICE DE LA PERIODE, UNE SEULE FOIS. UNE
      * CARTE S REJETEE FAIT TOMBER TOUT LE RELEVE : UN HISTORIQUE
      * INCOMPLET DONNERAIT UN COEFFICIENT FAUX.
       AJOUTER-EXERCICE.
           MOVE SPACE TO WS-MOTIF-REJ
           IF NOT DOSSIER-EN-COURS OR WS-DOSSIER-OK NOT = 'O'
             MOVE 'EXERCICE SANS ENTETE DE RELEVE VALIDE'
               TO WS-MOTIF-REJ
           ELSE
             IF ENT-MATRICUL IS NOT NUMERIC
                OR ENT-MATRICUL NOT = WS-E-MATRICUL
               MOVE 'EXERCICE D''UNE AUTRE POLICE' TO WS-MOTIF-REJ
             END-IF
           END-IF
           IF WS-MOTIF-REJ = SPACE
             IF ENT-EXERCICE IS NOT NUMERIC
                OR ENT-EXERCICE < WS-AN-DEB
                OR ENT-EXERCICE > WS-AN-FIN
               MOVE 'EXERCICE HORS PERIODE ASSUREE' TO WS-MOTIF-REJ
             END-IF
           END-IF
           IF WS-MOTIF-REJ = SPACE
             IF ENT-NB-RSP IS NOT NUMERIC
                OR ENT-NB-NRSP IS NOT NUMERIC
               MOVE 'NOMBRE DE SINISTRES INVALIDE' TO WS-MOTIF-REJ
             END-IF
           END-IF
           IF WS-MOTIF-REJ = SPACE
             MOVE 1 TO IX-EXER
             PERFORM UNTIL IX-EXER > NB-EXER-SIN
               IF TE-EXERCICE(IX-EXER) = ENT-EXERCICE
                 MOVE 'EXERCICE DEJA SAISI' TO WS-MOTIF-REJ
               END-IF
               ADD 1 TO IX-EXER
             END-PERFORM
           END-IF
           IF WS-MOTIF-REJ = SPACE AND NB-EXER-SIN NOT < 10
             MOVE 'PLUS DE 10 EXERCICES SINISTRES' TO WS-MOTIF-REJ
           END-IF
           IF WS-MOTIF-REJ = SPACE
             ADD 1 TO NB-EXER-SIN
             MOVE ENT-EXERCICE TO TE-EXERCICE(NB-EXER-SIN)
             MOVE ENT-NB-RSP TO TE-NB-RSP(NB-EXER-SIN)
             MOVE ENT-NB-NRSP TO TE-NB-NRSP(NB-EXER-SIN)
           ELSE
             IF DOSSIER-EN-COURS AND WS-DOSSIER-OK = 'O'
               MOVE 'N' TO WS-DOSSIER-OK
               ADD 1 TO NB-REL-REJETES
             END-IF
             PERFORM REJETER-CARTE
           END-IF
           .

       CLORE-RELEVE.
           IF DOSSIER-EN-COURS AND WS-DOSSIER-OK = 'O'
             PERFORM ENREGISTRER-RELEVE
           END-IF
           MOVE 'N' TO WS-DOSSIER
           MOVE 'N' TO WS-DOSSIER-OK
           .

      * REJEU DES EXERCICES ECHUS (DEBUT DE PERIODE A L'ANNEE QUI
      * PRECEDE LA FIN) ; L'ANNEE DE FIN RESTE A REPRENDRE PAR LE
      * PROCHAIN RENOUVELLEMENT.
       ENREGISTRER-RELEVE.
           MOVE ALL SPACE TO ERIA
           MOVE WS-E-MATRICUL TO RIA-MATRICUL
           MOVE WS-E-ASSUREUR TO RIA-ASSUREUR
           MOVE WS-E-DT-DEB TO RIA-DT-DEB
           MOVE WS-E-DT-FIN TO RIA-DT-FIN
           MOVE WS-E-BM-DEB TO RIA-BM-DEB
           MOVE WS-E-TAUX-DEB TO RIA-TAUX-DEB
           MOVE WS-E-BM-DECL TO RIA-BM-DECL
           MOVE WS-E-TAUX-DECL TO RIA-TAUX-DECL
           MOVE WS-E-BM-POL TO RIA-BM-POL
           MOVE WS-E-TAUX-POL TO RIA-TAUX-POL
           MOVE 0 TO RIA-NB-EXER
           MOVE 0 TO RIA-NB-SIN-RSP
           MOVE 0 TO RIA-NB-SIN-NRSP
           MOVE 0 TO RIA-EXER-REPRIS
           MOVE WS-E-BM-DEB TO WS-BM-CALC
           MOVE WS-E-TAUX-DEB TO WS-TAUX-CALC
           MOVE WS-AN-DEB TO WS-AN-REJEU
           PERFORM UNTIL WS-AN-REJEU NOT < WS-AN-FIN
             PERFORM REJOUER-EXERCICE
             ADD 1 TO WS-AN-REJEU
           END-PERFORM
           MOVE WS-AN-FIN TO WS-AN-REJEU
           PERFORM CHERCHER-EXERCICE
           MOVE WS-NB-RSP TO RIA-ATT-RSP
           MOVE WS-NB-NRSP TO RIA-ATT-NRSP
           IF WS-NB-RSP + WS-NB-NRSP > 0
             MOVE 'A' TO RIA-ST
             ADD 1 TO NB-A-REPRENDRE
           ELSE
             MOVE 'N' TO RIA-ST
           END-IF
           MOVE WS-BM-CALC TO RIA-BM-CALC
           MOVE WS-TAUX-CALC TO RIA-TAUX-CALC
           IF WS-BM-CALC = WS-E-BM-POL AND WS-TAUX-CALC = WS-E-TAUX-POL
              AND WS-BM-CALC = WS-E-BM-DECL
              AND WS-TAUX-CALC = WS-E-TAUX-DECL
             MOVE 'N' TO RIA-ECART
           ELSE
             MOVE 'O' TO RIA-ECART
           END-IF
           MOVE WS-DT-AMJ TO RIA-DT-SAISIE
           MOVE WS-OPE-ID TO RIA-OPID
           WRITE ERIA
           PERFORM TEST-STAT-RIA
           ADD 1 TO NB-RELEVES
           PERFORM IMPRIME-RELEVE
           IF RIA-ECART = 'O'
             ADD 1 TO NB-ECARTS
             PERFORM IMPRIME-ECART
           END-IF
           .

      * UN EXERCICE : REGLE DE CALCULER-BONUS-MALUS DE TPPRJ11,
      * PUIS UNE LIGNE D'HISTORIQUE D'ORIGINE A.
       REJOUER-EXERCICE.
           PERFORM CHERCHER-EXERCICE
           MOVE WS-BM-CALC TO WS-BM-AV
           MOVE WS-TAUX-CALC TO WS-TAUX-AV
           COMPUTE WS-PTS-EXER = WS-NB-RSP * WS-PTS-LEGER
                               + WS-NB-NRSP * WS-PTS-NON-RSP
           IF WS-PTS-EXER > WS-TAUX-MAX
             MOVE WS-TAUX-MAX TO WS-PTS-EXER
           END-IF
           IF WS-NB-RSP + WS-NB-NRSP > 0
             EVALUATE WS-BM-CALC
               WHEN 'M'
                 IF WS-TAUX-CALC + WS-PTS-EXER > WS-TAUX-MAX
                   MOVE WS-TAUX-MAX TO WS-TAUX-CALC
                 ELSE
                   ADD WS-PTS-EXER TO WS-TAUX-CALC
                 END-IF
               WHEN 'B'
                 IF WS-TAUX-CALC > WS-PTS-EXER
                   SUBTRACT WS-PTS-EXER FROM WS-TAUX-CALC
                 ELSE
                   MOVE 'M' TO WS-BM-CALC
                   MOVE WS-PTS-EXER TO WS-TAUX-CALC
                 END-IF
             END-EVALUATE
           ELSE
             EVALUATE WS-BM-CALC
               WHEN 'B'
                 IF WS-TAUX-CALC + WS-TAUX-PAS > WS-TAUX-MAX
                   MOVE WS-TAUX-MAX TO WS-TAUX-CALC
                 ELSE
                   ADD WS-TAUX-PAS TO WS-TAUX-CALC
                 END-IF
               WHEN 'M'
                 IF WS-TAUX-CALC > WS-TAUX-PAS
                   SUBTRACT WS-TAUX-PAS FROM WS-TAUX-CALC
                 ELSE
                   MOVE 'B' TO WS-BM-CALC
                   MOVE WS-TAUX-PAS TO WS-TAUX-CALC
                 END-IF
             END-EVALUATE
           END-IF
           MOVE ALL SPACE TO EBMH
           MOVE WS-E-MATRICUL TO BMH-MATRICUL
           MOVE WS-AN-REJEU TO BMH-EXERCICE
           MOVE WS-BM-AV TO BMH-BM-AV
           MOVE WS-TAUX-AV TO BMH-TAUX-AV
           MOVE WS-BM-CALC TO BMH-BM-AP
           MOVE WS-TAUX-CALC TO BMH-TAUX-AP
           COMPUTE BMH-NB-SIN = WS-NB-RSP + WS-NB-NRSP
           MOVE WS-PTS-EXER TO BMH-PTS
           MOVE 'A' TO BMH-ORIGINE
           WRITE EBMH
           PERFORM TEST-STAT-BMH
           ADD 1 TO NB-HIST-ECRITS
           ADD 1 TO RIA-NB-EXER
           ADD WS-NB-RSP TO RIA-NB-SIN-RSP
           ADD WS-NB-NRSP TO RIA-NB-SIN-NRSP
           .

      * SINISTRES DE L'EXERCICE WS-AN-REJEU (ZERO SANS CARTE S).
       CHERCHER-EXERCICE.
           MOVE 0 TO WS-NB-RSP
           MOVE 0 TO WS-NB-NRSP
           MOVE 1 TO IX-EXER
           PERFORM UNTIL IX-EXER > NB-EXER-SIN
             IF TE-EXERCICE(IX-EXER) = WS-AN-REJEU
               MOVE TE-NB-RSP(IX-EXER) TO WS-NB-RSP
               MOVE TE-NB-NRSP(IX-EXER) TO WS-NB-NRSP
             END-IF
             ADD 1 TO IX-EXER
           END-PERFORM
           .

       REJETER-CARTE.
           ADD 1 TO NB-REJETS
           MOVE ALL SPACE TO ELST
           STRING '*** CARTE REJETEE : ' EENT(1:49)
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING '    ' WS-MOTIF-REJ
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-ENTETES.
           MOVE ALL SPACE TO ELST
           STRING 'API78   RELEVES DE L''ASSUREUR PRECEDENT   '
                  DAT ' ' TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'BAREME (' WS-TAUX-PAS ' PAR EXERCICE SANS SINISTRE'
                  ', PLAFOND ' WS-TAUX-MAX ')'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO EECA
           STRING 'API78   ECARTS DE COEFFICIENT - REVUE SOUSCRIPTION'
                  '   ' DAT DELIMITED BY SIZE INTO EECA
           PERFORM ECRIRE-ECA
           MOVE ALL SPACE TO EECA
           STRING 'MATRIC NOM                  ASSUREUR PRECEDENT'
                  '    DEB    FIN    CAL    POL'
                  DELIMITED BY SIZE INTO EECA
           PERFORM ECRIRE-ECA
           MOVE ALL '=' TO EECA
           PERFORM ECRIRE-ECA
           .

       IMPRIME-RELEVE.
           MOVE RIA-TAUX-CALC TO DISP-TAUX-1
           MOVE RIA-TAUX-POL TO DISP-TAUX-2
           MOVE RIA-NB-EXER TO DISP-NB
           MOVE ALL SPACE TO ELST
           STRING RIA-MATRICUL ' ' WS-E-NOM ' ' RIA-ASSUREUR
                  ' EXER ' DISP-NB
                  ' CALCUL ' RIA-BM-CALC DISP-TAUX-1
                  ' POLICE ' RIA-BM-POL DISP-TAUX-2
                  DELIMITED BY SIZE INTO ELST
           IF RIA-ECART = 'O'
             MOVE 'ECART' TO ELST(94:5)
           END-IF
           PERFORM ECRIRE-LST
           IF RIA-ST = 'A'
             MOVE RIA-ATT-RSP TO DISP-TAUX-1
             MOVE RIA-ATT-NRSP TO DISP-TAUX-2
             MOVE ALL SPACE TO ELST
             STRING '       SINISTRES ' WS-AN-FIN
                    ' REPRIS AU PROCHAIN RENOUVELLEMENT : '
                    DISP-TAUX-1 ' RESP. ' DISP-TAUX-2 ' NON RESP.'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

       IMPRIME-ECART.
           MOVE RIA-TAUX-DEB TO DISP-TAUX-1
           MOVE RIA-TAUX-DECL TO DISP-TAUX-2
           MOVE RIA-TAUX-CALC TO DISP-TAUX-3
           MOVE RIA-TAUX-POL TO DISP-NB
           MOVE ALL SPACE TO EECA
           STRING RIA-MATRICUL ' ' WS-E-NOM ' ' RIA-ASSUREUR
                  '  ' RIA-BM-DEB DISP-TAUX-1
                  '    ' RIA-BM-DECL DISP-TAUX-2
                  '    ' RIA-BM-CALC DISP-TAUX-3
                  '    ' RIA-BM-POL DISP-NB
                  DELIMITED BY SIZE INTO EECA
           PERFORM ECRIRE-ECA
           MOVE RIA-NB-SIN-RSP TO DISP-TAUX-1
           MOVE RIA-NB-SIN-NRSP TO DISP-TAUX-2
           MOVE ALL SPACE TO EECA
           STRING '       PERIODE ' RIA-DT-DEB ' - ' RIA-DT-FIN
                  '  SINISTRES REJOUES : ' DISP-TAUX-1 ' RESP. '
                  DISP-TAUX-2 ' NON RESP.'
                  DELIMITED BY SIZE INTO EECA
           PERFORM ECRIRE-ECA
           .

       IMPRIME-PIED.
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'CARTES LUES                 : ' NB-CARTES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'RELEVES ENREGISTRES         : ' NB-RELEVES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'EXERCICES PORTES A BMHIST   : ' NB-HIST-ECRITS
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'SINISTRES A REPRENDRE (POL.): ' NB-A-REPRENDRE
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'RELEVES EN ECART            : ' NB-ECARTS
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'RELEVES REJETES             : ' NB-REL-REJETES
                  '  (CARTES REJETEES : ' NB-REJETS ')'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO EECA
           PERFORM ECRIRE-ECA
           MOVE ALL SPACE TO EECA
           STRING 'DOSSIERS A REVOIR : ' NB-ECARTS
                  DELIMITED BY SIZE INTO EECA
           PERFORM ECRIRE-ECA
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       ECRIRE-ECA.
           WRITE EECA
           MOVE ALL SPACE TO EECA
           .

       TEST-STAT-ENT.
           IF WS-ENT NOT = '00'
             DISPLAY 'ERREUR FICHIER CARTES RELEVES ' WS-ENT
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
       TEST-STAT-ASR-CLE.
           IF WS-ASR NOT = '00' AND NOT = '23'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RIA.
           IF WS-RIA NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER RELEVES ANTERIEURS ' WS-RIA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-BMH.
           IF WS-BMH NOT = '00'
             DISPLAY 'ERREUR FICHIER HISTORIQUE BONUS-MALUS ' WS-BMH
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
       TEST-STAT-ECA.
           IF WS-ECA NOT = '00'
             DISPLAY 'ERREUR FICHIER LISTE DES ECARTS ' WS-ECA
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
