       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ75.
      ******************************
      *  75 - ANNULATION ET RE-IMPUTATION D'UN REGLEMENT IMPUTE SUR
      *       LE MAUVAIS MATRICULE (MATRICULE MAL SAISI MAIS DE CLE
      *       VALIDE, CLIENT PAYANT POUR UN PROCHE) : REMPLACE LA
      *       RETOUCHE MANUELLE DE QUIT QUI LAISSAIT PAIJRN, LE
      *       COMPTE CREDIT ET LES REINTEGRATIONS INCOHERENTS.
      *       L = IMPUTATIONS DU JOURNAL PAIJRN D'UN MATRICULE ;
      *       A = ANNULATION : L'OPERATEUR DESIGNE L'IMPUTATION
      *           ERRONEE PARMI CELLES DU MATRICULE DEBITE A TORT
      *           (UNE IMPUTATION DEJA ANNULEE N'EST PLUS
      *           PROPOSEE), PUIS LE MATRICULE A CREDITER (CLE
      *           MATCHK BLOQUANTE SI PRM-CTL-CLE LE DEMANDE,
      *           PRESENCE SUR ASSUR) ET LE MOTIF. L'ACTION EST
      *           PRIVILEGIEE, TRACEE AU JOURNAL DE SECURITE.
      *       LE MONTANT EST REPRIS D'ABORD SUR LE COMPTE CREDIT DU
      *       MATRICULE DEBITE A TORT (L'EXCEDENT EST LA DERNIERE
      *       CHOSE QU'A FAITE L'IMPUTATION ; MOUVEMENT A SUR
      *       CRDJRN), PUIS SUR LE REGLE DE SES QUITTANCES, DE LA
      *       PLUS RECENTE A LA PLUS ANCIENNE (QUI-MNT-REGLE DIMINUE,
      *       QUI-ST-PAIE REPASSE A ACOMPTE OU DUE ; UNE QUITTANCE EN
      *       PRELEVEMENT GARDE SON ETAT E ; LE REGLE D'UNE
      *       QUITTANCE AU CONTENTIEUX, ETAT C, EST FIGE ET N'EST NI
      *       REPRIS NI COMPLETE). SI LE REGLEMENT A DEPUIS
      *       ETE REMBOURSE ET QUE LE REPRENABLE NE SUFFIT PLUS,
      *       L'ANNULATION EST REFUSEE. UNE ECRITURE DE SENS A,
      *       POINTANT SUR L'IMPUTATION D'ORIGINE, PART SUR PAIJRN.
      *       SI L'IMPUTATION D'ORIGINE AVAIT REINTEGRE LA POLICE
      *       SUSPENDUE (BASCULE TPPRJ14 DU MEME JOUR SUR JRNA) ET
      *       QUE DES ARRIERES REAPPARAISSENT, LA POLICE EST
      *       RE-SUSPENDUE COMME LE FAIT TPPRJ51 (FICHE SUSPEN,
      *       BONUS-MALUS A 'S', JRNA).
      *       LE MEME REGLEMENT EST ENSUITE RE-IMPUTE SUR LE BON
      *       MATRICULE SELON LES REGLES DE TPPRJ14 : QUITTANCES
      *       OUVERTES DE LA PLUS ANCIENNE A LA PLUS RECENTE,
      *       EXCEDENT AU COMPTE CREDIT (MOUVEMENT E), ECRITURE DE
      *       SENS R SUR PAIJRN, REINTEGRATION SI LE DERNIER ARRIERE
      *       D'UNE POLICE SUSPENDUE EST SOLDE.
      *       LES FRAIS DE RETARD ET DE REJET QUE L'IMPUTATION AVAIT
      *       REGLES (PJR-FRAIS) SONT REPRIS EN PREMIER APRES LE
      *       CREDIT (RLS-FRAIS-PAYE DIMINUE, LES FRAIS REDEVIENNENT
      *       DUS) ; LA RE-IMPUTATION REGLE DE MEME LES FRAIS DUS DU
      *       BON MATRICULE AVANT L'EXCEDENT. POUR LE RESTE, L'ETAT
      *       DE RELANCE RELSTA N'EST PAS TOUCHE : LES
      *       NIVEAUX DEJA NOTIFIES RESTENT ACQUIS, LA QUITTANCE
      *       REDEVENUE IMPAYEE REPREND SON ESCALADE LA OU ELLE EN
      *       ETAIT ET LA QUITTANCE SOLDEE N'EST PLUS RELANCEE.
      *       CHAQUE ANNULATION EST EDITEE POUR LA COMPTABILITE SUR
      *       ANNLST (CUMULE D'UNE SESSION SUR L'AUTRE) AVEC
      *       L'OPERATEUR, LE MOTIF ET LE DETAIL DES REPRISES ET
      *       DES IMPUTATIONS. REFUSE DE DEMARRER PENDANT LA CHAINE
      *       BATCH (VERRCHK).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CREDIT ASSIGN CREDIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CRD-MATRICUL
             FILE STATUS  WS-CRD.
           SELECT SUSPEN ASSIGN SUSPEN
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SUS-MATRICUL
             FILE STATUS  WS-SUS.
           SELECT RELSTA ASSIGN RELSTA
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RLS-CLE
             FILE STATUS  WS-RLS.
           SELECT PAIJRN ASSIGN PAIJRN
             FILE STATUS  WS-PJR.
           SELECT CRDJRN ASSIGN CRDJRN
             FILE STATUS  WS-CRJ.
           SELECT JRNA   ASSIGN JRNA
             FILE STATUS  WS-JRN.
           SELECT ANNLST ASSIGN ANNLST
             FILE STATUS  WS-ANL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  QUIT RECORDING F.
           COPY QUIREC.
       FD  CREDIT RECORDING F.
           COPY CRDREC.
       FD  SUSPEN RECORDING F.
           COPY SUSPREC.
       FD  RELSTA RECORDING F.
           COPY RELREC.
       FD  PAIJRN RECORDING F.
           COPY PAIJREC.
       FD  CRDJRN RECORDING F.
           COPY CRJREC.
       FD  JRNA RECORDING F.
           COPY JRNAREC.
       FD  ANNLST RECORDING F.
       01  EANL              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-QUI         PIC XX.
       77  WS-CRD         PIC XX.
       77  WS-SUS         PIC XX.
       77  WS-RLS         PIC XX.
       77  WS-PJR         PIC XX.
       77  WS-CRJ         PIC XX.
       77  WS-JRN         PIC XX.
       77  WS-ANL         PIC XX.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  WS-CHOIX       PIC X     VALUE SPACE.
       77  WS-CONFIRM     PIC X     VALUE SPACE.
           88 CONFIRM-OUI           VALUE 'O'.
       77  WS-CTL-OK      PIC X     VALUE 'N'.
           88 CTL-VALIDE            VALUE 'O'.
       77  WS-TROUVE      PIC X     VALUE 'N'.
       77  WS-POSSIBLE    PIC X     VALUE 'N'.
       77  WS-FIN-QUI     PIC X     VALUE 'N'.
           88 FIN-QUI               VALUE 'O'.
       77  WS-FIN-JRN     PIC X     VALUE 'N'.
       77  WS-ENTETE-FAITE PIC X    VALUE 'N'.
       77  WS-SAISIE-MAT  PIC 9(6)  VALUE 0.
       01  WS-ZONE-MAT    PIC X(6).
       01  WS-ZONE-NO     PIC X(2).
       01  WS-ZONE-NO-R REDEFINES WS-ZONE-NO PIC 99.
       01  WS-MOTIF       PIC X(40) VALUE SPACE.
       01  WS-DT-JOUR     PIC 9(8).
       01  WS-DT-JJMM     PIC 9(8).
      * IMPUTATION CHOISIE ET LES DEUX POLICES EN CAUSE.
       77  WS-MAT-FAUX    PIC 9(6)  VALUE 0.
       77  WS-MAT-BON     PIC 9(6)  VALUE 0.
       01  WS-NOM-FAUX    PIC X(20) VALUE SPACE.
       01  WS-NOM-BON     PIC X(20) VALUE SPACE.
       01  WS-REG-DT      PIC 9(8)  VALUE 0.
       01  WS-REG-MNT     PIC 9(5)V99 VALUE 0.
       01  WS-REG-REM     PIC 9(6)  VALUE 0.
       01  WS-REG-DT-IMP  PIC 9(8)  VALUE 0.
       01  WS-REG-FRAIS   PIC 9(5)V99 VALUE 0.
      * IMPUTATIONS DU MATRICULE LUES SUR PAIJRN ; LES ECRITURES DE
      * SENS A MARQUENT L'IMPUTATION QU'ELLES ANNULENT.
       77  NB-CAND        PIC 99    VALUE 0.
       77  NB-ACTIVES     PIC 99    VALUE 0.
       77  IX-CAND        PIC 99    VALUE 0.
       77  WS-CAND-SATURE PIC X     VALUE 'N'.
       01  TABLE-CAND.
           05 CAND-ENT OCCURS 99.
              10 CAND-DT      PIC 9(8).
              10 CAND-MNT     PIC 9(5)V99.
              10 CAND-NO-REM  PIC 9(6).
              10 CAND-DT-IMP  PIC 9(8).
              10 CAND-FRAIS   PIC 9(5)V99.
              10 CAND-SENS    PIC X.
              10 CAND-ANNULE  PIC X.
      * QUITTANCES REGLEES DU MATRICULE DEBITE A TORT, DANS L'ORDRE
      * DES PERIODES ; LA REPRISE LES PARCOURT A REBOURS.
       77  NB-QT          PIC 999   VALUE 0.
       77  IX-QT          PIC 999   VALUE 0.
       01  TABLE-QT.
           05 QT-PERIODE  PIC 9(6)  OCCURS 200.
       01  TOT-REGLE-FAUX PIC 9(7)V99 VALUE 0.
       01  MNT-CREDIT-DISPO PIC 9(7)V99 VALUE 0.
       01  MNT-REPRIS-CRD PIC 9(7)V99 VALUE 0.
       01  MNT-REPRIS-QUI PIC 9(7)V99 VALUE 0.
      * FRAIS DE RETARD ET DE REJET : DEJA REGLES CHEZ LE MATRICULE
      * DEBITE A TORT (REPRENABLES), REGLES CHEZ LE BON MATRICULE.
       01  MNT-FRAIS-DISPO PIC 9(7)V99 VALUE 0.
       01  MNT-REPRIS-FRA PIC 9(7)V99 VALUE 0.
       01  MNT-FRAIS-DUS  PIC S9(7)V99 VALUE 0.
       01  MNT-FRAIS-REGLE PIC 9(7)V99 VALUE 0.
       77  WS-FIN-RLS     PIC X     VALUE 'N'.
       01  MNT-A-DEDUIRE  PIC 9(7)V99 VALUE 0.
       01  MNT-A-IMPUTER  PIC 9(7)V99 VALUE 0.
       01  MNT-IMPUTE     PIC 9(7)V99 VALUE 0.
       01  MNT-RESTE-QUI  PIC S9(7)V99 VALUE 0.
       01  MNT-DU         PIC 9(6)V99 VALUE 0.
       77  WS-IMPUTE      PIC X     VALUE 'N'.
           88 REGLEMENT-IMPUTE      VALUE 'O'.
       01  WS-REF-EXCED   PIC 9(8)  VALUE 0.
       01  WS-PER-EXCED   PIC 9(6)  VALUE 0.
      * BASCULES DE SUSPENSION AUTOUR DE L'ANNULATION.
       77  WS-REINT-ORIG  PIC X     VALUE 'N'.
       77  WS-RESUSP      PIC X     VALUE 'N'.
       77  WS-REINT-BON   PIC X     VALUE 'N'.
       77  WS-ARRIERES    PIC X     VALUE 'N'.
       77  WS-FIN-ARR     PIC X     VALUE 'N'.
       77  WS-MAT-ARR     PIC 9(6)  VALUE 0.
       77  WS-JRN-OPER    PIC X.
       77  WS-EASR-AVANT  PIC X(80).
       77  NB-ANNUL       PIC 9(5)  VALUE 0.
       01  TOT-ANNUL      PIC 9(7)V99 VALUE 0.
       77  DISP-MNT       PIC Z(5)9,99.
       77  DISP-TOT       PIC Z(6)9,99.
      * CLE DE MATRICULE (MATCHK), BLOQUANTE SI PRM-CTL-CLE = 'O'.
       77  SOUSPROG-MAT   PIC X(8) VALUE 'MATCHK'.
       77  WS-MAT-ACTION  PIC X.
       01  WS-MAT-ZONE    PIC X(6).
       77  WS-MAT-ERR     PIC 9.
       77  WS-CTL-CLE     PIC X     VALUE 'N'.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-PARM-OK     PIC X     VALUE 'N'.
           COPY PARMREC.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * JETON DE LA CHAINE BATCH (VERRCHK).
       77  SOUSPROG-VER   PIC X(8)  VALUE 'VERRCHK'.
       77  WS-VER-ACTION  PIC X     VALUE 'T'.
       77  WS-VER-PROG    PIC X(8)  VALUE 'TPPRJ75'.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ75'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           PERFORM CONTROLER-VERROU
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           MOVE DAT(1:2) TO WS-DT-JJMM(1:2)
           MOVE DAT(4:2) TO WS-DT-JJMM(3:2)
           MOVE DAT(7:4) TO WS-DT-JJMM(5:4)
           PERFORM CHARGER-PARAM
           OPEN I-O ASSUR
           PERFORM TEST-STAT-ASR
           OPEN I-O QUIT
           PERFORM TEST-STAT-QUI
           OPEN I-O CREDIT
           IF WS-CRD = '35'
             OPEN OUTPUT CREDIT
             CLOSE CREDIT
             OPEN I-O CREDIT
           END-IF
           PERFORM TEST-STAT-CRD
           OPEN I-O SUSPEN
           IF WS-SUS = '35'
             OPEN OUTPUT SUSPEN
             CLOSE SUSPEN
             OPEN I-O SUSPEN
           END-IF
           PERFORM TEST-STAT-SUS
           OPEN I-O RELSTA
           IF WS-RLS = '35'
             OPEN OUTPUT RELSTA
             CLOSE RELSTA
             OPEN I-O RELSTA
           END-IF
           PERFORM TEST-STAT-RLS
           OPEN EXTEND ANNLST
           IF WS-ANL = '35'
             OPEN OUTPUT ANNLST
           END-IF
           PERFORM TEST-STAT-ANL
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'ANNULATION DE REGLEMENT (L=IMPUTATIONS'
                     ' A=ANNULATION F=FIN) : ' WITH NO ADVANCING
             ACCEPT WS-CHOIX
             PERFORM AUTORISER-CHOIX
             EVALUATE WS-CHOIX
               WHEN 'R' CONTINUE
               WHEN 'L' PERFORM TRT-LISTE
               WHEN 'A' PERFORM TRT-ANNULATION
               WHEN 'F' MOVE 'O' TO FIN-PROG
               WHEN OTHER DISPLAY 'CHOIX INCONNU'
             END-EVALUATE
           END-PERFORM
           CLOSE ASSUR
           CLOSE QUIT
           CLOSE CREDIT
           CLOSE SUSPEN
           CLOSE RELSTA
           CLOSE ANNLST
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-QUI
           PERFORM TEST-STAT-CRD
           PERFORM TEST-STAT-SUS
           PERFORM TEST-STAT-RLS
           PERFORM TEST-STAT-ANL
           MOVE TOT-ANNUL TO DISP-TOT
           DISPLAY 'REGLEMENTS ANNULES ET RE-IMPUTES : ' NB-ANNUL
                   ' POUR ' DISP-TOT
           GOBACK
           .

      * PAS D'ANNULATION PENDANT QUE LA CHAINE BATCH DETIENT LE
      * MAITRE : TPPRJ14 IMPUTE SUR LES MEMES FICHIERS.
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

       TRT-LISTE.
           DISPLAY 'MATRICULE     : ' WITH NO ADVANCING
           PERFORM SAISIE-MATRICULE
           IF CTL-VALIDE
             MOVE WS-SAISIE-MAT TO WS-MAT-FAUX
             PERFORM CHARGER-IMPUTATIONS
             PERFORM AFFICHE-IMPUTATIONS
           END-IF
           .

       TRT-ANNULATION.
           DISPLAY 'MATRICULE DEBITE A TORT : ' WITH NO ADVANCING
           PERFORM SAISIE-MATRICULE
           IF CTL-VALIDE
             MOVE WS-SAISIE-MAT TO WS-MAT-FAUX
             PERFORM CHARGER-IMPUTATIONS
             PERFORM AFFICHE-IMPUTATIONS
             IF NB-ACTIVES = 0
               DISPLAY 'AUCUNE IMPUTATION ANNULABLE SUR CE MATRICULE'
             ELSE
               PERFORM CHOISIR-IMPUTATION
               IF WS-TROUVE = 'O'
                 PERFORM SAISIE-BON-MATRICULE
                 IF CTL-VALIDE
                   PERFORM EVALUER-ANNULATION
                   IF WS-POSSIBLE = 'O'
                     PERFORM CONFIRMER-ANNULATION
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       SAISIE-MATRICULE.
           MOVE 'N' TO WS-CTL-OK
           MOVE ALL SPACE TO WS-ZONE-MAT
           ACCEPT WS-ZONE-MAT
           IF WS-ZONE-MAT IS NUMERIC
             MOVE WS-ZONE-MAT TO WS-SAISIE-MAT
             MOVE 'O' TO WS-CTL-OK
           ELSE
             DISPLAY 'MATRICULE NON NUMERIQUE'
           END-IF
           .

      * LES IMPUTATIONS DU MATRICULE SUR PAIJRN (SENS ESPACE OU R) ;
      * UNE ECRITURE DE SENS A, TOUJOURS POSTERIEURE, MARQUE
      * L'IMPUTATION QU'ELLE ANNULE (MEMES DATE, MONTANT ET REMISE,
      * DATE D'IMPUTATION D'ORIGINE).
       CHARGER-IMPUTATIONS.
           MOVE 0 TO NB-CAND
           MOVE 'N' TO WS-CAND-SATURE
           OPEN INPUT PAIJRN
           IF WS-PJR = '00'
             READ PAIJRN
             PERFORM UNTIL WS-PJR = '10'
               IF PJR-MATRICUL = WS-MAT-FAUX AND PJR-MNT IS NUMERIC
                 IF PJR-SENS = 'A'
                   PERFORM MARQUER-ANNULEE
                 ELSE
                   PERFORM AJOUTER-CANDIDAT
                 END-IF
               END-IF
               READ PAIJRN
             END-PERFORM
             CLOSE PAIJRN
           ELSE
             IF WS-PJR NOT = '35'
               PERFORM TEST-STAT-PJR
             END-IF
           END-IF
           IF WS-CAND-SATURE = 'O'
             DISPLAY 'PLUS DE 99 IMPUTATIONS - SEULES LES 99'
                     ' PREMIERES SONT PROPOSEES'
           END-IF
           .

       AJOUTER-CANDIDAT.
           IF NB-CAND < 99
             ADD 1 TO NB-CAND
             MOVE PJR-DT TO CAND-DT(NB-CAND)
             MOVE PJR-MNT TO CAND-MNT(NB-CAND)
             MOVE PJR-NO-REM TO CAND-NO-REM(NB-CAND)
             MOVE PJR-DT-IMP TO CAND-DT-IMP(NB-CAND)
             MOVE PJR-SENS TO CAND-SENS(NB-CAND)
             IF PJR-FRAIS IS NUMERIC
               MOVE PJR-FRAIS TO CAND-FRAIS(NB-CAND)
             ELSE
               MOVE 0 TO CAND-FRAIS(NB-CAND)
             END-IF
             MOVE 'N' TO CAND-ANNULE(NB-CAND)
           ELSE
             MOVE 'O' TO WS-CAND-SATURE
           END-IF
           .

       MARQUER-ANNULEE.
           MOVE 'N' TO WS-TROUVE
           MOVE 1 TO IX-CAND
           PERFORM UNTIL IX-CAND > NB-CAND OR WS-TROUVE = 'O'
             IF CAND-ANNULE(IX-CAND) = 'N' AND
                CAND-DT(IX-CAND) = PJR-DT AND
                CAND-MNT(IX-CAND) = PJR-MNT AND
                CAND-NO-REM(IX-CAND) = PJR-NO-REM AND
                CAND-DT-IMP(IX-CAND) = PJR-ORIG-DT-IMP
               MOVE 'O' TO CAND-ANNULE(IX-CAND)
               MOVE 'O' TO WS-TROUVE
             ELSE
               ADD 1 TO IX-CAND
             END-IF
           END-PERFORM
           .

       AFFICHE-IMPUTATIONS.
           MOVE 0 TO NB-ACTIVES
           IF NB-CAND = 0
             DISPLAY 'AUCUNE IMPUTATION AU JOURNAL POUR ' WS-MAT-FAUX
           END-IF
           MOVE 1 TO IX-CAND
           PERFORM UNTIL IX-CAND > NB-CAND
             MOVE CAND-MNT(IX-CAND) TO DISP-MNT
             IF CAND-ANNULE(IX-CAND) = 'O'
               DISPLAY '   REGLEMENT DU ' CAND-DT(IX-CAND) ' '
                       DISP-MNT ' REMISE ' CAND-NO-REM(IX-CAND)
                       ' IMPUTE LE ' CAND-DT-IMP(IX-CAND)
                       ' ANNULE'
             ELSE
               ADD 1 TO NB-ACTIVES
               IF CAND-SENS(IX-CAND) = 'R'
                 DISPLAY IX-CAND ' REGLEMENT DU ' CAND-DT(IX-CAND)
                         ' ' DISP-MNT ' REMISE '
                         CAND-NO-REM(IX-CAND) ' IMPUTE LE '
                         CAND-DT-IMP(IX-CAND) ' RE-IMPUTATION'
               ELSE
                 DISPLAY IX-CAND ' REGLEMENT DU ' CAND-DT(IX-CAND)
                         ' ' DISP-MNT ' REMISE '
                         CAND-NO-REM(IX-CAND) ' IMPUTE LE '
                         CAND-DT-IMP(IX-CAND)
               END-IF
             END-IF
             ADD 1 TO IX-CAND
           END-PERFORM
           .

       CHOISIR-IMPUTATION.
           MOVE 'N' TO WS-TROUVE
           DISPLAY 'NUMERO DE L''IMPUTATION ERRONEE (00=ABANDON) : '
                   WITH NO ADVANCING
           MOVE ALL SPACE TO WS-ZONE-NO
           ACCEPT WS-ZONE-NO
           IF WS-ZONE-NO(2:1) = SPACE
             MOVE WS-ZONE-NO(1:1) TO WS-ZONE-NO(2:1)
             MOVE '0' TO WS-ZONE-NO(1:1)
           END-IF
           IF WS-ZONE-NO IS NOT NUMERIC
             DISPLAY 'NUMERO NON NUMERIQUE'
           ELSE
             IF WS-ZONE-NO-R = 0
               DISPLAY 'ANNULATION ABANDONNEE'
             ELSE
               IF WS-ZONE-NO-R > NB-CAND
                 DISPLAY 'NUMERO HORS LISTE'
               ELSE
                 MOVE WS-ZONE-NO-R TO IX-CAND
                 IF CAND-ANNULE(IX-CAND) = 'O'
                   DISPLAY 'IMPUTATION DEJA ANNULEE'
                 ELSE
                   MOVE CAND-DT(IX-CAND) TO WS-REG-DT
                   MOVE CAND-MNT(IX-CAND) TO WS-REG-MNT
                   MOVE CAND-NO-REM(IX-CAND) TO WS-REG-REM
                   MOVE CAND-DT-IMP(IX-CAND) TO WS-REG-DT-IMP
                   MOVE CAND-FRAIS(IX-CAND) TO WS-REG-FRAIS
                   MOVE 'O' TO WS-TROUVE
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * LE MATRICULE A CREDITER SUIT LE CONTROLE DE LA SAISIE D'UN
      * REGLEMENT : CLE MATCHK ET PRESENCE SUR LE MAITRE.
       SAISIE-BON-MATRICULE.
           DISPLAY 'MATRICULE A CREDITER    : ' WITH NO ADVANCING
           PERFORM SAISIE-MATRICULE
           IF CTL-VALIDE
             MOVE 'N' TO WS-CTL-OK
             MOVE WS-ZONE-MAT TO WS-MAT-ZONE
             MOVE 'V' TO WS-MAT-ACTION
             CALL SOUSPROG-MAT USING WS-MAT-ACTION WS-MAT-ZONE
                  WS-MAT-ERR
             IF WS-MAT-ERR NOT = 0 AND WS-CTL-CLE = 'O'
               DISPLAY 'CLE DE MATRICULE INVALIDE - ANNULATION'
                       ' REFUSEE'
             ELSE
               IF WS-SAISIE-MAT = WS-MAT-FAUX
                 DISPLAY 'MATRICULE IDENTIQUE AU MATRICULE DEBITE'
               ELSE
                 MOVE WS-SAISIE-MAT TO MATRICUL
                 READ ASSUR
                   INVALID KEY
                     DISPLAY 'MATRICULE ' WS-SAISIE-MAT ' INCONNU'
                             ' D''ASSUR'
                   NOT INVALID KEY
                     MOVE WS-SAISIE-MAT TO WS-MAT-BON
                     MOVE NOM-CLIENT TO WS-NOM-BON
                     MOVE 'O' TO WS-CTL-OK
                     IF WS-MAT-ERR NOT = 0
                       DISPLAY 'AVERTISSEMENT : CLE DE MATRICULE'
                               ' INVALIDE (ANCIENNE NUMEROTATION ?)'
                     END-IF
                 END-READ
               END-IF
             END-IF
           END-IF
           .

      * LE MONTANT DOIT ENCORE SE TROUVER CHEZ LE MATRICULE DEBITE A
      * TORT : FRAIS QUE L'IMPUTATION A REGLES, SOLDE DE SON COMPTE
      * CREDIT PLUS REGLE DE SES QUITTANCES. A DEFAUT (EXCEDENT
      * DEJA REMBOURSE PAR TPPRJ59), L'ANNULATION EST REFUSEE ET
      * RELEVE DE LA COMPTABILITE.
       EVALUER-ANNULATION.
           MOVE 'N' TO WS-POSSIBLE
           MOVE WS-MAT-FAUX TO MATRICUL
           READ ASSUR
             INVALID KEY
               MOVE '(ABSENT DU MAITRE)' TO WS-NOM-FAUX
             NOT INVALID KEY
               MOVE NOM-CLIENT TO WS-NOM-FAUX
           END-READ
           MOVE 0 TO MNT-CREDIT-DISPO
           MOVE WS-MAT-FAUX TO CRD-MATRICUL
           READ CREDIT
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CRD-SOLDE TO MNT-CREDIT-DISPO
           END-READ
           PERFORM CHARGER-QUITTANCES-REGLEES
           PERFORM CHARGER-FRAIS-REGLES
           IF MNT-FRAIS-DISPO > WS-REG-FRAIS
             MOVE WS-REG-FRAIS TO MNT-REPRIS-FRA
           ELSE
             MOVE MNT-FRAIS-DISPO TO MNT-REPRIS-FRA
           END-IF
           IF MNT-CREDIT-DISPO > WS-REG-MNT - MNT-REPRIS-FRA
             COMPUTE MNT-REPRIS-CRD = WS-REG-MNT - MNT-REPRIS-FRA
           ELSE
             MOVE MNT-CREDIT-DISPO TO MNT-REPRIS-CRD
           END-IF
           COMPUTE MNT-REPRIS-QUI = WS-REG-MNT - MNT-REPRIS-FRA
                                  - MNT-REPRIS-CRD
           MOVE WS-REG-MNT TO DISP-MNT
           DISPLAY 'REGLEMENT DU ' WS-REG-DT ' DE ' DISP-MNT
                   ' REMISE ' WS-REG-REM
           DISPLAY 'DEBITE A TORT : ' WS-MAT-FAUX ' ' WS-NOM-FAUX
           DISPLAY 'A CREDITER    : ' WS-MAT-BON ' ' WS-NOM-BON
           IF MNT-REPRIS-QUI > TOT-REGLE-FAUX
             MOVE TOT-REGLE-FAUX TO DISP-TOT
             DISPLAY 'REPRENABLE INSUFFISANT (QUITTANCES ' DISP-TOT
                     ') - REGLEMENT DEJA REMBOURSE ?'
             DISPLAY 'ANNULATION REFUSEE - A TRAITER PAR LA'
                     ' COMPTABILITE'
           ELSE
             MOVE 'O' TO WS-POSSIBLE
             MOVE MNT-REPRIS-CRD TO DISP-MNT
             DISPLAY 'REPRIS SUR LE COMPTE CREDIT : ' DISP-MNT
             IF MNT-REPRIS-FRA > 0
               MOVE MNT-REPRIS-FRA TO DISP-MNT
               DISPLAY 'REPRIS SUR LES FRAIS REGLES : ' DISP-MNT
             END-IF
             MOVE MNT-REPRIS-QUI TO DISP-MNT
             DISPLAY 'REPRIS SUR LES QUITTANCES   : ' DISP-MNT
             PERFORM RECHERCHER-REINTEGRATION
             IF WS-REINT-ORIG = 'O'
               DISPLAY 'CE REGLEMENT AVAIT REINTEGRE LA POLICE '
                       WS-MAT-FAUX ' : RE-SUSPENSION SI ARRIERES'
             END-IF
           END-IF
           .

       CHARGER-QUITTANCES-REGLEES.
           MOVE 0 TO NB-QT
           MOVE 0 TO TOT-REGLE-FAUX
           MOVE 'N' TO WS-FIN-QUI
           MOVE WS-MAT-FAUX TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = WS-MAT-FAUX
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF QUI-TYPE NOT = 'V' AND QUI-MNT-REGLE > 0
                    AND QUI-ST-PAIE NOT = 'C' AND NB-QT < 200
                   ADD 1 TO NB-QT
                   MOVE QUI-PERIODE TO QT-PERIODE(NB-QT)
                   ADD QUI-MNT-REGLE TO TOT-REGLE-FAUX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      * FRAIS DE RETARD ET DE REJET DEJA REGLES PAR LE MATRICULE
      * DEBITE A TORT, TOUTES PERIODES CONFONDUES.
       CHARGER-FRAIS-REGLES.
           MOVE 0 TO MNT-FRAIS-DISPO
           MOVE 'N' TO WS-FIN-RLS
           MOVE WS-MAT-FAUX TO RLS-MATRICUL
           MOVE 0 TO RLS-PERIODE
           START RELSTA KEY IS NOT LESS THAN RLS-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-RLS
           END-START
           PERFORM UNTIL WS-FIN-RLS = 'O'
             READ RELSTA NEXT
               AT END MOVE 'O' TO WS-FIN-RLS
             END-READ
             IF WS-FIN-RLS NOT = 'O'
               IF RLS-MATRICUL NOT = WS-MAT-FAUX
                 MOVE 'O' TO WS-FIN-RLS
               ELSE
                 IF RLS-FRAIS-PAYE IS NUMERIC
                   ADD RLS-FRAIS-PAYE TO MNT-FRAIS-DISPO
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      * LA REINTEGRATION AUTOMATIQUE EST LA BASCULE TPPRJ14 DU
      * MATRICULE (BONUS-MALUS 'S' AVANT, RESTAURE APRES) DATEE DU
      * JOUR OU L'IMPUTATION A ETE FAITE.
       RECHERCHER-REINTEGRATION.
           MOVE 'N' TO WS-REINT-ORIG
           OPEN INPUT JRNA
           IF WS-JRN = '00'
             MOVE 'N' TO WS-FIN-JRN
             PERFORM UNTIL WS-FIN-JRN = 'O'
               READ JRNA
                 AT END
                   MOVE 'O' TO WS-FIN-JRN
                 NOT AT END
                   IF JRN-PROG = 'TPPRJ14' AND JRN-OPER = 'M' AND
                      JRN-MATRICUL = WS-MAT-FAUX AND
                      JRN-AVANT(69:1) = 'S' AND
                      JRN-APRES(69:1) NOT = 'S' AND
                      JRN-DAT(7:4) = WS-REG-DT-IMP(1:4) AND
                      JRN-DAT(4:2) = WS-REG-DT-IMP(5:2) AND
                      JRN-DAT(1:2) = WS-REG-DT-IMP(7:2)
                     MOVE 'O' TO WS-REINT-ORIG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE JRNA
           END-IF
           .

       CONFIRMER-ANNULATION.
           MOVE 'A' TO WS-OPE-CODE
           MOVE 'X' TO WS-OPE-ACTION
           MOVE SPACE TO WS-OPE-OBJET
           STRING 'ANNUL.REGL. ' WS-MAT-FAUX
                  DELIMITED BY SIZE INTO WS-OPE-OBJET
           PERFORM CONTROLER-DROIT
           IF WS-OPE-ETAT = 'O'
             MOVE SPACE TO WS-MOTIF
             PERFORM UNTIL WS-MOTIF NOT = SPACE
               DISPLAY 'MOTIF DE L''ANNULATION : ' WITH NO ADVANCING
               ACCEPT WS-MOTIF
             END-PERFORM
             DISPLAY 'CONFIRMER L''ANNULATION ET LA RE-IMPUTATION'
                     ' (O/N) : ' WITH NO ADVANCING
             ACCEPT WS-CONFIRM
             IF CONFIRM-OUI
               PERFORM APPLIQUER-ANNULATION
             ELSE
               DISPLAY 'ANNULATION ABANDONNEE'
             END-IF
           END-IF
           .

       APPLIQUER-ANNULATION.
           CALL SOUSPROG2 USING TIM
           MOVE 'N' TO WS-RESUSP
           MOVE 'N' TO WS-REINT-BON
           OPEN EXTEND PAIJRN
           IF WS-PJR = '35'
             OPEN OUTPUT PAIJRN
           END-IF
           PERFORM TEST-STAT-PJR
           OPEN EXTEND CRDJRN
           IF WS-CRJ = '35'
             OPEN OUTPUT CRDJRN
           END-IF
           PERFORM TEST-STAT-CRJ
           OPEN EXTEND JRNA
           IF WS-JRN = '35'
             OPEN OUTPUT JRNA
           END-IF
           PERFORM TEST-STAT-JRN
           PERFORM EDITER-ENTETE-ANNULATION
           IF MNT-REPRIS-CRD > 0
             PERFORM REPRENDRE-CREDIT
           END-IF
           IF MNT-REPRIS-FRA > 0
             PERFORM REPRENDRE-FRAIS
           END-IF
           MOVE MNT-REPRIS-QUI TO MNT-A-DEDUIRE
           MOVE NB-QT TO IX-QT
           PERFORM UNTIL IX-QT = 0 OR MNT-A-DEDUIRE = 0
             MOVE WS-MAT-FAUX TO QUI-MATRICUL
             MOVE QT-PERIODE(IX-QT) TO QUI-PERIODE
             READ QUIT
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM REPRENDRE-QUITTANCE
             END-READ
             SUBTRACT 1 FROM IX-QT
           END-PERFORM
           PERFORM JOURNALISER-ANNULATION
           IF WS-REINT-ORIG = 'O'
             PERFORM CONTROLER-RESUSPENSION
           END-IF
           PERFORM REIMPUTER-REGLEMENT
           PERFORM JOURNALISER-REIMPUTATION
           PERFORM CONTROLER-REINTEGRATION
           CLOSE PAIJRN
           CLOSE CRDJRN
           CLOSE JRNA
           PERFORM TEST-STAT-PJR
           PERFORM TEST-STAT-CRJ
           PERFORM TEST-STAT-JRN
           MOVE ALL SPACE TO EANL
           PERFORM ECRIRE-ANL
           ADD 1 TO NB-ANNUL
           ADD WS-REG-MNT TO TOT-ANNUL
           DISPLAY 'REGLEMENT ANNULE SUR ' WS-MAT-FAUX
                   ' ET RE-IMPUTE SUR ' WS-MAT-BON
           .

      * L'EXCEDENT REPRIS SORT DU COMPTE CREDIT (MOUVEMENT A).
       REPRENDRE-CREDIT.
           MOVE WS-MAT-FAUX TO CRD-MATRICUL
           READ CREDIT
             INVALID KEY
               MOVE 0 TO MNT-REPRIS-CRD
             NOT INVALID KEY
               SUBTRACT MNT-REPRIS-CRD FROM CRD-SOLDE
               ADD MNT-REPRIS-CRD TO CRD-TOT-DEBIT
               MOVE WS-DT-JOUR TO CRD-DT-MAJ
               REWRITE ECRD
               MOVE ALL SPACE TO ECRJ
               MOVE WS-MAT-FAUX TO CRJ-MATRICUL
               MOVE WS-DT-JOUR TO CRJ-DT
               MOVE 'A' TO CRJ-NATURE
               MOVE MNT-REPRIS-CRD TO CRJ-MNT
               MOVE 'TPPRJ75' TO CRJ-PROG
               MOVE WS-REG-REM TO CRJ-REF
               MOVE 0 TO CRJ-PERIODE
               WRITE ECRJ
               MOVE MNT-REPRIS-CRD TO DISP-MNT
               STRING '  REPRIS SUR LE COMPTE CREDIT DE ' WS-MAT-FAUX
                      '  ' DISP-MNT
                      DELIMITED BY SIZE INTO EANL
               PERFORM ECRIRE-ANL
           END-READ
           .

      * LES FRAIS REGLES PAR L'IMPUTATION REDEVIENNENT DUS : LE
      * REGLE RLS-FRAIS-PAYE DIMINUE, DANS L'ORDRE DES PERIODES.
       REPRENDRE-FRAIS.
           MOVE MNT-REPRIS-FRA TO MNT-A-DEDUIRE
           MOVE 'N' TO WS-FIN-RLS
           MOVE WS-MAT-FAUX TO RLS-MATRICUL
           MOVE 0 TO RLS-PERIODE
           START RELSTA KEY IS NOT LESS THAN RLS-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-RLS
           END-START
           PERFORM UNTIL WS-FIN-RLS = 'O' OR MNT-A-DEDUIRE = 0
             READ RELSTA NEXT
               AT END MOVE 'O' TO WS-FIN-RLS
             END-READ
             IF WS-FIN-RLS NOT = 'O'
               IF RLS-MATRICUL NOT = WS-MAT-FAUX
                 MOVE 'O' TO WS-FIN-RLS
               ELSE
                 IF RLS-FRAIS-PAYE IS NUMERIC AND RLS-FRAIS-PAYE > 0
                   IF RLS-FRAIS-PAYE > MNT-A-DEDUIRE
                     MOVE MNT-A-DEDUIRE TO MNT-IMPUTE
                   ELSE
                     MOVE RLS-FRAIS-PAYE TO MNT-IMPUTE
                   END-IF
                   SUBTRACT MNT-IMPUTE FROM RLS-FRAIS-PAYE
                   SUBTRACT MNT-IMPUTE FROM MNT-A-DEDUIRE
                   REWRITE EREL-ST
                   PERFORM TEST-STAT-RLS
                   MOVE MNT-IMPUTE TO DISP-MNT
                   STRING '  FRAIS DE ' RLS-MATRICUL ' PERIODE '
                          RLS-PERIODE ' REDEVENUS DUS ' DISP-MNT
                          DELIMITED BY SIZE INTO EANL
                   PERFORM ECRIRE-ANL
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      * LA QUITTANCE PERD LE MONTANT REPRIS ; SANS PLUS RIEN DE
      * REGLE ELLE REDEVIENT DUE, SINON ACOMPTE (OU PAYEE SI LE
      * RESTE COUVRE ENCORE LE DU). L'ETAT E RESTE A LA BANQUE.
       REPRENDRE-QUITTANCE.
           IF QUI-MNT-REGLE > MNT-A-DEDUIRE
             MOVE MNT-A-DEDUIRE TO MNT-IMPUTE
           ELSE
             MOVE QUI-MNT-REGLE TO MNT-IMPUTE
           END-IF
           SUBTRACT MNT-IMPUTE FROM QUI-MNT-REGLE
           SUBTRACT MNT-IMPUTE FROM MNT-A-DEDUIRE
           IF QUI-ST-PAIE NOT = 'E'
             IF QUI-MNT-REGLE = 0
               MOVE SPACE TO QUI-ST-PAIE
               MOVE 0 TO QUI-DT-REGLE
             ELSE
               PERFORM CALCULER-MNT-DU
               IF QUI-MNT-REGLE >= MNT-DU
                 MOVE 'P' TO QUI-ST-PAIE
               ELSE
                 MOVE 'A' TO QUI-ST-PAIE
               END-IF
             END-IF
           END-IF
           REWRITE EQUI
           MOVE MNT-IMPUTE TO DISP-MNT
           STRING '  REPRIS SUR ' QUI-MATRICUL ' PERIODE ' QUI-PERIODE
                  ' QUITTANCE ' QUI-NUM ' ' DISP-MNT
                  ' ETAT ' QUI-ST-PAIE
                  DELIMITED BY SIZE INTO EANL
           PERFORM ECRIRE-ANL
           .

       CALCULER-MNT-DU.
           IF QUI-TOT-TTC IS NUMERIC AND QUI-TOT-TTC > 0
             MOVE QUI-TOT-TTC TO MNT-DU
           ELSE
             MOVE QUI-PRIM TO MNT-DU
           END-IF
           .

       JOURNALISER-ANNULATION.
           MOVE ALL SPACE TO EPJR
           MOVE WS-MAT-FAUX TO PJR-MATRICUL
           MOVE WS-REG-DT TO PJR-DT
           MOVE WS-REG-MNT TO PJR-MNT
           MOVE WS-REG-REM TO PJR-NO-REM
           MOVE WS-DT-JOUR TO PJR-DT-IMP
           MOVE 'A' TO PJR-SENS
           MOVE WS-MAT-FAUX TO PJR-ORIG-MAT
           MOVE WS-REG-DT-IMP TO PJR-ORIG-DT-IMP
           MOVE WS-OPE-ID TO PJR-OPID
           MOVE MNT-REPRIS-FRA TO PJR-FRAIS
           WRITE EPJR
           .

      * LES ARRIERES REAPPARUS SUR UNE POLICE QUE CE REGLEMENT AVAIT
      * REINTEGREE LA RE-SUSPENDENT, COMME LE FERAIT TPPRJ51.
       CONTROLER-RESUSPENSION.
           MOVE WS-MAT-FAUX TO WS-MAT-ARR
           PERFORM VERIFIER-ARRIERES
           IF WS-ARRIERES = 'O'
             MOVE WS-MAT-FAUX TO MATRICUL
             READ ASSUR
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF ASUR-BM = 'B' OR ASUR-BM = 'M'
                   MOVE EASR TO WS-EASR-AVANT
                   MOVE ALL SPACE TO ESUS
                   MOVE MATRICUL TO SUS-MATRICUL
                   MOVE ASUR-BM TO SUS-BM-AV
                   MOVE ASUR-TAUX TO SUS-TAUX-AV
                   MOVE WS-DT-JJMM TO SUS-DT-SUSP
                   WRITE ESUS
                     INVALID KEY REWRITE ESUS
                   END-WRITE
                   MOVE 'S' TO ASUR-BM
                   REWRITE EASR
                   MOVE 'M' TO WS-JRN-OPER
                   PERFORM ECRIRE-JRNA
                   MOVE 'O' TO WS-RESUSP
                   STRING '  POLICE ' MATRICUL ' ' NOM-CLIENT
                          ' RE-SUSPENDUE (ARRIERES)'
                          DELIMITED BY SIZE INTO EANL
                   PERFORM ECRIRE-ANL
                 END-IF
             END-READ
           END-IF
           .

       VERIFIER-ARRIERES.
           MOVE 'N' TO WS-ARRIERES
           MOVE 'N' TO WS-FIN-ARR
           MOVE WS-MAT-ARR TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-ARR
           END-START
           PERFORM UNTIL WS-FIN-ARR = 'O'
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-ARR
             END-READ
             IF WS-FIN-ARR NOT = 'O'
               IF QUI-MATRICUL NOT = WS-MAT-ARR
                 MOVE 'O' TO WS-FIN-ARR
               ELSE
                 IF QUI-ST-PAIE NOT = 'P'
                   MOVE 'O' TO WS-ARRIERES
                   MOVE 'O' TO WS-FIN-ARR
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      * RE-IMPUTATION SELON TPPRJ14 : LES QUITTANCES OUVERTES DANS
      * L'ORDRE DES PERIODES SANS DEPASSER LE DU DE CHACUNE, LES
      * FRAIS DE RETARD ET DE REJET RESTANT DUS, PUIS L'EXCEDENT AU
      * COMPTE CREDIT (TOUT LE MONTANT S'IL N'Y A NI QUITTANCE
      * OUVERTE NI FRAIS DUS : L'ARGENT EST BIEN RECU).
       REIMPUTER-REGLEMENT.
           MOVE 'N' TO WS-IMPUTE
           MOVE 'N' TO WS-FIN-QUI
           MOVE WS-REG-MNT TO MNT-A-IMPUTER
           MOVE 0 TO MNT-FRAIS-REGLE
           MOVE WS-REG-REM TO WS-REF-EXCED
           MOVE 0 TO WS-PER-EXCED
           MOVE WS-MAT-BON TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI OR MNT-A-IMPUTER = 0
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = WS-MAT-BON
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF QUI-ST-PAIE NOT = 'P' AND QUI-ST-PAIE NOT = 'C'
                   PERFORM IMPUTER-QUITTANCE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF MNT-A-IMPUTER > 0
             PERFORM IMPUTER-FRAIS
           END-IF
           IF MNT-A-IMPUTER > 0
             PERFORM CREDITER-EXCEDENT
           END-IF
           .

      * UNE QUITTANCE DEJA COUVERTE N'EST NI TOUCHEE NI RETENUE
      * COMME REFERENCE DE L'EXCEDENT.
       IMPUTER-QUITTANCE.
           PERFORM CALCULER-MNT-DU
           COMPUTE MNT-RESTE-QUI = MNT-DU - QUI-MNT-REGLE
           IF MNT-RESTE-QUI > 0
             IF MNT-RESTE-QUI > MNT-A-IMPUTER
               MOVE MNT-A-IMPUTER TO MNT-IMPUTE
             ELSE
               MOVE MNT-RESTE-QUI TO MNT-IMPUTE
             END-IF
             ADD MNT-IMPUTE TO QUI-MNT-REGLE
             SUBTRACT MNT-IMPUTE FROM MNT-A-IMPUTER
             MOVE WS-REG-DT TO QUI-DT-REGLE
             IF QUI-MNT-REGLE >= MNT-DU
               MOVE 'P' TO QUI-ST-PAIE
             ELSE
               MOVE 'A' TO QUI-ST-PAIE
             END-IF
             REWRITE EQUI
             MOVE QUI-NUM TO WS-REF-EXCED
             MOVE QUI-PERIODE TO WS-PER-EXCED
             MOVE 'O' TO WS-IMPUTE
             MOVE MNT-IMPUTE TO DISP-MNT
             STRING '  IMPUTE SUR ' QUI-MATRICUL ' PERIODE '
                    QUI-PERIODE ' QUITTANCE ' QUI-NUM ' ' DISP-MNT
                    ' ETAT ' QUI-ST-PAIE
                    DELIMITED BY SIZE INTO EANL
             PERFORM ECRIRE-ANL
           END-IF
           .

      * FRAIS DE RETARD ET DE REJET RESTANT DUS DU BON MATRICULE,
      * DANS L'ORDRE DES PERIODES, COMME TPPRJ14.
       IMPUTER-FRAIS.
           MOVE 'N' TO WS-FIN-RLS
           MOVE WS-MAT-BON TO RLS-MATRICUL
           MOVE 0 TO RLS-PERIODE
           START RELSTA KEY IS NOT LESS THAN RLS-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-RLS
           END-START
           PERFORM UNTIL WS-FIN-RLS = 'O' OR MNT-A-IMPUTER = 0
             READ RELSTA NEXT
               AT END MOVE 'O' TO WS-FIN-RLS
             END-READ
             IF WS-FIN-RLS NOT = 'O'
               IF RLS-MATRICUL NOT = WS-MAT-BON
                 MOVE 'O' TO WS-FIN-RLS
               ELSE
                 PERFORM IMPUTER-FRAIS-PERIODE
               END-IF
             END-IF
           END-PERFORM
           .

       IMPUTER-FRAIS-PERIODE.
           MOVE 0 TO MNT-FRAIS-DUS
           IF RLS-FRAIS IS NUMERIC
             ADD RLS-FRAIS TO MNT-FRAIS-DUS
           END-IF
           IF RLS-FRAIS-REJ IS NUMERIC
             ADD RLS-FRAIS-REJ TO MNT-FRAIS-DUS
           END-IF
           IF RLS-FRAIS-PAYE IS NUMERIC
             SUBTRACT RLS-FRAIS-PAYE FROM MNT-FRAIS-DUS
           ELSE
             MOVE 0 TO RLS-FRAIS-PAYE
           END-IF
           IF MNT-FRAIS-DUS > 0
             IF MNT-FRAIS-DUS > MNT-A-IMPUTER
               MOVE MNT-A-IMPUTER TO MNT-IMPUTE
             ELSE
               MOVE MNT-FRAIS-DUS TO MNT-IMPUTE
             END-IF
             ADD MNT-IMPUTE TO RLS-FRAIS-PAYE
             SUBTRACT MNT-IMPUTE FROM MNT-A-IMPUTER
             ADD MNT-IMPUTE TO MNT-FRAIS-REGLE
             REWRITE EREL-ST
             PERFORM TEST-STAT-RLS
             MOVE MNT-IMPUTE TO DISP-MNT
             STRING '  FRAIS DE ' RLS-MATRICUL ' PERIODE ' RLS-PERIODE
                    ' REGLES ' DISP-MNT
                    DELIMITED BY SIZE INTO EANL
             PERFORM ECRIRE-ANL
           END-IF
           .

       CREDITER-EXCEDENT.
           MOVE WS-MAT-BON TO CRD-MATRICUL
           READ CREDIT
             INVALID KEY
               MOVE ALL SPACE TO ECRD
               MOVE WS-MAT-BON TO CRD-MATRICUL
               MOVE 0 TO CRD-SOLDE
               MOVE 0 TO CRD-TOT-CREDIT
               MOVE 0 TO CRD-TOT-DEBIT
           END-READ
           ADD MNT-A-IMPUTER TO CRD-SOLDE
           ADD MNT-A-IMPUTER TO CRD-TOT-CREDIT
           MOVE WS-DT-JOUR TO CRD-DT-MAJ
           WRITE ECRD
             INVALID KEY REWRITE ECRD
           END-WRITE
           MOVE ALL SPACE TO ECRJ
           MOVE WS-MAT-BON TO CRJ-MATRICUL
           MOVE WS-DT-JOUR TO CRJ-DT
           MOVE 'E' TO CRJ-NATURE
           MOVE MNT-A-IMPUTER TO CRJ-MNT
           MOVE 'TPPRJ75' TO CRJ-PROG
           MOVE WS-REF-EXCED TO CRJ-REF
           MOVE WS-PER-EXCED TO CRJ-PERIODE
           WRITE ECRJ
           MOVE MNT-A-IMPUTER TO DISP-MNT
           STRING '  EXCEDENT PORTE AU COMPTE CREDIT DE ' WS-MAT-BON
                  '  ' DISP-MNT
                  DELIMITED BY SIZE INTO EANL
           PERFORM ECRIRE-ANL
           .

       JOURNALISER-REIMPUTATION.
           MOVE ALL SPACE TO EPJR
           MOVE WS-MAT-BON TO PJR-MATRICUL
           MOVE WS-REG-DT TO PJR-DT
           MOVE WS-REG-MNT TO PJR-MNT
           MOVE WS-REG-REM TO PJR-NO-REM
           MOVE WS-DT-JOUR TO PJR-DT-IMP
           MOVE 'R' TO PJR-SENS
           MOVE WS-MAT-FAUX TO PJR-ORIG-MAT
           MOVE WS-REG-DT-IMP TO PJR-ORIG-DT-IMP
           MOVE WS-OPE-ID TO PJR-OPID
           MOVE MNT-FRAIS-REGLE TO PJR-FRAIS
           WRITE EPJR
           .

      * LA RE-IMPUTATION QUI SOLDE LE DERNIER ARRIERE D'UNE POLICE
      * SUSPENDUE LA REINTEGRE COMME TPPRJ14.
       CONTROLER-REINTEGRATION.
           MOVE WS-MAT-BON TO SUS-MATRICUL
           READ SUSPEN
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE WS-MAT-BON TO WS-MAT-ARR
               PERFORM VERIFIER-ARRIERES
               IF WS-ARRIERES = 'N'
                 PERFORM REINTEGRER-POLICE
               END-IF
           END-READ
           .

       REINTEGRER-POLICE.
           MOVE WS-MAT-BON TO MATRICUL
           READ ASSUR
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF ASUR-BM = 'S'
                 MOVE EASR TO WS-EASR-AVANT
                 MOVE SUS-BM-AV TO ASUR-BM
                 MOVE SUS-TAUX-AV TO ASUR-TAUX
                 REWRITE EASR
                 MOVE 'M' TO WS-JRN-OPER
                 PERFORM ECRIRE-JRNA
                 DELETE SUSPEN
                 MOVE 'O' TO WS-REINT-BON
                 STRING '  POLICE ' MATRICUL ' ' NOM-CLIENT
                        ' REINTEGREE - ARRIERES SOLDES'
                        DELIMITED BY SIZE INTO EANL
                 PERFORM ECRIRE-ANL
               END-IF
           END-READ
           .

       ECRIRE-JRNA.
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ75' TO JRN-PROG
           MOVE WS-OPE-ID TO JRN-OPID
           MOVE SPACE TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE WS-JRN-OPER TO JRN-OPER
           MOVE MATRICUL TO JRN-MATRICUL
           MOVE WS-EASR-AVANT TO JRN-AVANT
           MOVE EASR TO JRN-APRES
           WRITE EJRNA
           .

      * EDITION POUR LA COMPTABILITE : UNE ENTETE PAR SESSION, PUIS
      * PAR ANNULATION L'OPERATEUR, LE REGLEMENT, LES DEUX POLICES
      * ET LE MOTIF ; LE DETAIL DES REPRISES ET IMPUTATIONS SUIT.
       EDITER-ENTETE-ANNULATION.
           IF WS-ENTETE-FAITE = 'N'
             MOVE ALL '=' TO EANL
             PERFORM ECRIRE-ANL
             STRING 'API75   ANNULATIONS ET RE-IMPUTATIONS DE'
                    ' REGLEMENTS - ' DAT(1:10)
                    DELIMITED BY SIZE INTO EANL
             PERFORM ECRIRE-ANL
             MOVE ALL '=' TO EANL
             PERFORM ECRIRE-ANL
             MOVE 'O' TO WS-ENTETE-FAITE
           END-IF
           STRING DAT(1:10) ' ' TIM(1:2) 'H' TIM(3:2)
                  '  OPERATEUR ' WS-OPE-ID
                  DELIMITED BY SIZE INTO EANL
           PERFORM ECRIRE-ANL
           MOVE WS-REG-MNT TO DISP-MNT
           STRING 'REGLEMENT DU ' WS-REG-DT ' ' DISP-MNT
                  ' REMISE ' WS-REG-REM ' IMPUTE LE ' WS-REG-DT-IMP
                  DELIMITED BY SIZE INTO EANL
           PERFORM ECRIRE-ANL
           STRING 'DEBITE A TORT : ' WS-MAT-FAUX ' ' WS-NOM-FAUX
                  DELIMITED BY SIZE INTO EANL
           PERFORM ECRIRE-ANL
           STRING 'A CREDITER    : ' WS-MAT-BON ' ' WS-NOM-BON
                  DELIMITED BY SIZE INTO EANL
           PERFORM ECRIRE-ANL
           STRING 'MOTIF         : ' WS-MOTIF
                  DELIMITED BY SIZE INTO EANL
           PERFORM ECRIRE-ANL
           .

       ECRIRE-ANL.
           WRITE EANL
           MOVE ALL SPACE TO EANL
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             MOVE PRM-CTL-CLE TO WS-CTL-CLE
           END-IF
           .

       AUTORISER-CHOIX.
           IF WS-CHOIX = 'A'
             MOVE WS-CHOIX TO WS-OPE-CODE
             MOVE 'D' TO WS-OPE-ACTION
             MOVE SPACE TO WS-OPE-OBJET
             PERFORM CONTROLER-DROIT
             IF WS-OPE-ETAT NOT = 'O'
               MOVE 'R' TO WS-CHOIX
             END-IF
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
             DISPLAY 'ERREUR FICHIER QUITTANCES ' WS-QUI
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-CRD.
           IF WS-CRD NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER COMPTE CREDIT ' WS-CRD
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-SUS.
           IF WS-SUS NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER SUSPENSIONS ' WS-SUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RLS.
           IF WS-RLS NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ETAT DE RELANCE ' WS-RLS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-PJR.
           IF WS-PJR NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL DES IMPUTATIONS ' WS-PJR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-CRJ.
           IF WS-CRJ NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL CREDIT ' WS-CRJ
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-JRN.
           IF WS-JRN NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL ASSURE ' WS-JRN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ANL.
           IF WS-ANL NOT = '00'
             DISPLAY 'ERREUR FICHIER LISTE DES ANNULATIONS ' WS-ANL
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * L'OPERATEUR SIGNE AVANT TOUT TRAITEMENT (OPECHK) ET LE
      * PROGRAMME DOIT FIGURER DANS SON PROFIL.
       CONTROLER-OPERATEUR.
           MOVE 'S' TO WS-OPE-ACTION
           MOVE SPACE TO WS-OPE-CODE
           MOVE SPACE TO WS-OPE-OBJET
           PERFORM APPEL-OPECHK
           IF WS-OPE-ETAT NOT = 'O'
             DISPLAY 'SIGNATURE REFUSEE - LANCEMENT REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

      * L'APPELANT POSE WS-OPE-CODE (ACTION DU MENU), WS-OPE-OBJET
      * ET WS-OPE-ACTION : D, OU X POUR UNE ACTION PRIVILEGIEE QUI
      * EST ALORS TRACEE AU JOURNAL DE SECURITE.
       CONTROLER-DROIT.
           PERFORM APPEL-OPECHK
           IF WS-OPE-ETAT NOT = 'O'
             DISPLAY 'ACTION ' WS-OPE-CODE ' NON AUTORISEE POUR'
                     ' VOTRE PROFIL'
           END-IF
           .

       APPEL-OPECHK.
           CALL SOUSPROG-OPE USING WS-OPE-ACTION WS-OPE-PROG
                WS-OPE-CODE WS-OPE-OBJET WS-OPE-ETAT WS-OPE-ID
                WS-OPE-AGC
           .
