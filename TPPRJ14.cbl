      *       OUVERTE PART SUR LE FICHIER DE REJETS PAIREJ (DESSIN
      *       PREJREC), RECYCLABLE PAR TPPRJ44 COMME TPPRJ23 LE
      *       FAIT POUR LES MOUVEMENTS.
      *       LE REGLEMENT OU L'IMPUTATION DE CREDIT QUI SOLDE LE
      *       DERNIER ARRIERE D'UNE POLICE SUSPENDUE POUR IMPAYE
      *       (TPPRJ51) LA REINTEGRE AUTOMATIQUEMENT : LE
      *       BONUS-MALUS D'ORIGINE EST RESTAURE DEPUIS LA FICHE
      *       SUSPEN, LA BASCULE EST JOURNALISEE SUR JRNA.
      *       PRODUIT ENSUITE LA BALANCE AGEE DES IMPAYES (TRANCHES
      *       30/60/90 JOURS) SUR LST : LE RETARD EST COMPTE EN
      *       JOURS SUR L'ECHEANCE REELLE DE LA QUITTANCE
      *       DE SUSPENSION PART SUR LE FICHIER SUSPROP POUR REVUE
      *       PAR LE BACK OFFICE. UN NIVEAU DEJA NOTIFIE N'EST
      *       JAMAIS RENVOYE : FINI LA MEME LETTRE A CHAQUE PASSAGE.
      *       UN REGLEMENT NE GONFLE PLUS UNE QUITTANCE AU-DELA DE
      *       SON DU : IL SOLDE LA PLUS ANCIENNE QUITTANCE OUVERTE,
      *       LE RESTE PASSE SUR LES SUIVANTES, PUIS SUR LES FRAIS
      *       DE RETARD ET DE REJET RESTANT DUS (RELSTA, PART PORTEE
      *       SUR PAIJRN) ; UN REGLEMENT SANS QUITTANCE OUVERTE QUI
      *       SOLDE DES FRAIS EST DONC IMPUTE. L'EXCEDENT FINAL
      *       EST PORTE AU COMPTE CREDIT DU CLIENT (FICHIER CREDIT,
      *       MOUVEMENT E SUR LE JOURNAL CRDJRN). APRES LA REMISE,
      *       TOUT SOLDE CREDITEUR (EXCEDENTS, AVOIRS DE TPPRJ30)
      *       EST IMPUTE SUR LES QUITTANCES OUVERTES DU CLIENT
      *       (MOUVEMENT I) ; CE QUI RESTE ATTEND LE PASSAGE DE
      *       REMBOURSEMENT TPPRJ59. UNE QUITTANCE EN PRELEVEMENT
      *       (ETAT E) N'EST PAS SOLDEE PAR LE CREDIT : LA BANQUE
      *       LA DEBITE DEJA. UNE QUITTANCE DONT LE PRELEVEMENT A
      *       ETE REJETE (RETOURS TPPRJ60) EST RELANCEE COMME LES
      *       AUTRES ; SON COURRIER RAPPELLE LE REJET, SON MOTIF
      *       BANCAIRE ET LES FRAIS DE REJET.
      *       UNE IMPUTATION ANNULEE PAR TPPRJ75 (SENS A SUR PAIJRN)
      *       NE BLOQUE PLUS LE MEME REGLEMENT COMME DOUBLE SUR SON
      *       MATRICULE ; CHAQUE IMPUTATION PORTE L'OPERATEUR.
      *       UNE QUITTANCE PASSEE AU CONTENTIEUX (ETAT C, TPPRJ76)
      *       N'EST PLUS UNE CREANCE CLIENT : ELLE SORT DE LA
      *       BALANCE AGEE ET DE LA RELANCE, ET NE RECOIT PLUS NI
      *       REGLEMENT NI CREDIT (LE RECOUVREMENT EST AU CABINET).
      *       LE PASSAGE EST REPRENABLE (FICHIER CKP14, DESSIN
      *       CKFREC) : UN POINT TOUS LES PRM-FRQ-CKPT ARTICLES
      *       DANS CHACUNE DES TROIS PHASES (REMISE, CREDITS,
      *       BALANCE AGEE), AVEC LES CUMULS ET LES LIGNES DEJA
      *       ECRITES SUR LST ET PAIREJ. APRES UN ARRET, LE
      *       LANCEMENT SUIVANT SUR LA MEME REMISE REPART DU
      *       DERNIER POINT (LA REMISE N'EST PAS REFUSEE COMME DEJA
      *       TRAITEE) ; UNE AUTRE REMISE EST REFUSEE TANT QUE LA
      *       REPRISE N'EST PAS FAITE. LES REGLEMENTS IMPUTES ENTRE
      *       LE DERNIER POINT ET L'ARRET SONT RECONNUS SUR PAIJRN
      *       ET COMPTES COMME IMPUTES, SANS REJET EN DOUBLE.
      *       UN REGLEMENT DATE D'UN MOIS COMPTABLE CLOS (FICHIER
      *       PERCPT, CLOTURE TPPRJ85) EST COMPTABILISE SUR LA
      *       PREMIERE PERIODE OUVERTE (SOUS-PROGRAMME PERCHK) : LA
      *       DATE DE REGLEMENT PORTEE SUR LA QUITTANCE EST LE 1ER
      *       JOUR DE CETTE PERIODE, LE REPORT EST SIGNALE SUR LA
      *       LISTE. LE JOURNAL PAIJRN GARDE LA DATE DU REGLEMENT,
      *       QUI SERT A RECONNAITRE LES DOUBLES.
      *       CHAQUE NIVEAU DE RELANCE ET CHAQUE REINTEGRATION EST
      *       AUSSI NOTIFIE AU CLIENT PAR COURRIEL OU SMS QUAND IL
      *       L'A ACCEPTE (PREFERENCES CONTACT, SOUS-PROGRAMME
      *       NTFSND) ; LE RAPPEL DES NIVEAUX 1 ET 2 NOTIFIE ALORS
      *       NE PART PLUS SUR REL. LA MISE EN DEMEURE RESTE TOUJOURS
      *       UN COURRIER. UN ECHEC DE REMISE RENVOYE PAR LA
      *       PASSERELLE REVIENT EN AVIS PAPIER (TPPRJ91).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS  WS-SUS.
           SELECT JRNA   ASSIGN JRNA
             FILE STATUS  WS-JRN.
           SELECT CREDIT ASSIGN CREDIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CRD-MATRICUL
             FILE STATUS  WS-CRD.
           SELECT CRDJRN ASSIGN CRDJRN
             FILE STATUS  WS-CRJ.
           SELECT CKP14  ASSIGN CKP14
             FILE STATUS  WS-CKP.
           SELECT TRAV   ASSIGN TRAV
             FILE STATUS  WS-TRV.

       DATA DIVISION.
       FILE SECTION.
           COPY SUSPREC.
       FD  JRNA RECORDING F.
           COPY JRNAREC.
       FD  CREDIT RECORDING F.
           COPY CRDREC.
       FD  CRDJRN RECORDING F.
           COPY CRJREC.
       FD  SUSPROP RECORDING F.
       01  ESPP.
           05 SPP-MATRICUL   PIC 9(6).
           05 SPP-JOURS      PIC 9(5).
           05 SPP-DT         PIC 9(8).
           05 FILLER         PIC X(47).
       FD  CKP14 RECORDING F.
           COPY CKFREC.
       FD  TRAV RECORDING F.
       01  ETRAV             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PAI         PIC XX.
       77  WS-PRJ         PIC XX.
       77  WS-SUS         PIC XX.
       77  WS-JRN         PIC XX.
       77  WS-CRD         PIC XX.
       77  WS-CRJ         PIC XX.
       77  WS-CKP         PIC XX.
       77  WS-TRV         PIC XX.
       77  WS-SUSPEN-OUV  PIC X      VALUE 'N'.
       77  NB-REINTEGREES PIC 9(6)   VALUE 0.
       77  WS-ARRIERES    PIC X      VALUE 'N'.
      * POLICE CONTROLEE POUR REINTEGRATION : MATRICULE DU REGLEMENT
      * (PHASE 1) OU DU COMPTE CREDIT (PHASE 2).
       77  WS-MAT-REINT   PIC 9(6)   VALUE 0.
       77  WS-FIN-ARR     PIC X      VALUE 'N'.
       77  WS-JRN-OPER    PIC X.
       77  WS-EASR-AVANT  PIC X(80).
              10 IMP-MAT  PIC 9(6).
              10 IMP-DT   PIC 9(8).
              10 IMP-MNT  PIC 9(5)V99.
              10 IMP-REM  PIC 9(6).
      * POINT DE REPRISE (CKP14) : FREQUENCE, PHASE DE DEPART ET
      * POSITION DANS LA PHASE. NB-IMP-CHARGES = POSTES VENUS DE
      * PAIJRN AU LANCEMENT : A LA REPRISE, UN REGLEMENT DE LA
      * REMISE TROUVE PARMI EUX A ETE IMPUTE AVANT L'ARRET.
       77  NB-IMP-CHARGES PIC 9(4)   VALUE 0.
       77  WS-FRQ-CKPT    PIC 9(3)   VALUE 050.
       77  WS-CKPT-DIV    PIC 9(6).
       77  WS-CKPT-MOD    PIC 9(3).
       77  WS-REPRISE     PIC X      VALUE 'N'.
           88 REPRISE-CKPT           VALUE 'O'.
       77  WS-PHASE       PIC X      VALUE '1'.
       77  WS-NB-SAUT     PIC 9(6)   VALUE 0.
       77  NB-SAUTES      PIC 9(6)   VALUE 0.
       77  NB-CRD-LUS     PIC 9(6)   VALUE 0.
       77  NB-QUI-LUS     PIC 9(6)   VALUE 0.
       77  NB-LGN-LST     PIC 9(6)   VALUE 0.
       77  NB-PAIE-AVT    PIC 9(6)   VALUE 0.
       77  WS-NB-COPIE    PIC 9(6)   VALUE 0.
       77  WS-NB-GARDE    PIC 9(6)   VALUE 0.
       01  WS-CKF-DERNIER PIC X(250) VALUE SPACE.
       77  NB-IMPAYES     PIC 9(6)   VALUE 0.
       77  NB-RELANCES    PIC 9(6)   VALUE 0.
       77  NB-REL-NIV1    PIC 9(6)   VALUE 0.
       77  WS-DT-JOUR     PIC 9(8)   VALUE 0.
       77  WS-LIB-NIVEAU  PIC X(30).
       77  DISP-FRAIS     PIC ZZ9,99.
       77  WS-LIB-MREJ    PIC X(25).
       77  WS-FIN-QUI     PIC X      VALUE 'N'.
           88 FIN-QUI                VALUE 'O'.
       77  WS-IMPUTE      PIC X      VALUE 'N'.
       77  DISP-MNT       PIC Z(5)9,99.
       77  DISP-TOT       PIC Z(6)9,99.
       77  DISP-CPT       PIC ZZZZZ9.
      * COMPTE CREDIT CLIENT : EXCEDENTS DE REGLEMENT ET IMPUTATION
      * DES SOLDES CREDITEURS SUR LES QUITTANCES OUVERTES.
       01  MNT-A-IMPUTER  PIC 9(7)V99 COMP-3.
       01  MNT-IMPUTE     PIC 9(7)V99 COMP-3.
       01  MNT-RESTE-QUI  PIC S9(7)V99 COMP-3.
       77  NB-EXCEDENTS   PIC 9(6)   VALUE 0.
       77  NB-IMP-CREDIT  PIC 9(6)   VALUE 0.
       01  TOT-EXCEDENT   PIC 9(7)V99 VALUE 0.
       01  TOT-IMP-CREDIT PIC 9(7)V99 VALUE 0.
       77  WS-FIN-CRD     PIC X      VALUE 'N'.
           88 FIN-CRD                VALUE 'O'.
      * DERNIERE QUITTANCE EFFECTIVEMENT IMPUTEE PAR LE REGLEMENT OU
      * LE CREDIT EN COURS : SA REFERENCE VA SUR LE MOUVEMENT
      * D'EXCEDENT, SON ETAT DECIDE DE LA REINTEGRATION (LE TAMPON
      * QUIT EST ALORS SUR L'ARTICLE QUI A ARRETE LE PARCOURS).
       01  WS-DER-QUI-NUM PIC 9(8)   VALUE 0.
       01  WS-DER-QUI-PER PIC 9(6)   VALUE 0.
       77  WS-DER-ST-PAIE PIC X      VALUE SPACE.
      * FRAIS DE RETARD ET DE REJET RESTANT DUS (RELSTA), SOLDES PAR
      * L'EXCEDENT DU REGLEMENT AVANT LE COMPTE CREDIT.
       01  MNT-FRAIS-DUS  PIC S9(5)V99 COMP-3.
       01  MNT-FRAIS-REGLE PIC 9(5)V99 COMP-3.
       77  WS-FIN-RLS     PIC X      VALUE 'N'.
       77  NB-FRAIS-REGLES PIC 9(6)  VALUE 0.
           COPY PARMREC.
           COPY MOTIFREJ.
       77  SOUSPROG-PCK   PIC X(8) VALUE 'PERCHK'.
           COPY PERCZON.
       77  WS-DT-REGLE-CPT PIC 9(8)  VALUE 0.
       77  NB-PER-REPORT  PIC 9(6)   VALUE 0.
      * NOTIFICATIONS ELECTRONIQUES AU CLIENT (NTFSND).
       77  SOUSPROG-NTF   PIC X(8) VALUE 'NTFSND'.
           COPY NTFZON.
       77  NB-REL-ELEC    PIC 9(6)   VALUE 0.
       77  NB-AVIS-REINT  PIC 9(6)   VALUE 0.
       77  WS-MENTION-REJ PIC X(14).

      * OPERATEUR DU LANCEMENT (OPECHK), PORTE SUR CHAQUE
      * ECRITURE DE JOURNAL : BATCH QUAND PERSONNE N'EST SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'Q'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ14'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM LIRE-DERNIER-CKP14
           PERFORM CONTROLER-REMISE
           PERFORM CHARGER-PAIJRN
           OPEN INPUT PAIE
           OPEN I-O   QUIT
           OPEN I-O   ASSUR
      * A LA REPRISE, LST ET PAIREJ SONT RAMENES AU DERNIER POINT ;
      * LES COURRIERS ET PROPOSITIONS DEJA EMIS RESTENT ACQUIS
      * (RELSTA EN GARDE LA TRACE) ET LA SUITE LEUR EST AJOUTEE.
           IF REPRISE-CKPT
             MOVE CKF-NB-LGN-1 TO WS-NB-GARDE
             PERFORM TRONQUER-LST
             MOVE CKF-NB-LGN-2 TO WS-NB-GARDE
             PERFORM TRONQUER-PAIREJ
             OPEN EXTEND REL
             OPEN EXTEND SUSPROP
           ELSE
             OPEN OUTPUT LST
             OPEN OUTPUT REL
             OPEN OUTPUT SUSPROP
             OPEN OUTPUT PAIREJ
           END-IF
           OPEN I-O RELSTA
           IF WS-RLS = '35'
             OPEN OUTPUT RELSTA
           END-IF
           OPEN EXTEND PAIJRN
           IF WS-PJR = '35'
             OPEN OUTPUT PAIJRN
           END-IF
           OPEN I-O SUSPEN
           IF WS-SUS = '00'
             MOVE 'O' TO WS-SUSPEN-OUV
           END-IF
           OPEN EXTEND JRNA
           OPEN I-O CREDIT
           IF WS-CRD = '35'
             OPEN OUTPUT CREDIT
             CLOSE CREDIT
             OPEN I-O CREDIT
           END-IF
           OPEN EXTEND CRDJRN
           IF WS-CRJ = '35'
             OPEN OUTPUT CRDJRN
           END-IF
           PERFORM TEST-STAT-JRN
           PERFORM TEST-STAT-CRD
           PERFORM TEST-STAT-CRJ
           PERFORM TEST-STAT-PJR
           PERFORM TEST-STAT-PRJ
           PERFORM TEST-STAT-PAI
           PERFORM TEST-STAT-RLS
           PERFORM TEST-STAT-SPP
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           PERFORM IDENTIFIER-OPERATEUR
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           MOVE DAT(7:4) TO WS-AA-JOUR
           MOVE DAT(1:2) TO WS-JJ-CAL
           COMPUTE WS-JRS-AUJ = WS-AA-CAL * 360 + WS-MM-CAL * 30
                              + WS-JJ-CAL
           IF REPRISE-CKPT
             PERFORM RESTAURER-CKP14
           ELSE
             PERFORM IMPRIME-ENTETE
           END-IF
      * PHASE 1 : LA REMISE ; PHASE 2 : LES CREDITS ; PHASE 3 : LA
      * BALANCE AGEE. UNE REPRISE SAUTE LES PHASES DEJA TERMINEES.
           IF WS-PHASE = '1'
             PERFORM APPLIQUER-REGLEMENTS
             MOVE 'N' TO WS-REM-DEJA
             IF REPRISE-CKPT
               PERFORM CONTROLER-REMISE-DEJA
             END-IF
             IF WS-REM-DEJA = 'N'
               PERFORM ENREGISTRER-REMISE
             END-IF
             MOVE '2' TO WS-PHASE
             MOVE 0 TO NB-CRD-LUS
             MOVE 0 TO CRD-MATRICUL
             PERFORM ECRIRE-CKP14
           END-IF
           IF WS-PHASE = '2'
             PERFORM IMPUTER-CREDITS
             MOVE '3' TO WS-PHASE
             MOVE 0 TO NB-QUI-LUS
             MOVE 0 TO QUI-MATRICUL
             MOVE 0 TO QUI-PERIODE
             PERFORM ECRIRE-CKP14
           END-IF
           PERFORM BALANCE-AGEE
           PERFORM IMPRIME-PIED
           PERFORM CLORE-CKP14
           MOVE 'F' TO NTZ-ACTION
           CALL SOUSPROG-NTF USING NTZ-ZONE
           CLOSE CKP14
           CLOSE PAIE
           CLOSE QUIT
           CLOSE ASSUR
             CLOSE SUSPEN
           END-IF
           CLOSE JRNA
           CLOSE CREDIT
           CLOSE CRDJRN
           PERFORM TEST-STAT-JRN
           PERFORM TEST-STAT-PAI
           PERFORM TEST-STAT-QUI
           DISPLAY 'TPPRJ14 - RAPPROCHEMENT DES REGLEMENTS'
           DISPLAY 'REGLEMENTS LUS              : ' NB-PAIE-LUS
           DISPLAY 'REGLEMENTS IMPUTES          : ' NB-PAIE-APPL
           IF NB-PAIE-AVT > 0
             DISPLAY '  DONT IMPUTES AVANT L''ARRET : ' NB-PAIE-AVT
           END-IF
           DISPLAY 'REGLEMENTS SANS QUITTANCE   : ' NB-PAIE-SSQ
           DISPLAY 'REGLEMENTS EN DOUBLE        : ' NB-PAIE-DBL
           DISPLAY 'MATRICULES INCONNUS         : ' NB-MAT-INC
           DISPLAY 'REGLEMENTS REJETES (PAIREJ) : ' NB-PAIE-REJ
           DISPLAY 'POLICES REINTEGREES         : ' NB-REINTEGREES
           DISPLAY '  DONT AVISEES PAR NOTIF.   : ' NB-AVIS-REINT
           DISPLAY 'REPORTS DE PERIODE CLOSE    : ' NB-PER-REPORT
           DISPLAY 'FRAIS REGLES SUR EXCEDENT   : ' NB-FRAIS-REGLES
           DISPLAY 'EXCEDENTS PORTES AU CREDIT  : ' NB-EXCEDENTS
           DISPLAY 'IMPUTATIONS DU CREDIT       : ' NB-IMP-CREDIT
           DISPLAY 'QUITTANCES NON SOLDEES      : ' NB-IMPAYES
           DISPLAY 'RELANCES EMISES             : ' NB-RELANCES
           DISPLAY '  DONT NIVEAU 1             : ' NB-REL-NIV1
           DISPLAY '  DONT NIVEAU 2             : ' NB-REL-NIV2
           DISPLAY '  DONT NIVEAU 3             : ' NB-REL-NIV3
           DISPLAY '  DONT SANS COURRIER PAPIER : ' NB-REL-ELEC
           DISPLAY 'NIVEAUX DEJA NOTIFIES       : ' NB-REL-DEJA
           DISPLAY 'SUSPENSIONS PROPOSEES       : ' NB-PROP-SUSP
           GOBACK
             IF PRM-FRAIS-REL NUMERIC AND PRM-FRAIS-REL > 0
               MOVE PRM-FRAIS-REL TO WS-FRAIS-REL
             END-IF
             IF PRM-FRQ-CKPT NUMERIC AND PRM-FRQ-CKPT > 0
               MOVE PRM-FRQ-CKPT TO WS-FRQ-CKPT
             END-IF
           END-IF
           .

           END-IF
           MOVE 'O' TO WS-ENTETE-VUE
           MOVE PEN-NO-REM TO WS-NO-REMISE
           IF REPRISE-CKPT AND CKF-NO-REMISE NOT = WS-NO-REMISE
             DISPLAY 'TPPRJ14 - REPRISE EN ATTENTE SUR LA REMISE '
                     CKF-NO-REMISE ' - REMISE ' WS-NO-REMISE
                     ' REFUSEE'
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
      * LA REMISE D'UNE REPRISE PEUT DEJA FIGURER SUR REMIS SI
      * L'ARRET EST SURVENU APRES SON ENREGISTREMENT.
           MOVE 'N' TO WS-REM-DEJA
           IF NOT REPRISE-CKPT
             PERFORM CONTROLER-REMISE-DEJA
           END-IF
           IF WS-REM-DEJA = 'O'
             DISPLAY 'TPPRJ14 - REMISE ' WS-NO-REMISE
                     ' DEJA TRAITEE - FICHIER REFUSE'
      * (LA PURGE PERIODIQUE DU JOURNAL EVITE D'EN ARRIVER LA).
       CHARGER-PAIJRN.
           MOVE 0 TO NB-IMP
           MOVE 0 TO NB-IMP-CHARGES
           OPEN INPUT PAIJRN
           IF WS-PJR = '00'
             READ PAIJRN
             PERFORM UNTIL WS-PJR = '10'
               IF PJR-SENS = 'A'
                 PERFORM RETIRER-IMPUTATION-ANNULEE
               ELSE
                 IF NB-IMP < 2000
                   ADD 1 TO NB-IMP
                   MOVE PJR-MATRICUL TO IMP-MAT(NB-IMP)
                   MOVE PJR-DT TO IMP-DT(NB-IMP)
                   MOVE PJR-MNT TO IMP-MNT(NB-IMP)
                   MOVE PJR-NO-REM TO IMP-REM(NB-IMP)
                 ELSE
                   MOVE 'O' TO WS-IMP-SATURE
                 END-IF
               END-IF
               READ PAIJRN
             END-PERFORM
             CLOSE PAIJRN
           END-IF
           MOVE NB-IMP TO NB-IMP-CHARGES
           IF WS-IMP-SATURE = 'O'
             DISPLAY 'TPPRJ14 - TABLE DES IMPUTATIONS SATUREE,'
                     ' DETECTION DES DOUBLES PARTIELLE'
           END-IF
           .

      * UNE IMPUTATION ANNULEE (TPPRJ75) NE COMPTE PLUS COMME DEJA
      * APPLIQUEE SUR SON MATRICULE : LE POSTE EST NEUTRALISE.
       RETIRER-IMPUTATION-ANNULEE.
           MOVE 'N' TO WS-DUP-TROUVE
           MOVE 1 TO IX-IMP
           PERFORM UNTIL IX-IMP > NB-IMP OR DUP-TROUVE
             IF IMP-MAT(IX-IMP) = PJR-MATRICUL AND
                IMP-DT(IX-IMP) = PJR-DT AND
                IMP-MNT(IX-IMP) = PJR-MNT
               MOVE 0 TO IMP-MAT(IX-IMP)
               MOVE 'O' TO WS-DUP-TROUVE
             ELSE
               ADD 1 TO IX-IMP
             END-IF
           END-PERFORM
           MOVE 'N' TO WS-DUP-TROUVE
           .

       APPLIQUER-REGLEMENTS.
           MOVE 'N' TO WS-FIN-PAIE
           READ PAIE
                 MOVE 'O' TO WS-FIN-PAIE
               ELSE
                 IF EPAI(1:6) NOT = '000000'
                   IF NB-SAUTES < WS-NB-SAUT
                     ADD 1 TO NB-SAUTES
                     PERFORM ECARTER-DEJA-TRAITE
                   ELSE
                     ADD 1 TO NB-PAIE-LUS
                     PERFORM IMPUTER-REGLEMENT
                     DIVIDE NB-PAIE-LUS BY WS-FRQ-CKPT
                            GIVING WS-CKPT-DIV REMAINDER WS-CKPT-MOD
                     IF WS-CKPT-MOD = 0
                       PERFORM ECRIRE-CKP14
                     END-IF
                   END-IF
                 END-IF
                 READ PAIE
               END-IF
           END-PERFORM
           .

      * REGLEMENT TRAITE AVANT LE DERNIER POINT : NI REIMPUTE NI
      * RECOMPTE. SON POSTE PAIJRN EST NEUTRALISE POUR LA
      * RECONNAISSANCE DES IMPUTATIONS D'APRES LE POINT, ET UN
      * DOUBLE DE LA MEME REMISE RESTE REJETE COMME DOUBLE.
       ECARTER-DEJA-TRAITE.
           IF EPAI(1:6) IS NUMERIC
             PERFORM CONTROLE-DOUBLON-PAIE
             IF DUP-TROUVE
               MOVE 0 TO IMP-REM(IX-IMP)
             END-IF
           END-IF
           .

      * REGLEMENT IMPUTE ENTRE LE DERNIER POINT ET L'ARRET : QUIT,
      * CREDIT ET PAIJRN SONT DEJA A JOUR, IL EST COMPTE COMME
      * IMPUTE ET LISTE COMME TEL.
       RECONNAITRE-IMPUTATION.
           MOVE 0 TO IMP-REM(IX-IMP)
           ADD 1 TO NB-PAIE-APPL
           ADD 1 TO NB-PAIE-AVT
           MOVE ALL SPACE TO ELST
           STRING PAI-MATRICUL ' REGLEMENT DU ' PAI-DT
                  ' DEJA IMPUTE AVANT L''ARRET'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       CONTROLE-DOUBLON-PAIE.
           MOVE 'N' TO WS-DUP-TROUVE
           MOVE 1 TO IX-IMP
             ELSE
             PERFORM CONTROLE-DOUBLON-PAIE
             IF DUP-TROUVE
               IF REPRISE-CKPT AND IX-IMP NOT > NB-IMP-CHARGES
                  AND IMP-REM(IX-IMP) = WS-NO-REMISE
                 PERFORM RECONNAITRE-IMPUTATION
               ELSE
               ADD 1 TO NB-PAIE-DBL
               MOVE 03 TO WS-MOTIF-REJ
               PERFORM ECRIRE-PAIREJ
                      PAI-DT ') - REJETE'
                      DELIMITED BY SIZE INTO ELST
               PERFORM ECRIRE-LST
               END-IF
             ELSE
               MOVE PAI-MATRICUL TO MATRICUL
               READ ASSUR
           END-IF
           .

      * LE REGLEMENT SOLDE LES QUITTANCES OUVERTES DANS L'ORDRE, SANS
      * JAMAIS DEPASSER LE DU DE CHACUNE ; L'EXCEDENT EVENTUEL, UNE
      * FOIS TOUT SOLDE, REGLE LES FRAIS DE RETARD ET DE REJET
      * RESTANT DUS, PUIS VA AU COMPTE CREDIT DU CLIENT. UNE
      * QUITTANCE DEJA COUVERTE N'EST NI TOUCHEE NI COMPTEE.
       IMPUTER-SUR-QUITTANCE.
           MOVE 'N' TO WS-IMPUTE
           MOVE 'N' TO WS-FIN-QUI
           MOVE PAI-MNT TO MNT-A-IMPUTER
           MOVE 0 TO MNT-FRAIS-REGLE
           MOVE WS-NO-REMISE TO WS-DER-QUI-NUM
           MOVE 0 TO WS-DER-QUI-PER
           MOVE SPACE TO WS-DER-ST-PAIE
           PERFORM CONTROLER-PERIODE-REGLE
           MOVE PAI-MATRICUL TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI OR MNT-A-IMPUTER = 0
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
               IF QUI-MATRICUL NOT = PAI-MATRICUL
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF QUI-ST-PAIE NOT = 'P' AND QUI-ST-PAIE NOT = 'C'
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
                     MOVE WS-DT-REGLE-CPT TO QUI-DT-REGLE
                     IF QUI-MNT-REGLE >= MNT-DU
                       MOVE 'P' TO QUI-ST-PAIE
                     ELSE
                       MOVE 'A' TO QUI-ST-PAIE
                     END-IF
                     REWRITE EQUI
                     IF NOT REGLEMENT-IMPUTE
                       ADD 1 TO NB-PAIE-APPL
                     END-IF
                     MOVE 'O' TO WS-IMPUTE
                     MOVE QUI-NUM TO WS-DER-QUI-NUM
                     MOVE QUI-PERIODE TO WS-DER-QUI-PER
                     MOVE QUI-ST-PAIE TO WS-DER-ST-PAIE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF MNT-A-IMPUTER > 0
             PERFORM IMPUTER-SUR-FRAIS
           END-IF
           IF REGLEMENT-IMPUTE AND MNT-A-IMPUTER > 0
             PERFORM CREDITER-EXCEDENT
           END-IF
           IF NOT REGLEMENT-IMPUTE
             ADD 1 TO NB-PAIE-SSQ
             MOVE 02 TO WS-MOTIF-REJ
             PERFORM ECRIRE-LST
           ELSE
             PERFORM JOURNALISER-IMPUTATION
             MOVE PAI-MATRICUL TO WS-MAT-REINT
             PERFORM CONTROLER-REINTEGRATION
           END-IF
           .

      * DATE COMPTABLE DU REGLEMENT : SA DATE, SAUF SI SON MOIS EST
      * CLOS (1ER JOUR DE LA PREMIERE PERIODE OUVERTE).
       CONTROLER-PERIODE-REGLE.
           MOVE PAI-DT TO WS-DT-REGLE-CPT
           MOVE 'Q' TO PCK-ACTION
           MOVE PAI-DT(5:4) TO PCK-PERIODE(1:4)
           MOVE PAI-DT(3:2) TO PCK-PERIODE(5:2)
           CALL SOUSPROG-PCK USING PCK-ZONE
           IF PCK-RC = 'R'
             ADD 1 TO NB-PER-REPORT
             MOVE PCK-DT-CPT TO WS-DT-REGLE-CPT
             MOVE ALL SPACE TO ELST
             STRING PAI-MATRICUL ' REGLEMENT DU ' PAI-DT
                    ' PERIODE ' PCK-PERIODE ' CLOSE - REPORT SUR '
                    PCK-PER-CPT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

      * LE REGLEMENT OU LE CREDIT QUI SOLDE LA DERNIERE QUITTANCE
      * D'UNE POLICE SUSPENDUE POUR IMPAYE (WS-MAT-REINT) DECLENCHE
      * SA REINTEGRATION : ARRIERES
      * REVERIFIES SUR TOUT LE JOURNAL, COEFFICIENT RESTAURE DEPUIS
      * LA FICHE SUSPEN, BASCULE JOURNALISEE SUR JRNA.
       CONTROLER-REINTEGRATION.
           IF WS-SUSPEN-OUV = 'O' AND WS-DER-ST-PAIE = 'P'
             MOVE WS-MAT-REINT TO SUS-MATRICUL
             READ SUSPEN
               INVALID KEY
                 CONTINUE
       VERIFIER-ARRIERES.
           MOVE 'N' TO WS-ARRIERES
           MOVE 'N' TO WS-FIN-ARR
           MOVE WS-MAT-REINT TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-ARR
               AT END MOVE 'O' TO WS-FIN-ARR
             END-READ
             IF WS-FIN-ARR NOT = 'O'
               IF QUI-MATRICUL NOT = WS-MAT-REINT
                 MOVE 'O' TO WS-FIN-ARR
               ELSE
                 IF QUI-ST-PAIE NOT = 'P'
           .

       REINTEGRER-POLICE.
           MOVE WS-MAT-REINT TO MATRICUL
           READ ASSUR
             INVALID KEY
               CONTINUE
                 DELETE SUSPEN
                 ADD 1 TO NB-REINTEGREES
                 MOVE ALL SPACE TO ELST
                 STRING WS-MAT-REINT ' ' NOM-CLIENT
                        ' REINTEGREE - ARRIERES SOLDES'
                        DELIMITED BY SIZE INTO ELST
                 PERFORM ECRIRE-LST
                 PERFORM NOTIFIER-REINTEGRATION
               END-IF
           END-READ
           .

       NOTIFIER-REINTEGRATION.
           MOVE 'E' TO NTZ-ACTION
           MOVE 'TPPRJ14' TO NTZ-ORIG
           MOVE WS-MAT-REINT TO NTZ-MATRICUL
           MOVE 'I' TO NTZ-TYPE
           MOVE ALL SPACE TO NTZ-REF
           MOVE ALL SPACE TO NTZ-TEXTE
           STRING 'VOTRE POLICE ' WS-MAT-REINT
                  ' EST REMISE EN VIGUEUR : VOS ARRIERES SONT SOLDES.'
                  DELIMITED BY SIZE INTO NTZ-TEXTE
           CALL SOUSPROG-NTF USING NTZ-ZONE
           IF NTZ-RC = 'O'
             ADD 1 TO NB-AVIS-REINT
           END-IF
           .

       ECRIRE-JRNA.
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ14' TO JRN-PROG
           MOVE WS-OPE-ID TO JRN-OPID
           MOVE SPACE TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE WS-JRN-OPER TO JRN-OPER
           MOVE WS-MAT-REINT TO JRN-MATRICUL
           MOVE WS-EASR-AVANT TO JRN-AVANT
           MOVE EASR TO JRN-APRES
           WRITE EJRNA
           MOVE PAI-MNT TO PJR-MNT
           MOVE WS-NO-REMISE TO PJR-NO-REM
           MOVE WS-DT-IMP TO PJR-DT-IMP
           MOVE SPACE TO PJR-SENS
           MOVE 0 TO PJR-ORIG-MAT
           MOVE 0 TO PJR-ORIG-DT-IMP
           MOVE WS-OPE-ID TO PJR-OPID
           MOVE MNT-FRAIS-REGLE TO PJR-FRAIS
           WRITE EPJR
           IF NB-IMP < 2000
             ADD 1 TO NB-IMP
             MOVE PAI-MATRICUL TO IMP-MAT(NB-IMP)
             MOVE PAI-DT TO IMP-DT(NB-IMP)
             MOVE PAI-MNT TO IMP-MNT(NB-IMP)
             MOVE WS-NO-REMISE TO IMP-REM(NB-IMP)
           END-IF
           .

      * L'EXCEDENT SOLDE LES FRAIS DE RETARD ET DE REJET RESTANT
      * DUS SUR RELSTA (FACTURES MOINS DEJA REGLES), DANS L'ORDRE
      * DES PERIODES. LE REGLE EST CUMULE SUR RLS-FRAIS-PAYE ET LE
      * TOTAL DU REGLEMENT PART SUR PAIJRN (PJR-FRAIS) : LA BALANCE
      * TPPRJ58 L'ECARTE DU REGLE DES QUITTANCES. EN COMPTABILITE
      * LE REGLEMENT ENTIER CREDITE DEJA LE CLIENT (PAIJRN), QUI
      * EST DEBITE DES FRAIS PAR L'INTERFACE TPPRJ61.
      * DES FRAIS REGLES SANS QUITTANCE OUVERTE SUFFISENT A FAIRE
      * UN REGLEMENT IMPUTE.
       IMPUTER-SUR-FRAIS.
           MOVE 'N' TO WS-FIN-RLS
           MOVE PAI-MATRICUL TO RLS-MATRICUL
           MOVE 0 TO RLS-PERIODE
           START RELSTA KEY IS NOT LESS THAN RLS-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-RLS
           END-START
           PERFORM UNTIL WS-FIN-RLS = 'O' OR MNT-A-IMPUTER = 0
             READ RELSTA NEXT
               AT END MOVE 'O' TO WS-FIN-RLS
             END-READ
             IF WS-FIN-RLS NOT = 'O'
               IF RLS-MATRICUL NOT = PAI-MATRICUL
                 MOVE 'O' TO WS-FIN-RLS
               ELSE
                 PERFORM IMPUTER-FRAIS-PERIODE
               END-IF
             END-IF
           END-PERFORM
           .

       IMPUTER-FRAIS-PERIODE.
           MOVE 0 TO MNT-FRAIS-DUS
           IF RLS-FRAIS NUMERIC
             ADD RLS-FRAIS TO MNT-FRAIS-DUS
           END-IF
           IF RLS-FRAIS-REJ NUMERIC
             ADD RLS-FRAIS-REJ TO MNT-FRAIS-DUS
           END-IF
           IF RLS-FRAIS-PAYE NUMERIC
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
             IF NOT REGLEMENT-IMPUTE
               ADD 1 TO NB-PAIE-APPL
             END-IF
             MOVE 'O' TO WS-IMPUTE
             ADD 1 TO NB-FRAIS-REGLES
             MOVE MNT-IMPUTE TO DISP-MNT
             MOVE ALL SPACE TO ELST
             STRING PAI-MATRICUL ' FRAIS DE LA PERIODE ' RLS-PERIODE
                    ' REGLES ' DISP-MNT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

      * EXCEDENT DU REGLEMENT APRES SOLDE DE TOUTES LES QUITTANCES
      * OUVERTES ET DES FRAIS : PORTE AU COMPTE CREDIT, TRACE SUR
      * CRDJRN AVEC LA DERNIERE QUITTANCE IMPUTEE (LA REMISE SI LE
      * REGLEMENT N'A SOLDE QUE DES FRAIS).
       CREDITER-EXCEDENT.
           MOVE PAI-MATRICUL TO CRD-MATRICUL
           READ CREDIT
             INVALID KEY
               MOVE ALL SPACE TO ECRD
               MOVE PAI-MATRICUL TO CRD-MATRICUL
               MOVE 0 TO CRD-SOLDE
               MOVE 0 TO CRD-TOT-CREDIT
               MOVE 0 TO CRD-TOT-DEBIT
           END-READ
           ADD MNT-A-IMPUTER TO CRD-SOLDE
           ADD MNT-A-IMPUTER TO CRD-TOT-CREDIT
           MOVE WS-DT-IMP TO CRD-DT-MAJ
           WRITE ECRD
             INVALID KEY REWRITE ECRD
           END-WRITE
           MOVE ALL SPACE TO ECRJ
           MOVE PAI-MATRICUL TO CRJ-MATRICUL
           MOVE WS-DT-IMP TO CRJ-DT
           MOVE 'E' TO CRJ-NATURE
           MOVE MNT-A-IMPUTER TO CRJ-MNT
           MOVE 'TPPRJ14' TO CRJ-PROG
           MOVE WS-DER-QUI-NUM TO CRJ-REF
           MOVE WS-DER-QUI-PER TO CRJ-PERIODE
           WRITE ECRJ
           ADD 1 TO NB-EXCEDENTS
           ADD MNT-A-IMPUTER TO TOT-EXCEDENT
           MOVE MNT-A-IMPUTER TO DISP-MNT
           MOVE ALL SPACE TO ELST
           STRING PAI-MATRICUL ' EXCEDENT DE REGLEMENT ' DISP-MNT
                  ' PORTE AU COMPTE CREDIT'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

      * LES SOLDES CREDITEURS (EXCEDENTS, AVOIRS) SONT IMPUTES SUR
      * LES QUITTANCES OUVERTES DU CLIENT AVANT TOUT REMBOURSEMENT,
      * DANS L'ORDRE DES PERIODES. UNE QUITTANCE EN PRELEVEMENT
      * (ETAT E) EST LAISSEE A LA BANQUE.
      * A LA REPRISE, LE PARCOURS REPART APRES LE DERNIER COMPTE
      * DU POINT (CRD-MATRICUL POSE PAR RESTAURER-CKP14).
       IMPUTER-CREDITS.
           MOVE 'N' TO WS-FIN-CRD
           IF NB-CRD-LUS > 0
             START CREDIT KEY IS GREATER THAN CRD-MATRICUL
               INVALID KEY MOVE 'O' TO WS-FIN-CRD
             END-START
           ELSE
             MOVE 0 TO CRD-MATRICUL
             START CREDIT KEY IS NOT LESS THAN CRD-MATRICUL
               INVALID KEY MOVE 'O' TO WS-FIN-CRD
             END-START
           END-IF
           PERFORM UNTIL FIN-CRD
             READ CREDIT NEXT
               AT END MOVE 'O' TO WS-FIN-CRD
             END-READ
             IF NOT FIN-CRD
               IF CRD-SOLDE > 0
                 PERFORM IMPUTER-UN-CREDIT
               END-IF
               ADD 1 TO NB-CRD-LUS
               DIVIDE NB-CRD-LUS BY WS-FRQ-CKPT
                      GIVING WS-CKPT-DIV REMAINDER WS-CKPT-MOD
               IF WS-CKPT-MOD = 0
                 PERFORM ECRIRE-CKP14
               END-IF
             END-IF
           END-PERFORM
           .

       IMPUTER-UN-CREDIT.
           MOVE CRD-SOLDE TO MNT-A-IMPUTER
           MOVE SPACE TO WS-DER-ST-PAIE
           MOVE 'N' TO WS-FIN-QUI
           MOVE CRD-MATRICUL TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI OR MNT-A-IMPUTER = 0
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = CRD-MATRICUL
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF QUI-ST-PAIE NOT = 'P' AND QUI-ST-PAIE NOT = 'E'
                    AND QUI-ST-PAIE NOT = 'C' AND QUI-TYPE NOT = 'V'
                   PERFORM IMPUTER-CREDIT-QUITTANCE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF MNT-A-IMPUTER NOT = CRD-SOLDE
             COMPUTE MNT-IMPUTE = CRD-SOLDE - MNT-A-IMPUTER
             ADD MNT-IMPUTE TO CRD-TOT-DEBIT
             MOVE MNT-A-IMPUTER TO CRD-SOLDE
             MOVE WS-DT-IMP TO CRD-DT-MAJ
             REWRITE ECRD
             MOVE CRD-MATRICUL TO WS-MAT-REINT
             PERFORM CONTROLER-REINTEGRATION
           END-IF
           .

       IMPUTER-CREDIT-QUITTANCE.
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
             MOVE WS-DT-JOUR TO QUI-DT-REGLE
             IF QUI-MNT-REGLE >= MNT-DU
               MOVE 'P' TO QUI-ST-PAIE
             ELSE
               MOVE 'A' TO QUI-ST-PAIE
             END-IF
             REWRITE EQUI
             MOVE QUI-ST-PAIE TO WS-DER-ST-PAIE
             MOVE ALL SPACE TO ECRJ
             MOVE CRD-MATRICUL TO CRJ-MATRICUL
             MOVE WS-DT-IMP TO CRJ-DT
             MOVE 'I' TO CRJ-NATURE
             MOVE MNT-IMPUTE TO CRJ-MNT
             MOVE 'TPPRJ14' TO CRJ-PROG
             MOVE QUI-NUM TO CRJ-REF
             MOVE QUI-PERIODE TO CRJ-PERIODE
             WRITE ECRJ
             ADD 1 TO NB-IMP-CREDIT
             ADD MNT-IMPUTE TO TOT-IMP-CREDIT
             MOVE MNT-IMPUTE TO DISP-MNT
             MOVE ALL SPACE TO ELST
             STRING CRD-MATRICUL ' CREDIT ' DISP-MNT
                    ' IMPUTE SUR LA PERIODE ' QUI-PERIODE
                    ' ETAT ' QUI-ST-PAIE
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

      * REPRISE EN COURS DE BALANCE : L'ENTETE EST DEJA SUR LST ET
      * LE PARCOURS REPART APRES LA DERNIERE QUITTANCE DU POINT.
       BALANCE-AGEE.
           MOVE 'N' TO WS-FIN-QUI
           IF NB-QUI-LUS > 0
             MOVE CKF-MATRICUL TO QUI-MATRICUL
             MOVE CKF-PERIODE TO QUI-PERIODE
             START QUIT KEY IS GREATER THAN QUI-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-QUI
             END-START
           ELSE
             MOVE ALL SPACE TO ELST
             PERFORM ECRIRE-LST
             MOVE ALL SPACE TO ELST
             STRING 'BALANCE AGEE DES QUITTANCES NON SOLDEES'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             MOVE ALL SPACE TO ELST
             STRING ALL '-' DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             MOVE 0 TO QUI-MATRICUL
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
               IF QUI-ST-PAIE NOT = 'P' AND QUI-ST-PAIE NOT = 'C'
                 PERFORM VENTILER-IMPAYE
               END-IF
               ADD 1 TO NB-QUI-LUS
               DIVIDE NB-QUI-LUS BY WS-FRQ-CKPT
                      GIVING WS-CKPT-DIV REMAINDER WS-CKPT-MOD
               IF WS-CKPT-MOD = 0
                 PERFORM ECRIRE-CKP14
               END-IF
             END-IF
           END-PERFORM
           .
               MOVE 0 TO RLS-DT-NIV2
               MOVE 0 TO RLS-DT-NIV3
               MOVE 0 TO RLS-FRAIS
               MOVE 0 TO RLS-FRAIS-NIV2
               MOVE 0 TO RLS-FRAIS-NIV3
               MOVE 0 TO RLS-FRAIS-PAYE
           END-READ
           IF WS-NIV-CIBLE > RLS-NIVEAU
             MOVE WS-NIV-CIBLE TO RLS-NIVEAU
               WHEN 2
                 MOVE WS-DT-JOUR TO RLS-DT-NIV2
                 ADD WS-FRAIS-REL TO RLS-FRAIS
                 MOVE WS-FRAIS-REL TO RLS-FRAIS-NIV2
                 ADD 1 TO NB-REL-NIV2
                 MOVE 'RAPPEL AVEC FRAIS DE RETARD' TO WS-LIB-NIVEAU
               WHEN 3
                 MOVE WS-DT-JOUR TO RLS-DT-NIV3
                 ADD WS-FRAIS-REL TO RLS-FRAIS
                 MOVE WS-FRAIS-REL TO RLS-FRAIS-NIV3
                 ADD 1 TO NB-REL-NIV3
                 MOVE 'MISE EN DEMEURE' TO WS-LIB-NIVEAU
             END-EVALUATE
           .

      * UN COURRIER PAR NIVEAU, DISTINCT : LE LIBELLE DU NIVEAU ET,
      * A PARTIR DU NIVEAU 2, LE CUMUL DES FRAIS DE RETARD. LE
      * RAPPEL NOTIFIE ELECTRONIQUEMENT NE PART PAS SUR REL, SAUF
      * LA MISE EN DEMEURE.
       ECRIRE-RELANCE.
           MOVE RLS-FRAIS TO DISP-FRAIS
           PERFORM NOTIFIER-RELANCE
           IF NTZ-RC = 'O' AND WS-NIV-CIBLE < 3
             ADD 1 TO NB-REL-ELEC
           ELSE
             PERFORM ECRIRE-COURRIER-RELANCE
           END-IF
           ADD 1 TO NB-RELANCES
           .

       ECRIRE-COURRIER-RELANCE.
           MOVE QUI-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
               END-IF
           END-READ
           WRITE EREL
           IF RLS-MOTIF-REJ NOT = SPACE
             PERFORM ECRIRE-RAPPEL-REJET
           END-IF
           .

      * LE TEXTE DE LA NOTIFICATION REPREND CELUI DU COURRIER ; LE
      * REJET DE PRELEVEMENT Y EST SIGNALE SANS SON MOTIF.
       NOTIFIER-RELANCE.
           MOVE 'E' TO NTZ-ACTION
           MOVE 'TPPRJ14' TO NTZ-ORIG
           MOVE QUI-MATRICUL TO NTZ-MATRICUL
           MOVE 'R' TO NTZ-TYPE
           MOVE ALL SPACE TO NTZ-REF
           MOVE QUI-PERIODE TO NTZ-REF(1:6)
           MOVE WS-NIV-CIBLE TO NTZ-REF(8:1)
           IF RLS-MOTIF-REJ NOT = SPACE
             MOVE ' - PRLV REJETE' TO WS-MENTION-REJ
           ELSE
             MOVE SPACE TO WS-MENTION-REJ
           END-IF
           MOVE ALL SPACE TO NTZ-TEXTE
           EVALUATE WS-NIV-CIBLE
             WHEN 1
               STRING 'RAPPEL : POLICE ' QUI-MATRICUL
                      ' PERIODE ' QUI-PERIODE ' RESTE DU ' DISP-MNT
                      ' EUR, RETARD ' DISP-JOURS ' J' WS-MENTION-REJ
                      DELIMITED BY SIZE INTO NTZ-TEXTE
             WHEN 2
               STRING 'RAPPEL AVEC FRAIS : POLICE ' QUI-MATRICUL
                      ' PERIODE ' QUI-PERIODE ' RESTE DU ' DISP-MNT
                      ' EUR, RETARD ' DISP-JOURS ' J, FRAIS '
                      DISP-FRAIS ' EUR' WS-MENTION-REJ
                      DELIMITED BY SIZE INTO NTZ-TEXTE
             WHEN OTHER
               STRING 'MISE EN DEMEURE : POLICE ' QUI-MATRICUL
                      ' PERIODE ' QUI-PERIODE ' RESTE DU ' DISP-MNT
                      ' EUR, RETARD ' DISP-JOURS ' J, FRAIS '
                      DISP-FRAIS ' EUR' WS-MENTION-REJ
                      DELIMITED BY SIZE INTO NTZ-TEXTE
           END-EVALUATE
           CALL SOUSPROG-NTF USING NTZ-ZONE
           .

      * LIGNE COMPLEMENTAIRE DU COURRIER QUAND LE PRELEVEMENT DE LA
      * QUITTANCE A ETE REJETE PAR LA BANQUE (TPPRJ60).
       ECRIRE-RAPPEL-REJET.
           MOVE 'MOTIF BANCAIRE INCONNU' TO WS-LIB-MREJ
           SET IX-MREJ TO 1
           SEARCH MREJ-ENT
             AT END CONTINUE
             WHEN MREJ-CODE(IX-MREJ) = RLS-MOTIF-REJ
               MOVE MREJ-LIB(IX-MREJ) TO WS-LIB-MREJ
           END-SEARCH
           IF RLS-FRAIS-REJ NUMERIC
             MOVE RLS-FRAIS-REJ TO DISP-FRAIS
           ELSE
             MOVE 0 TO DISP-FRAIS
           END-IF
           MOVE ALL SPACE TO EREL
           STRING '   PRELEVEMENT REJETE LE ' RLS-DT-REJ ' : '
                  WS-LIB-MREJ ' - FRAIS DE REJET ' DISP-FRAIS
                  DELIMITED BY SIZE INTO EREL
           WRITE EREL
           .

       IMPRIME-ENTETE.
           STRING 'NOMBRE DE QUITTANCES NON SOLDEES: ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-EXCEDENT TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'EXCEDENTS PORTES AU CREDIT      : ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-IMP-CREDIT TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'CREDITS IMPUTES SUR QUITTANCES  : ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
           WRITE ELST
           ADD 1 TO NB-LGN-LST
           MOVE ALL SPACE TO ELST
           .

      * LE DERNIER POINT DE CKP14 FAIT FOI : ETAT E = PASSAGE
      * INTERROMPU, A REPRENDRE SUR LA MEME REMISE.
       LIRE-DERNIER-CKP14.
           MOVE 'N' TO WS-REPRISE
           MOVE SPACE TO WS-CKF-DERNIER
           OPEN INPUT CKP14
           IF WS-CKP = '00'
             READ CKP14
             PERFORM UNTIL WS-CKP NOT = '00'
               MOVE ECKF TO WS-CKF-DERNIER
               READ CKP14
             END-PERFORM
             CLOSE CKP14
           END-IF
           OPEN EXTEND CKP14
           IF WS-CKP = '35'
             OPEN OUTPUT CKP14
           END-IF
           PERFORM TEST-STAT-CKP
           IF WS-CKF-DERNIER NOT = SPACE
             MOVE WS-CKF-DERNIER TO ECKF
             IF CKF-ETAT = 'E'
               MOVE 'O' TO WS-REPRISE
             END-IF
           END-IF
           .

       RESTAURER-CKP14.
           MOVE CKF-PHASE TO WS-PHASE
           MOVE CKF-NB-LGN-1 TO NB-LGN-LST
           MOVE CKF-NB-PAIE-LUS TO NB-PAIE-LUS
           MOVE CKF-NB-PAIE-APPL TO NB-PAIE-APPL
           MOVE CKF-NB-PAIE-SSQ TO NB-PAIE-SSQ
           MOVE CKF-NB-PAIE-DBL TO NB-PAIE-DBL
           MOVE CKF-NB-MAT-INC TO NB-MAT-INC
           MOVE CKF-NB-PAIE-REJ TO NB-PAIE-REJ
           MOVE CKF-NB-REINTEG TO NB-REINTEGREES
           MOVE CKF-NB-EXCEDENTS TO NB-EXCEDENTS
           MOVE CKF-TOT-EXCEDENT TO TOT-EXCEDENT
           MOVE CKF-NB-IMP-CRED TO NB-IMP-CREDIT
           MOVE CKF-TOT-IMP-CRED TO TOT-IMP-CREDIT
           MOVE CKF-NB-IMPAYES TO NB-IMPAYES
           MOVE CKF-NB-RELANCES TO NB-RELANCES
           MOVE CKF-NB-REL-NIV1 TO NB-REL-NIV1
           MOVE CKF-NB-REL-NIV2 TO NB-REL-NIV2
           MOVE CKF-NB-REL-NIV3 TO NB-REL-NIV3
           MOVE CKF-NB-REL-DEJA TO NB-REL-DEJA
           MOVE CKF-NB-PROP-SUSP TO NB-PROP-SUSP
           IF CKF-NB-REL-ELEC NUMERIC
             MOVE CKF-NB-REL-ELEC TO NB-REL-ELEC
           END-IF
           MOVE CKF-TOT-COURANT TO TOT-COURANT
           MOVE CKF-TOT-030 TO TOT-030
           MOVE CKF-TOT-060 TO TOT-060
           MOVE CKF-TOT-090 TO TOT-090
           MOVE CKF-NB-PAIE-AVT TO NB-PAIE-AVT
           EVALUATE WS-PHASE
             WHEN '1'
               MOVE CKF-NB-LUS TO WS-NB-SAUT
             WHEN '2'
               MOVE CKF-NB-LUS TO NB-CRD-LUS
               MOVE CKF-MATRICUL TO CRD-MATRICUL
             WHEN OTHER
               MOVE '3' TO WS-PHASE
               MOVE CKF-NB-LUS TO NB-QUI-LUS
           END-EVALUATE
           DISPLAY 'TPPRJ14 - REPRISE DE LA REMISE ' WS-NO-REMISE
                   ' EN PHASE ' WS-PHASE ' APRES ' CKF-NB-LUS
                   ' ARTICLES'
           .

       ECRIRE-CKP14.
           MOVE ALL SPACE TO ECKF
           MOVE 'E' TO CKF-ETAT
           PERFORM REMPLIR-CKP14
           WRITE ECKF
           PERFORM TEST-STAT-CKP
           .

       CLORE-CKP14.
           MOVE ALL SPACE TO ECKF
           MOVE 'T' TO CKF-ETAT
           PERFORM REMPLIR-CKP14
           WRITE ECKF
           PERFORM TEST-STAT-CKP
           .

       REMPLIR-CKP14.
           MOVE 'TPPRJ14' TO CKF-PROG
           MOVE WS-PHASE TO CKF-PHASE
           MOVE WS-DT-IMP TO CKF-DAT
           MOVE TIM TO CKF-TIM
           EVALUATE WS-PHASE
             WHEN '1'
               MOVE NB-PAIE-LUS TO CKF-NB-LUS
               MOVE PAI-MATRICUL TO CKF-MATRICUL
               MOVE 0 TO CKF-PERIODE
             WHEN '2'
               MOVE NB-CRD-LUS TO CKF-NB-LUS
               MOVE CRD-MATRICUL TO CKF-MATRICUL
               MOVE 0 TO CKF-PERIODE
             WHEN OTHER
               MOVE NB-QUI-LUS TO CKF-NB-LUS
               MOVE QUI-MATRICUL TO CKF-MATRICUL
               MOVE QUI-PERIODE TO CKF-PERIODE
           END-EVALUATE
           MOVE 0 TO CKF-NO-QUITT
           MOVE WS-NO-REMISE TO CKF-NO-REMISE
           MOVE SPACE TO CKF-FREQ
           MOVE 0 TO CKF-MOIS-FACT
           MOVE 0 TO CKF-NO-PAGE
           MOVE 0 TO CKF-LGN-PAGE
           MOVE NB-LGN-LST TO CKF-NB-LGN-1
           MOVE NB-PAIE-REJ TO CKF-NB-LGN-2
           MOVE NB-PAIE-LUS TO CKF-NB-PAIE-LUS
           MOVE NB-PAIE-APPL TO CKF-NB-PAIE-APPL
           MOVE NB-PAIE-SSQ TO CKF-NB-PAIE-SSQ
           MOVE NB-PAIE-DBL TO CKF-NB-PAIE-DBL
           MOVE NB-MAT-INC TO CKF-NB-MAT-INC
           MOVE NB-PAIE-REJ TO CKF-NB-PAIE-REJ
           MOVE NB-REINTEGREES TO CKF-NB-REINTEG
           MOVE NB-EXCEDENTS TO CKF-NB-EXCEDENTS
           MOVE TOT-EXCEDENT TO CKF-TOT-EXCEDENT
           MOVE NB-IMP-CREDIT TO CKF-NB-IMP-CRED
           MOVE TOT-IMP-CREDIT TO CKF-TOT-IMP-CRED
           MOVE NB-IMPAYES TO CKF-NB-IMPAYES
           MOVE NB-RELANCES TO CKF-NB-RELANCES
           MOVE NB-REL-NIV1 TO CKF-NB-REL-NIV1
           MOVE NB-REL-NIV2 TO CKF-NB-REL-NIV2
           MOVE NB-REL-NIV3 TO CKF-NB-REL-NIV3
           MOVE NB-REL-DEJA TO CKF-NB-REL-DEJA
           MOVE NB-PROP-SUSP TO CKF-NB-PROP-SUSP
           MOVE NB-REL-ELEC TO CKF-NB-REL-ELEC
           MOVE TOT-COURANT TO CKF-TOT-COURANT
           MOVE TOT-030 TO CKF-TOT-030
           MOVE TOT-060 TO CKF-TOT-060
           MOVE TOT-090 TO CKF-TOT-090
           MOVE NB-PAIE-AVT TO CKF-NB-PAIE-AVT
           .

      * LST ET PAIREJ SONT RAMENES AU POINT DE REPRISE PAR RECOPIE
      * SUR TRAV DES WS-NB-GARDE PREMIERES LIGNES ; LE FICHIER
      * RESTE OUVERT EN SORTIE, PRET A ETRE CONTINUE.
       TRONQUER-LST.
           OPEN INPUT LST
           OPEN OUTPUT TRAV
           PERFORM TEST-STAT-LST
           PERFORM TEST-STAT-TRV
           MOVE 0 TO WS-NB-COPIE
           READ LST
           PERFORM UNTIL WS-LST NOT = '00'
                      OR WS-NB-COPIE NOT < WS-NB-GARDE
             MOVE ELST TO ETRAV
             WRITE ETRAV
             ADD 1 TO WS-NB-COPIE
             READ LST
           END-PERFORM
           CLOSE LST
           CLOSE TRAV
           OPEN INPUT TRAV
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           READ TRAV
           PERFORM UNTIL WS-TRV NOT = '00'
             MOVE ETRAV TO ELST
             WRITE ELST
             READ TRAV
           END-PERFORM
           CLOSE TRAV
           .

       TRONQUER-PAIREJ.
           OPEN INPUT PAIREJ
           OPEN OUTPUT TRAV
           PERFORM TEST-STAT-PRJ
           PERFORM TEST-STAT-TRV
           MOVE 0 TO WS-NB-COPIE
           READ PAIREJ
           PERFORM UNTIL WS-PRJ NOT = '00'
                      OR WS-NB-COPIE NOT < WS-NB-GARDE
             MOVE EPRJ TO ETRAV
             WRITE ETRAV
             ADD 1 TO WS-NB-COPIE
             READ PAIREJ
           END-PERFORM
           CLOSE PAIREJ
           CLOSE TRAV
           OPEN INPUT TRAV
           OPEN OUTPUT PAIREJ
           PERFORM TEST-STAT-PRJ
           READ TRAV
           PERFORM UNTIL WS-TRV NOT = '00'
             MOVE ETRAV TO EPRJ
             WRITE EPRJ
             READ TRAV
           END-PERFORM
           CLOSE TRAV
           .

       TEST-STAT-PAI.
           IF WS-PAI NOT = '00'
             DISPLAY 'ERREUR FICHIER REGLEMENTS ' WS-PAI
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
       TEST-STAT-CRJ.
           IF WS-CRJ NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL CREDIT ' WS-CRJ
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-PJR.
           IF WS-PJR NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL IMPUTATIONS ' WS-PJR
             STOP RUN
           END-IF
           .
       TEST-STAT-CKP.
           IF WS-CKP NOT = '00'
             DISPLAY 'ERREUR FICHIER POINT DE REPRISE ' WS-CKP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-TRV.
           IF WS-TRV NOT = '00'
             DISPLAY 'ERREUR FICHIER DE TRAVAIL ' WS-TRV
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-SPP.
           IF WS-SPP NOT = '00'
             DISPLAY 'ERREUR FICHIER PROPOSITIONS SUSPENSION ' WS-SPP
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
