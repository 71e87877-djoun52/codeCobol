       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ72.
      ******************************
      *  72 - SUPERVISION DES DEMANDES EN ATTENTE DE VALIDATION
      *       (VALATT, DESSIN VLDREC). LES MODIFICATIONS SENSIBLES
      *       QUI FRANCHISSENT UN SEUIL DU FICHIER PARAM (BAISSE DE
      *       PRIME OU AMELIORATION DU BONUS-MALUS DANS TPPRJ8,
      *       REINTEGRATION ANCIENNE DANS TPPRJ18, CLOTURE D'UN GROS
      *       SINISTRE DANS TPPRJ33, COEFFICIENT DE TYPE DE VEHICULE
      *       DANS TPPRJ54) Y SONT DEPOSEES AVEC LEURS IMAGES AVANT
      *       ET APRES AU LIEU D'ETRE APPLIQUEES.
      *       L = LISTE NUMEROTEE DES DEMANDES EN ATTENTE ;
      *       V = VALIDATION D'UNE DEMANDE DE LA LISTE : LES IMAGES
      *           SONT AFFICHEES, PUIS LA MODIFICATION EST APPLIQUEE
      *           AU FICHIER CONCERNE ET JOURNALISEE COMME DANS LE
      *           DIALOGUE D'ORIGINE (JRNA AVEC LE DEMANDEUR EN
      *           JRN-OPID ET LE VALIDEUR EN JRN-OPID-VAL, SINRSV
      *           POUR LE SOLDE DE LA RESERVE, PSTAT POUR LES
      *           REINTEGRATIONS). LE VALIDEUR NE PEUT ETRE LE
      *           DEMANDEUR. SI L'OBJET A CHANGE DEPUIS LA DEMANDE
      *           (IMAGE AVANT DIFFERENTE DU FICHIER), RIEN N'EST
      *           APPLIQUE ET LA DEMANDE EST REJETEE D'OFFICE ;
      *       J = REJET D'UNE DEMANDE AVEC UN MOTIF.
      *       V ET J SONT DES ACTIONS PRIVILEGIEES DU PROFIL, TRACEES
      *       AU JOURNAL DE SECURITE. LES DEMANDES TRAITEES RESTENT
      *       SUR VALATT AVEC LA DECISION, SON AUTEUR ET SA DATE.
      *       LA VALIDATION DE LA CLOTURE D'UN SINISTRE EN PERTE
      *       TOTALE RETIRE LE VEHICULE DE LA POLICE (PERTOT, COMME
      *       LA CLOTURE DIRECTE DE TPPRJ33) ET LISTE LES ACTIONS.
      *       LA CLOTURE VALIDEE EST NOTIFIEE AU CLIENT PAR COURRIEL
      *       OU SMS S'IL L'A ACCEPTE (NTFSND), COMME DANS TPPRJ33.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALATT ASSIGN VALATT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VLD-CLE
             FILE STATUS  WS-VLD.
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
           SELECT SINM   ASSIGN SINM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SINM-CLE
             FILE STATUS  WS-SNM.
           SELECT TYPVEH ASSIGN TYPVEH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY TYV-CLE
             FILE STATUS  WS-TYV.
           SELECT JRNA   ASSIGN JRNA
             FILE STATUS  WS-JRN.
           SELECT SINRSV ASSIGN SINRSV
             FILE STATUS  WS-RSV.
           SELECT PSTAT  ASSIGN PSTAT
             FILE STATUS  WS-PST.

       DATA DIVISION.
       FILE SECTION.
       FD  VALATT RECORDING F.
           COPY VLDREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  SINM RECORDING F.
           COPY SINMREC.
       FD  TYPVEH RECORDING F.
           COPY TYPVREC.
       FD  JRNA RECORDING F.
           COPY JRNAREC.
       FD  SINRSV RECORDING F.
           COPY SRSREC.
       FD  PSTAT RECORDING F.
           COPY PSTREC.

       WORKING-STORAGE SECTION.
       77  WS-VLD         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-SNM         PIC XX.
       77  WS-TYV         PIC XX.
       77  WS-JRN         PIC XX.
       77  WS-RSV         PIC XX.
       77  WS-PST         PIC XX.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  WS-CHOIX       PIC X     VALUE SPACE.
       77  WS-CONFIRM     PIC X     VALUE SPACE.
           88 CONFIRM-OUI           VALUE 'O'.
       77  WS-FIN-VLD     PIC X     VALUE 'N'.
       77  WS-TROUVE      PIC X     VALUE 'N'.
      * RESULTAT DE L'APPLICATION : O = APPLIQUEE, P = OBJET MODIFIE
      * DEPUIS LA DEMANDE (REJET D'OFFICE), E = ERREUR DE FICHIER.
       77  WS-APPLI       PIC X     VALUE SPACE.
       77  WS-DECISION    PIC X     VALUE SPACE.
       77  WS-NO-DEM      PIC 9(3)  VALUE 0.
       77  WS-RANG        PIC 9(3)  VALUE 0.
       77  NB-VALIDEES    PIC 9(5)  VALUE 0.
       77  NB-REJETEES    PIC 9(5)  VALUE 0.
       01  WS-DT-JOUR     PIC 9(8).
       01  WS-MOTIF       PIC X(30).
       01  WS-DEM-CLE     PIC X(24).
       01  DISP-MNT       PIC ZZ,ZZ9.99.
       01  DISP-COEF      PIC 9.99.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * VUES DES IMAGES AVANT / APRES SELON LE TYPE DE LA DEMANDE.
       01  WS-IMG-AV      PIC X(80).
       01  WS-ASR-AV REDEFINES WS-IMG-AV.
           05 FILLER          PIC X(6).
           05 WS-AV-NOM       PIC X(20).
           05 FILLER          PIC X(36).
           05 WS-AV-PRM-BS    PIC 9(4)V99.
           05 WS-AV-BM        PIC X.
           05 WS-AV-TAUX      PIC 99.
           05 FILLER          PIC X(9).
       01  WS-SIN-AV REDEFINES WS-IMG-AV.
           05 FILLER          PIC X(18).
           05 WS-AV-MNT       PIC 9(5)V99.
           05 WS-AV-RESERVE   PIC 9(5)V99.
           05 FILLER          PIC X(48).
       01  WS-TYV-AV REDEFINES WS-IMG-AV.
           05 WS-AV-TYV-CLE   PIC X(9).
           05 WS-AV-LIBELLE   PIC X(15).
           05 WS-AV-COEF      PIC 9V99.
           05 FILLER          PIC X(53).
       01  WS-IMG-AP      PIC X(80).
       01  WS-ASR-AP REDEFINES WS-IMG-AP.
           05 FILLER          PIC X(6).
           05 WS-AP-NOM       PIC X(20).
           05 FILLER          PIC X(36).
           05 WS-AP-PRM-BS    PIC 9(4)V99.
           05 WS-AP-BM        PIC X.
           05 WS-AP-TAUX      PIC 99.
           05 FILLER          PIC X(9).
       01  WS-SIN-AP REDEFINES WS-IMG-AP.
           05 FILLER          PIC X(18).
           05 WS-AP-MNT       PIC 9(5)V99.
           05 WS-AP-RESERVE   PIC 9(5)V99.
           05 FILLER          PIC X(32).
           05 WS-AP-PERTE-TOT PIC X.
           05 FILLER          PIC X(15).
       01  WS-TYV-AP REDEFINES WS-IMG-AP.
           05 WS-AP-TYV-CLE   PIC X(9).
           05 WS-AP-LIBELLE   PIC X(15).
           05 WS-AP-COEF      PIC 9V99.
           05 FILLER          PIC X(53).
      * REINTEGRATIONS VALIDEES PAR AGENCE (POSTE 11 = AGENCE NON
      * RENSEIGNEE), DEPOSEES SUR PSTAT COMME DANS TPPRJ18.
       01  STA-SESSION.
           05 STA-REI     OCCURS 11 PIC 9(4) VALUE 0.
       77  IX-STA         PIC 99    VALUE 0.
       77  WS-I-STA       PIC 99    VALUE 0.
       COPY AGENCES.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.

       77  SOUSPROG-VER   PIC X(8) VALUE 'VERRCHK'.
       77  WS-VER-ACTION  PIC X     VALUE 'T'.
       77  WS-VER-PROG    PIC X(8)  VALUE 'TPPRJ72'.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ72'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
      * RETRAIT DU VEHICULE D'UNE PERTE TOTALE (PERTOT).
       77  SOUSPROG-PTT   PIC X(8) VALUE 'PERTOT'.
           COPY PERTZON.
      * NOTIFICATIONS ELECTRONIQUES AU CLIENT (NTFSND).
       77  SOUSPROG-NTF   PIC X(8) VALUE 'NTFSND'.
           COPY NTFZON.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           PERFORM CONTROLER-VERROU
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           OPEN I-O VALATT
           IF WS-VLD = '35'
             OPEN OUTPUT VALATT
             CLOSE VALATT
             OPEN I-O VALATT
           END-IF
           PERFORM TEST-STAT-VLD
           OPEN I-O ASSUR
           PERFORM TEST-STAT-ASR
           OPEN I-O ARCH
           IF WS-ARC = '35'
             OPEN OUTPUT ARCH
             CLOSE ARCH
             OPEN I-O ARCH
           END-IF
           PERFORM TEST-STAT-ARC
           OPEN I-O SINM
           IF WS-SNM = '35'
             OPEN OUTPUT SINM
             CLOSE SINM
             OPEN I-O SINM
           END-IF
           PERFORM TEST-STAT-SNM
           OPEN I-O TYPVEH
           IF WS-TYV = '35'
             OPEN OUTPUT TYPVEH
             CLOSE TYPVEH
             OPEN I-O TYPVEH
           END-IF
           PERFORM TEST-STAT-TYV
           OPEN EXTEND JRNA
           PERFORM TEST-STAT-JRN
           OPEN EXTEND SINRSV
           IF WS-RSV = '35'
             OPEN OUTPUT SINRSV
           END-IF
           PERFORM TEST-STAT-RSV
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'SUPERVISION (L=LISTE V=VALIDER J=REJETER'
                     ' F=FIN) : ' WITH NO ADVANCING
             ACCEPT WS-CHOIX
             EVALUATE WS-CHOIX
               WHEN 'L' PERFORM LISTER-DEMANDES
               WHEN 'V' PERFORM TRT-VALIDER
               WHEN 'J' PERFORM TRT-REJETER
               WHEN 'F' MOVE 'O' TO FIN-PROG
               WHEN OTHER DISPLAY 'CHOIX INCONNU'
             END-EVALUATE
           END-PERFORM
           MOVE 'F' TO NTZ-ACTION
           CALL SOUSPROG-NTF USING NTZ-ZONE
           CLOSE VALATT
           CLOSE ASSUR
           CLOSE ARCH
           CLOSE SINM
           CLOSE TYPVEH
           CLOSE JRNA
           CLOSE SINRSV
           PERFORM TEST-STAT-VLD
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-ARC
           PERFORM TEST-STAT-SNM
           PERFORM TEST-STAT-TYV
           PERFORM TEST-STAT-JRN
           PERFORM TEST-STAT-RSV
           PERFORM ECRIRE-PSTAT
           DISPLAY 'DEMANDES VALIDEES : ' NB-VALIDEES
           DISPLAY 'DEMANDES REJETEES : ' NB-REJETEES
           GOBACK
           .

      * PAS DE VALIDATION PENDANT QUE LA CHAINE BATCH DETIENT LE
      * MAITRE : LE JETON D'EXECUTION (VERRCHK) EST TESTE AVANT
      * MEME D'OUVRIR LES FICHIERS.
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

      * LA LISTE EST DANS L'ORDRE DES DEMANDES (CLE DATE + HEURE) ;
      * SON NUMERO D'ORDRE DESIGNE LA DEMANDE A VALIDER OU REJETER.
       LISTER-DEMANDES.
           MOVE 0 TO WS-RANG
           MOVE 'N' TO WS-FIN-VLD
           MOVE LOW-VALUE TO VLD-CLE
           START VALATT KEY NOT < VLD-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-VLD
           END-START
           PERFORM UNTIL WS-FIN-VLD = 'O'
             READ VALATT NEXT
               AT END
                 MOVE 'O' TO WS-FIN-VLD
               NOT AT END
                 IF VLD-ST = 'A'
                   ADD 1 TO WS-RANG
                   DISPLAY WS-RANG ' ' VLD-DT-DEM ' ' VLD-TIM-DEM(1:6)
                           ' ' VLD-OPID-DEM ' ' VLD-TYPE ' '
                           VLD-PROG ' ' VLD-MATRICUL ' ' VLD-OBJET
                 END-IF
             END-READ
           END-PERFORM
           IF WS-RANG = 0
             DISPLAY 'AUCUNE DEMANDE EN ATTENTE'
           END-IF
           .

      * RECHERCHE DE LA DEMANDE EN ATTENTE DE RANG WS-NO-DEM ; ELLE
      * RESTE DANS LA ZONE ENREGISTREMENT SI WS-TROUVE = 'O'.
       CHOISIR-DEMANDE.
           MOVE 'N' TO WS-TROUVE
           DISPLAY 'NUMERO DE LA DEMANDE (LISTE L, 0 = ABANDON) : '
               WITH NO ADVANCING
           ACCEPT WS-NO-DEM
           IF WS-NO-DEM > 0
             MOVE 0 TO WS-RANG
             MOVE 'N' TO WS-FIN-VLD
             MOVE LOW-VALUE TO VLD-CLE
             START VALATT KEY NOT < VLD-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-VLD
             END-START
             PERFORM UNTIL WS-FIN-VLD = 'O'
               READ VALATT NEXT
                 AT END
                   MOVE 'O' TO WS-FIN-VLD
                 NOT AT END
                   IF VLD-ST = 'A'
                     ADD 1 TO WS-RANG
                     IF WS-RANG = WS-NO-DEM
                       MOVE 'O' TO WS-TROUVE
                       MOVE 'O' TO WS-FIN-VLD
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             IF WS-TROUVE = 'N'
               DISPLAY 'AUCUNE DEMANDE EN ATTENTE SOUS LE NUMERO '
                       WS-NO-DEM
             ELSE
               MOVE VLD-CLE TO WS-DEM-CLE
               PERFORM AFFICHE-DEMANDE
             END-IF
           END-IF
           .

       AFFICHE-DEMANDE.
           MOVE VLD-AVANT TO WS-IMG-AV
           MOVE VLD-APRES TO WS-IMG-AP
           DISPLAY 'DEMANDE DU ' VLD-DT-DEM ' A ' VLD-TIM-DEM(1:6)
                   ' PAR ' VLD-OPID-DEM ' (' VLD-PROG ')'
           DISPLAY 'OBJET         : ' VLD-OBJET
           EVALUATE VLD-TYPE
             WHEN 'P'
               DISPLAY 'MATRICULE     : ' VLD-MATRICUL ' ' WS-AP-NOM
               MOVE WS-AV-PRM-BS TO DISP-MNT
               DISPLAY 'AVANT : PRIME ' DISP-MNT ' BONUS-MALUS '
                       WS-AV-BM ' TAUX ' WS-AV-TAUX
               MOVE WS-AP-PRM-BS TO DISP-MNT
               DISPLAY 'APRES : PRIME ' DISP-MNT ' BONUS-MALUS '
                       WS-AP-BM ' TAUX ' WS-AP-TAUX
             WHEN 'R'
               DISPLAY 'MATRICULE     : ' VLD-MATRICUL ' ' WS-AP-NOM
               MOVE WS-AP-PRM-BS TO DISP-MNT
               DISPLAY 'DOSSIER ARCHIVE : PRIME ' DISP-MNT
                       ' BONUS-MALUS ' WS-AP-BM ' TAUX ' WS-AP-TAUX
             WHEN 'S'
               DISPLAY 'MATRICULE     : ' VLD-MATRICUL
               MOVE WS-AV-MNT TO DISP-MNT
               DISPLAY 'MONTANT DEFINITIF : ' DISP-MNT
               MOVE WS-AV-RESERVE TO DISP-MNT
               DISPLAY 'RESERVE SOLDEE    : ' DISP-MNT
               IF WS-AP-PERTE-TOT NOT = SPACE
                 DISPLAY 'PERTE TOTALE      : ' WS-AP-PERTE-TOT
                         ' - LE VEHICULE SERA RETIRE DE LA POLICE'
               END-IF
             WHEN 'T'
               IF WS-AV-TYV-CLE = SPACE
                 DISPLAY 'AVANT : AUCUNE ENTREE'
               ELSE
                 MOVE WS-AV-COEF TO DISP-COEF
                 DISPLAY 'AVANT : ' WS-AV-TYV-CLE ' ' WS-AV-LIBELLE
                         ' COEF ' DISP-COEF
               END-IF
               MOVE WS-AP-COEF TO DISP-COEF
               DISPLAY 'APRES : ' WS-AP-TYV-CLE ' ' WS-AP-LIBELLE
                       ' COEF ' DISP-COEF
             WHEN OTHER
               DISPLAY 'TYPE DE DEMANDE INCONNU : ' VLD-TYPE
           END-EVALUATE
           .

       TRT-VALIDER.
           PERFORM CHOISIR-DEMANDE
           IF WS-TROUVE = 'O'
             IF VLD-OPID-DEM = WS-OPE-ID
               DISPLAY 'VOUS ETES LE DEMANDEUR - LA VALIDATION DOIT'
                       ' ETRE FAITE PAR UN SECOND OPERATEUR'
             ELSE
               MOVE 'V' TO WS-OPE-CODE
               MOVE 'X' TO WS-OPE-ACTION
               MOVE VLD-OBJET TO WS-OPE-OBJET
               PERFORM CONTROLER-DROIT
               IF WS-OPE-ETAT = 'O'
                 DISPLAY 'CONFIRMER LA VALIDATION (O/N) : ' WITH NO
                     ADVANCING
                 ACCEPT WS-CONFIRM
                 IF CONFIRM-OUI
                   PERFORM APPLIQUER-DEMANDE
                 ELSE
                   DISPLAY 'VALIDATION ANNULEE'
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       TRT-REJETER.
           PERFORM CHOISIR-DEMANDE
           IF WS-TROUVE = 'O'
             MOVE 'J' TO WS-OPE-CODE
             MOVE 'X' TO WS-OPE-ACTION
             MOVE VLD-OBJET TO WS-OPE-OBJET
             PERFORM CONTROLER-DROIT
             IF WS-OPE-ETAT = 'O'
               MOVE SPACE TO WS-MOTIF
               PERFORM UNTIL WS-MOTIF NOT = SPACE
                 DISPLAY 'MOTIF DU REJET : ' WITH NO ADVANCING
                 ACCEPT WS-MOTIF
               END-PERFORM
               DISPLAY 'CONFIRMER LE REJET (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 MOVE 'J' TO VLD-ST
                 PERFORM ENREGISTRER-DECISION
                 IF WS-VLD = '00'
                   ADD 1 TO NB-REJETEES
                   DISPLAY 'DEMANDE REJETEE'
                 END-IF
               ELSE
                 DISPLAY 'REJET ANNULE'
               END-IF
             END-IF
           END-IF
           .

      * L'IMAGE AVANT DOIT ETRE ENCORE CELLE DU FICHIER : UNE AUTRE
      * MISE A JOUR PASSEE ENTRE-TEMPS SERAIT SINON ECRASEE.
       APPLIQUER-DEMANDE.
           MOVE 'P' TO WS-APPLI
           EVALUATE VLD-TYPE
             WHEN 'P' PERFORM APPLIQUER-PRIME
             WHEN 'R' PERFORM APPLIQUER-REINTEGRATION
             WHEN 'S' PERFORM APPLIQUER-CLOTURE
             WHEN 'T' PERFORM APPLIQUER-COEF
           END-EVALUATE
           EVALUATE WS-APPLI
             WHEN 'O'
               MOVE 'V' TO VLD-ST
               MOVE SPACE TO WS-MOTIF
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO NB-VALIDEES
               DISPLAY 'DEMANDE VALIDEE ET APPLIQUEE'
             WHEN 'P'
               MOVE 'J' TO VLD-ST
               MOVE 'OBJET MODIFIE DEPUIS LA DEMANDE' TO WS-MOTIF
               PERFORM ENREGISTRER-DECISION
               ADD 1 TO NB-REJETEES
               DISPLAY 'OBJET MODIFIE DEPUIS LA DEMANDE - DEMANDE'
                       ' REJETEE D''OFFICE'
             WHEN OTHER
               DISPLAY 'DEMANDE NON APPLIQUEE - RESTE EN ATTENTE'
           END-EVALUATE
           .

       APPLIQUER-PRIME.
           MOVE VLD-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
               MOVE 'P' TO WS-APPLI
             NOT INVALID KEY
               IF EASR = WS-IMG-AV
                 MOVE WS-IMG-AP TO EASR
                 REWRITE EASR
                 IF WS-ASR = '00'
                   MOVE 'M' TO JRN-OPER
                   MOVE WS-IMG-AV TO JRN-AVANT
                   PERFORM ECRIRE-JRNA
                   MOVE 'O' TO WS-APPLI
                 ELSE
                   DISPLAY 'ERREUR MISE A JOUR DOSSIER ' WS-ASR
                   MOVE 'E' TO WS-APPLI
                 END-IF
               END-IF
           END-READ
           .

      * LE DOSSIER DOIT ETRE TOUJOURS ARCHIVE A L'IDENTIQUE ET
      * ABSENT DU MAITRE.
       APPLIQUER-REINTEGRATION.
           MOVE VLD-MATRICUL TO ARC-MATRICUL
           READ ARCH
             INVALID KEY
               MOVE 'P' TO WS-APPLI
             NOT INVALID KEY
               IF ARC-EASR = WS-IMG-AP
                 PERFORM RESTAURER-SI-ABSENT
               END-IF
           END-READ
           .

       RESTAURER-SI-ABSENT.
           MOVE VLD-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
               MOVE WS-IMG-AP TO EASR
               WRITE EASR
               IF WS-ASR = '00'
                 DELETE ARCH
                 MOVE 'C' TO JRN-OPER
                 MOVE ALL SPACE TO JRN-AVANT
                 PERFORM ECRIRE-JRNA
                 PERFORM COMPTER-STA-REI
                 MOVE 'O' TO WS-APPLI
               ELSE
                 DISPLAY 'ERREUR REINTEGRATION DOSSIER ' WS-ASR
                 MOVE 'E' TO WS-APPLI
               END-IF
           END-READ
           .

       APPLIQUER-CLOTURE.
           MOVE WS-IMG-AV(1:10) TO SINM-CLE
           READ SINM
             INVALID KEY
               MOVE 'P' TO WS-APPLI
             NOT INVALID KEY
               IF ESINM = WS-IMG-AV
                 MOVE WS-IMG-AP TO ESINM
                 REWRITE ESINM
                 IF WS-SNM = '00'
                   IF WS-AV-RESERVE > 0
                     PERFORM TRACER-RESERVE
                   END-IF
                   MOVE 'O' TO WS-APPLI
                   IF SINM-PERTE-TOT NOT = SPACE
                     PERFORM RETIRER-PERTE-TOTALE
                   END-IF
                   PERFORM NOTIFIER-CLOTURE
                 ELSE
                   DISPLAY 'ERREUR CLOTURE SINISTRE ' WS-SNM
                   MOVE 'E' TO WS-APPLI
                 END-IF
               END-IF
           END-READ
           .

       NOTIFIER-CLOTURE.
           MOVE 'E' TO NTZ-ACTION
           MOVE 'TPPRJ72' TO NTZ-ORIG
           MOVE SINM-MATRICUL TO NTZ-MATRICUL
           MOVE 'C' TO NTZ-TYPE
           MOVE ALL SPACE TO NTZ-REF
           MOVE SINM-NO TO NTZ-REF(1:4)
           MOVE ALL SPACE TO NTZ-TEXTE
           STRING 'VOTRE DOSSIER SINISTRE NO ' SINM-NO
                  ' (POLICE ' SINM-MATRICUL ') EST CLOS.'
                  DELIMITED BY SIZE INTO NTZ-TEXTE
           CALL SOUSPROG-NTF USING NTZ-ZONE
           .

      * CLOTURE D'UNE PERTE TOTALE : LE VEHICULE QUITTE LA POLICE
      * COMME DANS TPPRJ33 (PERTOT). PERTOT ECRIT LUI-MEME SUR JRNA :
      * LE JOURNAL DE LA SESSION EST FERME LE TEMPS DE L'APPEL.
       RETIRER-PERTE-TOTALE.
           CLOSE JRNA
           MOVE ALL SPACE TO PTT-ZONE
           MOVE 'TPPRJ72' TO PTT-PROG
           MOVE VLD-OPID-DEM TO PTT-OPID
           MOVE WS-OPE-ID TO PTT-OPID-VAL
           MOVE SINM-MATRICUL TO PTT-MATRICUL
           MOVE SINM-NO TO PTT-NO
           MOVE SINM-VEH-SEQ TO PTT-VEH-SEQ
           MOVE SINM-DT-SIN TO PTT-DT-SIN
           MOVE SINM-PERTE-TOT TO PTT-NATURE
           CALL SOUSPROG-PTT USING PTT-ZONE
           OPEN EXTEND JRNA
           PERFORM TEST-STAT-JRN
           EVALUATE PTT-RC
             WHEN 'O'
               DISPLAY 'PERTE TOTALE - VEHICULE ' PTT-VEH-SEQ ' '
                       PTT-IMMAT ' RETIRE AU ' PTT-DT-SIN
                       ' (JOURNAL JRNA)'
               IF PTT-FVA = 'O'
                 DISPLAY '  SORTIE FVA EMISE AU ' PTT-DT-SIN
               END-IF
               IF PTT-AJUST = 'O'
                 MOVE PTT-PRM-RETIREE TO DISP-MNT
                 DISPLAY '  AJUSTEMENT PRORATA DEPOSE - PRIME '
                         DISP-MNT ' - ' PTT-NB-VEH-RESTE
                         ' VEHICULE(S) RESTANT(S)'
               END-IF
             WHEN 'M'
               DISPLAY 'PERTE TOTALE - POLICE SANS FICHE VEHICULE'
             WHEN 'A'
               DISPLAY 'PERTE TOTALE - VEHICULE ' PTT-VEH-SEQ
                       ' NON IDENTIFIE SUR LA POLICE - A RETIRER'
                       ' PAR TPPRJ32'
             WHEN 'I'
               DISPLAY 'PERTE TOTALE - FICHIER VEHICULES INDISPONIBLE'
                       ' - VEHICULE A RETIRER PAR TPPRJ32'
             WHEN OTHER
               DISPLAY 'PERTE TOTALE - ERREUR AU RETRAIT DU VEHICULE '
                       PTT-VEH-SEQ
           END-EVALUATE
           IF PTT-PROP-RES = 'O'
             DISPLAY '  PLUS AUCUN VEHICULE : RESILIATION PROPOSEE AU'
                     ' MOTIF ' PTT-MOTIF ' AU ' PTT-DT-SIN
                     ' (FICHIER RESPROP)'
           END-IF
           .

      * CHANGEMENT (MEME CLE AVANT ET APRES) : L'ENTREE DOIT ETRE
      * INCHANGEE ; AJOUT D'UNE REVISION : LA CLE DOIT ETRE LIBRE.
       APPLIQUER-COEF.
           MOVE WS-AP-TYV-CLE TO TYV-CLE
           READ TYPVEH
             INVALID KEY
               IF WS-AV-TYV-CLE NOT = WS-AP-TYV-CLE
                 MOVE WS-IMG-AP TO ETYV
                 WRITE ETYV
                 PERFORM TESTER-ECRITURE-TYV
               END-IF
             NOT INVALID KEY
               IF WS-AV-TYV-CLE = WS-AP-TYV-CLE
                  AND ETYV = WS-IMG-AV
                 MOVE WS-IMG-AP TO ETYV
                 REWRITE ETYV
                 PERFORM TESTER-ECRITURE-TYV
               END-IF
           END-READ
           .

       TESTER-ECRITURE-TYV.
           IF WS-TYV = '00'
             MOVE 'O' TO WS-APPLI
           ELSE
             DISPLAY 'ERREUR MISE A JOUR TYPE DE VEHICULE ' WS-TYV
             MOVE 'E' TO WS-APPLI
           END-IF
           .

      * LA DEMANDE EST RELUE SUR SA CLE AVANT LA MISE A JOUR : LE
      * PARCOURS DU FICHIER A PU DEPLACER LA POSITION COURANTE.
       ENREGISTRER-DECISION.
           MOVE VLD-ST TO WS-DECISION
           MOVE WS-DEM-CLE TO VLD-CLE
           READ VALATT
             INVALID KEY
               DISPLAY 'DEMANDE INTROUVABLE ' WS-VLD
             NOT INVALID KEY
               MOVE WS-DECISION TO VLD-ST
               MOVE WS-OPE-ID TO VLD-OPID-DEC
               MOVE WS-DT-JOUR TO VLD-DT-DEC
               MOVE WS-MOTIF TO VLD-MOTIF
               REWRITE EVLD
               PERFORM TEST-STAT-VLD
           END-READ
           .

      * LE DEMANDEUR EST L'AUTEUR DE LA MODIFICATION, LE VALIDEUR
      * EST PORTE EN JRN-OPID-VAL.
       ECRIRE-JRNA.
           CALL SOUSPROG2 USING TIM
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ72' TO JRN-PROG
           MOVE VLD-OPID-DEM TO JRN-OPID
           MOVE WS-OPE-ID TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE VLD-MATRICUL TO JRN-MATRICUL
           MOVE WS-IMG-AP TO JRN-APRES
           WRITE EJRNA
           PERFORM TEST-STAT-JRN
           .

       TRACER-RESERVE.
           MOVE ALL SPACE TO ERSV
           MOVE SINM-MATRICUL TO RSV-MATRICUL
           MOVE SINM-NO TO RSV-NO
           MOVE DAT(1:2) TO RSV-DT(1:2)
           MOVE DAT(4:2) TO RSV-DT(3:2)
           MOVE DAT(7:4) TO RSV-DT(5:4)
           CALL SOUSPROG2 USING TIM
           MOVE TIM TO RSV-TIM
           MOVE WS-AV-RESERVE TO RSV-ANC
           MOVE SINM-RESERVE TO RSV-NOUV
           MOVE 'C' TO RSV-ACTION
           WRITE ERSV
           PERFORM TEST-STAT-RSV
           .

       COMPTER-STA-REI.
           MOVE 11 TO IX-STA
           MOVE 1 TO WS-I-STA
           PERFORM UNTIL WS-I-STA > NB-AGC
             IF AG-CODE(WS-I-STA) = ASUR-AGC
               MOVE WS-I-STA TO IX-STA
             END-IF
             ADD 1 TO WS-I-STA
           END-PERFORM
           ADD 1 TO STA-REI(IX-STA)
           .

       ECRIRE-PSTAT.
           OPEN EXTEND PSTAT
           IF WS-PST = '35'
             OPEN OUTPUT PSTAT
           END-IF
           IF WS-PST NOT = '00'
             DISPLAY 'ERREUR FICHIER STATISTIQUES PORTEFEUILLE '
                     WS-PST
           ELSE
             MOVE 1 TO IX-STA
             PERFORM UNTIL IX-STA > 11
               IF STA-REI(IX-STA) > 0
                 MOVE ALL SPACE TO EPST
                 MOVE WS-DT-JOUR TO PST-DAT
                 MOVE 'TPPRJ72' TO PST-PROG
                 IF IX-STA <= NB-AGC
                   MOVE AG-CODE(IX-STA) TO PST-AGC
                 ELSE
                   MOVE SPACE TO PST-AGC
                 END-IF
                 MOVE 0 TO PST-NB-CRE
                 MOVE 0 TO PST-NB-MOD
                 MOVE 0 TO PST-NB-RES
                 MOVE STA-REI(IX-STA) TO PST-NB-REI
                 WRITE EPST
               END-IF
               ADD 1 TO IX-STA
             END-PERFORM
             CLOSE PSTAT
           END-IF
           .

       TEST-STAT-VLD.
           IF WS-VLD NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER DES VALIDATIONS ' WS-VLD
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
       TEST-STAT-ARC.
           IF WS-ARC NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ARCHIVE ' WS-ARC
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-SNM.
           IF WS-SNM NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER SINISTRES ' WS-SNM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-TYV.
           IF WS-TYV NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER REFERENTIEL TYPES ' WS-TYV
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
       TEST-STAT-RSV.
           IF WS-RSV NOT = '00'
             DISPLAY 'ERREUR FICHIER HISTORIQUE RESERVES ' WS-RSV
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
