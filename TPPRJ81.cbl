       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ81.
      ******************************
      *  81 - REGISTRE DES RECLAMATIONS CLIENT : SAISIE ET SUIVI
      *       (FICHIER RECLAM, DESSIN RCLREC), DANS LE STYLE DE LA
      *       GESTION DES SINISTRES TPPRJ33. ON SAISIT UN MATRICULE
      *       (ASSUR, OU L'ARCHIVE ARCH POUR UNE POLICE RESILIEE),
      *       LES RECLAMATIONS DU CLIENT SONT LISTEES, PUIS :
      *       N = NOUVELLE RECLAMATION : CANAL, CATEGORIE (TABLE
      *           RCLCAT), OBJET ET DATE DE RECEPTION (DU JOUR PAR
      *           DEFAUT, CONTROLEE PAR DATECHK). LE NUMERO EST PRIS
      *           A LA SOUCHE NUMRCL, L'AGENCE EST CELLE DU DOSSIER.
      *           LES ECHEANCES REGLEMENTAIRES SONT POSEES AUSSITOT
      *           PAR DATCAL : ACCUSE DE RECEPTION SOUS 10 JOURS
      *           OUVRES, REPONSE SOUS 2 MOIS,
      *       A = ACCUSE DE RECEPTION ENVOYE (DATE),
      *       R = REPONSE ENVOYEE (DATE ET ISSUE : FONDEE, FONDEE EN
      *           PARTIE, REJETEE) ; LA RECLAMATION EST CLOSE. UNE
      *           REPONSE SANS ACCUSE PREALABLE VAUT ACCUSE.
      *       UN ACCUSE OU UNE REPONSE APRES L'ECHEANCE EST SIGNALE
      *       HORS DELAI. L'OPERATEUR SIGNE AU LANCEMENT (OPECHK) ET
      *       CHAQUE ACTION EST CONTROLEE CONTRE SON PROFIL. LES
      *       ECHEANCES SONT SUIVIES PAR LA LISTE QUOTIDIENNE TPPRJ82
      *       ET LES STATISTIQUES PAR LE RAPPORT TRIMESTRIEL TPPRJ83.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RECLAM ASSIGN RECLAM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RCL-NO
             FILE STATUS  WS-RCL.
           SELECT NUMRCL ASSIGN NUMRCL
             FILE STATUS  WS-NUM.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  RECLAM RECORDING F.
           COPY RCLREC.
      * SOUCHE DE NUMEROTATION DES RECLAMATIONS : ENREGISTREMENT
      * UNIQUE, DERNIER NUMERO ATTRIBUE (MEME MECANIQUE QUE NUMQUI).
       FD  NUMRCL RECORDING F.
       01  ENUMR.
           05 NUMR-DERNIER   PIC 9(6).
           05 FILLER         PIC X(74).

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-RCL         PIC XX.
       77  WS-NUM         PIC XX.
       77  WS-ARCH-OUV    PIC X     VALUE 'N'.
       77  WS-SAISIE-MAT  PIC 9(6)  VALUE 0.
       77  WS-SAISIE-NO   PIC 9(6)  VALUE 0.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  FIN-DOSSIER    PIC X     VALUE 'N'.
       77  WS-ACTION      PIC X     VALUE SPACE.
           88 ACT-NOUVELLE          VALUE 'N'.
           88 ACT-ACCUSE            VALUE 'A'.
           88 ACT-REPONSE           VALUE 'R'.
       77  WS-CONFIRM     PIC X     VALUE SPACE.
           88 CONFIRM-OUI           VALUE 'O'.
       77  WS-FIN-RCL     PIC X     VALUE 'N'.
           88 FIN-RCL               VALUE 'O'.
       77  WS-RCL-TROUVE  PIC X     VALUE 'N'.
       77  NB-RCL-POL     PIC 9(4)  VALUE 0.
       77  WS-NUM-DERNIER PIC 9(6)  VALUE 0.
       77  WS-DOSS-TROUVE PIC X     VALUE 'N'.
       77  WS-AGC-DOSS    PIC X     VALUE SPACE.
       77  WS-I           PIC 9     VALUE 0.
       77  WS-CODE-OK     PIC X     VALUE 'N'.
       77  WS-LIB-CATEG   PIC X(14) VALUE SPACE.
       77  WS-LIB-ETAT    PIC X(8)  VALUE SPACE.
           COPY RCLCAT.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  WS-DT-JOUR     PIC 9(8)  VALUE 0.
      * SAISIE D'UNE DATE JJMMAAAA (VIDE = DATE DU JOUR), CONTROLEE
      * PAR DATECHK, BORNEE PAR WS-DT-MINI ET LA DATE DU JOUR ; LE
      * RESULTAT EST RENDU EN AAAAMMJJ DANS WS-DT-SAISIE.
       77  SOUSPROG-DATE  PIC X(8) VALUE 'DATECHK'.
       77  WS-COD-ERR     PIC 9.
       77  WS-CTL-OK      PIC X     VALUE 'N'.
           88 CTL-VALIDE            VALUE 'O'.
       01  WS-ZONE-DT     PIC X(8).
       01  WS-ZONE-DT-R REDEFINES WS-ZONE-DT.
           05 WS-DT-JJ     PIC 99.
           05 WS-DT-MM     PIC 99.
           05 WS-DT-AAAA   PIC 9(4).
       77  WS-JJ          PIC 99.
       77  WS-MM          PIC 99.
       77  WS-AA          PIC 9(4).
       01  WS-LIB-DATE    PIC X(30) VALUE SPACE.
       01  WS-DT-MINI     PIC 9(8)  VALUE 0.
       01  WS-DT-SAISIE   PIC 9(8)  VALUE 0.
      * ECHEANCES REGLEMENTAIRES (DATCAL).
       77  SOUSPROG-CAL   PIC X(8) VALUE 'DATCAL'.
       77  WS-CAL-ACTION  PIC X     VALUE SPACE.
       77  WS-CAL-NB      PIC 9(3)  VALUE 0.
       77  WS-DELAI-ACC   PIC 9(3)  VALUE 10.
       77  WS-DELAI-REP   PIC 9(3)  VALUE 2.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ81'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           OPEN INPUT ASSUR
           PERFORM TEST-STAT-ASR
           OPEN INPUT ARCH
           IF WS-ARC = '00'
             MOVE 'O' TO WS-ARCH-OUV
           END-IF
           OPEN I-O RECLAM
           IF WS-RCL = '35'
             OPEN OUTPUT RECLAM
             CLOSE RECLAM
             OPEN I-O RECLAM
           END-IF
           PERFORM TEST-STAT-RCL
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           PERFORM LIRE-NUMRCL
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'MATRICULE (000000 POUR TERMINER) : ' WITH NO
                 ADVANCING
             ACCEPT WS-SAISIE-MAT
             IF WS-SAISIE-MAT = 0
               MOVE 'O' TO FIN-PROG
             ELSE
               PERFORM TRAITER-DOSSIER
             END-IF
           END-PERFORM
           CLOSE ASSUR
           IF WS-ARCH-OUV = 'O'
             CLOSE ARCH
           END-IF
           CLOSE RECLAM
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-RCL
           GOBACK
           .

      * LA SOUCHE ABSENTE REPART DE ZERO (PREMIER LANCEMENT).
       LIRE-NUMRCL.
           MOVE 0 TO WS-NUM-DERNIER
           OPEN INPUT NUMRCL
           IF WS-NUM = '00'
             READ NUMRCL
             IF WS-NUM = '00' AND NUMR-DERNIER IS NUMERIC
               MOVE NUMR-DERNIER TO WS-NUM-DERNIER
             END-IF
             CLOSE NUMRCL
           END-IF
           .

      * LA SOUCHE EST REECRITE A CHAQUE NUMERO ATTRIBUE : UNE SESSION
      * INTERROMPUE NE PEUT PAS REDONNER UN NUMERO DEJA ENREGISTRE.
       SAUVER-NUMRCL.
           OPEN OUTPUT NUMRCL
           PERFORM TEST-STAT-NUM
           MOVE ALL SPACE TO ENUMR
           MOVE WS-NUM-DERNIER TO NUMR-DERNIER
           WRITE ENUMR
           CLOSE NUMRCL
           .

       TRAITER-DOSSIER.
           MOVE 'N' TO WS-DOSS-TROUVE
           MOVE WS-SAISIE-MAT TO MATRICUL
           READ ASSUR
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'O' TO WS-DOSS-TROUVE
               DISPLAY 'CLIENT : ' NOM-CLIENT ' AGENCE ' ASUR-AGC
           END-READ
           IF WS-DOSS-TROUVE = 'N' AND WS-ARCH-OUV = 'O'
             MOVE WS-SAISIE-MAT TO ARC-MATRICUL
             READ ARCH
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'O' TO WS-DOSS-TROUVE
                 MOVE ARC-EASR TO EASR
                 DISPLAY 'CLIENT : ' NOM-CLIENT ' AGENCE ' ASUR-AGC
                         ' (POLICE RESILIEE)'
             END-READ
           END-IF
           IF WS-DOSS-TROUVE = 'N'
             DISPLAY 'DOSSIER ' WS-SAISIE-MAT ' INTROUVABLE SUR'
                     ' ASSUR ET ARCH'
           ELSE
             MOVE ASUR-AGC TO WS-AGC-DOSS
             PERFORM LISTER-RECLAMATIONS
             MOVE 'N' TO FIN-DOSSIER
             PERFORM UNTIL FIN-DOSSIER = 'O'
               PERFORM TRAITER-RECLAMATION
             END-PERFORM
           END-IF
           .

      * LE REGISTRE EST CLE SUR LE NUMERO : LES RECLAMATIONS DU
      * CLIENT SONT RETROUVEES EN LE PARCOURANT.
       LISTER-RECLAMATIONS.
           MOVE 0 TO NB-RCL-POL
           MOVE 'N' TO WS-FIN-RCL
           MOVE 0 TO RCL-NO
           START RECLAM KEY IS NOT LESS THAN RCL-NO
             INVALID KEY MOVE 'O' TO WS-FIN-RCL
           END-START
           PERFORM UNTIL FIN-RCL
             READ RECLAM NEXT
               AT END MOVE 'O' TO WS-FIN-RCL
             END-READ
             IF NOT FIN-RCL
               IF RCL-MATRICUL = WS-SAISIE-MAT
                 ADD 1 TO NB-RCL-POL
                 PERFORM AFFICHER-RECLAMATION
               END-IF
             END-IF
           END-PERFORM
           IF NB-RCL-POL = 0
             DISPLAY 'AUCUNE RECLAMATION AU REGISTRE POUR CE DOSSIER'
           END-IF
           .

       AFFICHER-RECLAMATION.
           PERFORM LIBELLE-CATEGORIE
           IF RCL-ETAT = 'C'
             MOVE 'CLOSE' TO WS-LIB-ETAT
           ELSE
             MOVE 'OUVERTE' TO WS-LIB-ETAT
           END-IF
           DISPLAY 'RECLAMATION ' RCL-NO ' RECUE LE ' RCL-DT-RECU
                   ' ' WS-LIB-CATEG ' CANAL ' RCL-CANAL ' '
                   WS-LIB-ETAT
           DISPLAY '   OBJET    : ' RCL-OBJET
           DISPLAY '   ACCUSE   : ' RCL-DT-ACCUSE ' (ECHEANCE '
                   RCL-ECH-ACCUSE ')  REPONSE : ' RCL-DT-REPONSE
                   ' (ECHEANCE ' RCL-ECH-REPONSE ') ISSUE '
                   RCL-ISSUE
           .

       LIBELLE-CATEGORIE.
           MOVE 'CATEG. INCONNUE' TO WS-LIB-CATEG
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-RCL-CATEG
             IF RCT-CODE(WS-I) = RCL-CATEG
               MOVE RCT-LIBELLE(WS-I) TO WS-LIB-CATEG
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           .

       TRAITER-RECLAMATION.
           DISPLAY 'ACTION (N=NOUVELLE A=ACCUSE DE RECEPTION'
                   ' R=REPONSE F=CHANGER DE DOSSIER) : '
               WITH NO ADVANCING
           ACCEPT WS-ACTION
           IF WS-ACTION = 'F'
             MOVE 'O' TO FIN-DOSSIER
           ELSE
             PERFORM AUTORISER-ACTION
             EVALUATE TRUE
               WHEN WS-OPE-ETAT NOT = 'O' CONTINUE
               WHEN ACT-NOUVELLE PERFORM TRT-NOUVELLE
               WHEN ACT-ACCUSE   PERFORM TRT-ACCUSE
               WHEN ACT-REPONSE  PERFORM TRT-REPONSE
               WHEN OTHER        DISPLAY 'ACTION INCONNUE'
             END-EVALUATE
           END-IF
           .

      * LES ECHEANCES SONT CALCULEES DEPUIS LA DATE DE RECEPTION, QUI
      * PEUT PRECEDER LA SAISIE (COURRIER ENREGISTRE EN RETARD).
       TRT-NOUVELLE.
           MOVE ALL SPACE TO ERCL
           MOVE 0 TO RCL-NO
           MOVE WS-SAISIE-MAT TO RCL-MATRICUL
           MOVE WS-AGC-DOSS TO RCL-AGC
           PERFORM SAISIE-CANAL
           PERFORM SAISIE-CATEG
           PERFORM SAISIE-OBJET
           MOVE 'DATE DE RECEPTION' TO WS-LIB-DATE
           MOVE 0 TO WS-DT-MINI
           PERFORM SAISIE-DATE-RCL
           MOVE WS-DT-SAISIE TO RCL-DT-RECU
           MOVE 'O' TO WS-CAL-ACTION
           MOVE WS-DELAI-ACC TO WS-CAL-NB
           CALL SOUSPROG-CAL USING WS-CAL-ACTION RCL-DT-RECU
                WS-CAL-NB RCL-ECH-ACCUSE
           MOVE 'M' TO WS-CAL-ACTION
           MOVE WS-DELAI-REP TO WS-CAL-NB
           CALL SOUSPROG-CAL USING WS-CAL-ACTION RCL-DT-RECU
                WS-CAL-NB RCL-ECH-REPONSE
           MOVE 0 TO RCL-DT-ACCUSE
           MOVE 0 TO RCL-DT-REPONSE
           MOVE SPACE TO RCL-ISSUE
           MOVE 'O' TO RCL-ETAT
           MOVE WS-OPE-ID TO RCL-OPE-SAISIE
           MOVE SPACE TO RCL-OPE-REPONSE
           DISPLAY 'ACCUSE DE RECEPTION A ENVOYER AU PLUS TARD LE '
                   RCL-ECH-ACCUSE
           DISPLAY 'REPONSE A ENVOYER AU PLUS TARD LE             '
                   RCL-ECH-REPONSE
           DISPLAY 'CONFIRMER LA RECLAMATION (O/N) : ' WITH NO
               ADVANCING
           ACCEPT WS-CONFIRM
           IF CONFIRM-OUI
             ADD 1 TO WS-NUM-DERNIER
             MOVE WS-NUM-DERNIER TO RCL-NO
             WRITE ERCL
             IF WS-RCL = '00'
               PERFORM SAUVER-NUMRCL
               DISPLAY 'RECLAMATION ' RCL-NO ' ENREGISTREE'
             ELSE
               DISPLAY 'ECRITURE IMPOSSIBLE (' WS-RCL
                       ') - RECLAMATION NON ENREGISTREE'
               SUBTRACT 1 FROM WS-NUM-DERNIER
             END-IF
           ELSE
             DISPLAY 'SAISIE ABANDONNEE'
           END-IF
           .

       TRT-ACCUSE.
           PERFORM LIRE-RECLAMATION
           IF WS-RCL-TROUVE = 'O'
             EVALUATE TRUE
               WHEN RCL-ETAT = 'C'
                 DISPLAY 'RECLAMATION DEJA CLOSE'
               WHEN RCL-DT-ACCUSE > 0
                 DISPLAY 'ACCUSE DEJA ENVOYE LE ' RCL-DT-ACCUSE
               WHEN OTHER
                 MOVE 'DATE DE L''ACCUSE DE RECEPTION' TO WS-LIB-DATE
                 MOVE RCL-DT-RECU TO WS-DT-MINI
                 PERFORM SAISIE-DATE-RCL
                 MOVE WS-DT-SAISIE TO RCL-DT-ACCUSE
                 REWRITE ERCL
                 PERFORM TEST-STAT-RCL
                 IF RCL-DT-ACCUSE > RCL-ECH-ACCUSE
                   DISPLAY 'ACCUSE ENREGISTRE - HORS DELAI (ECHEANCE '
                           RCL-ECH-ACCUSE ')'
                 ELSE
                   DISPLAY 'ACCUSE ENREGISTRE'
                 END-IF
             END-EVALUATE
           END-IF
           .

       TRT-REPONSE.
           PERFORM LIRE-RECLAMATION
           IF WS-RCL-TROUVE = 'O'
             IF RCL-ETAT = 'C'
               DISPLAY 'RECLAMATION DEJA CLOSE LE ' RCL-DT-REPONSE
             ELSE
               MOVE 'DATE DE LA REPONSE' TO WS-LIB-DATE
               IF RCL-DT-ACCUSE > 0
                 MOVE RCL-DT-ACCUSE TO WS-DT-MINI
               ELSE
                 MOVE RCL-DT-RECU TO WS-DT-MINI
               END-IF
               PERFORM SAISIE-DATE-RCL
               PERFORM SAISIE-ISSUE
               DISPLAY 'CONFIRMER LA REPONSE ET CLORE (O/N) : ' WITH
                   NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 MOVE WS-DT-SAISIE TO RCL-DT-REPONSE
                 IF RCL-DT-ACCUSE = 0
                   MOVE WS-DT-SAISIE TO RCL-DT-ACCUSE
                 END-IF
                 MOVE 'C' TO RCL-ETAT
                 MOVE WS-OPE-ID TO RCL-OPE-REPONSE
                 REWRITE ERCL
                 PERFORM TEST-STAT-RCL
                 IF RCL-DT-REPONSE > RCL-ECH-REPONSE
                   DISPLAY 'RECLAMATION CLOSE - REPONSE HORS DELAI'
                           ' (ECHEANCE ' RCL-ECH-REPONSE ')'
                 ELSE
                   DISPLAY 'RECLAMATION CLOSE'
                 END-IF
               ELSE
                 DISPLAY 'REPONSE NON ENREGISTREE'
               END-IF
             END-IF
           END-IF
           .

       LIRE-RECLAMATION.
           MOVE 'N' TO WS-RCL-TROUVE
           DISPLAY 'NUMERO DE RECLAMATION : ' WITH NO ADVANCING
           ACCEPT WS-SAISIE-NO
           MOVE WS-SAISIE-NO TO RCL-NO
           READ RECLAM
             INVALID KEY
               DISPLAY 'RECLAMATION ' WS-SAISIE-NO ' INTROUVABLE'
             NOT INVALID KEY
               IF RCL-MATRICUL NOT = WS-SAISIE-MAT
                 DISPLAY 'RECLAMATION ' WS-SAISIE-NO ' D''UN AUTRE'
                         ' DOSSIER (' RCL-MATRICUL ')'
               ELSE
                 MOVE 'O' TO WS-RCL-TROUVE
                 PERFORM AFFICHER-RECLAMATION
               END-IF
           END-READ
           .

       SAISIE-CANAL.
           MOVE 'N' TO WS-CODE-OK
           PERFORM UNTIL WS-CODE-OK = 'O'
             DISPLAY 'CANAL (C=COURRIER T=TELEPHONE E=E-MAIL'
                     ' A=AGENCE M=MEDIATEUR) : ' WITH NO ADVANCING
             ACCEPT RCL-CANAL
             MOVE 1 TO WS-I
             PERFORM UNTIL WS-I > NB-RCL-CANAUX
               IF RCN-CODE(WS-I) = RCL-CANAL
                 MOVE 'O' TO WS-CODE-OK
               END-IF
               ADD 1 TO WS-I
             END-PERFORM
             IF WS-CODE-OK = 'N'
               DISPLAY 'CANAL INCONNU'
             END-IF
           END-PERFORM
           .

       SAISIE-CATEG.
           MOVE 'N' TO WS-CODE-OK
           PERFORM UNTIL WS-CODE-OK = 'O'
             DISPLAY 'CATEGORIE :' WITH NO ADVANCING
             MOVE 1 TO WS-I
             PERFORM UNTIL WS-I > NB-RCL-CATEG
               DISPLAY ' ' RCT-CODE(WS-I) '=' RCT-LIBELLE(WS-I)
                   WITH NO ADVANCING
               ADD 1 TO WS-I
             END-PERFORM
             DISPLAY ' : ' WITH NO ADVANCING
             ACCEPT RCL-CATEG
             MOVE 1 TO WS-I
             PERFORM UNTIL WS-I > NB-RCL-CATEG
               IF RCT-CODE(WS-I) = RCL-CATEG
                 MOVE 'O' TO WS-CODE-OK
               END-IF
               ADD 1 TO WS-I
             END-PERFORM
             IF WS-CODE-OK = 'N'
               DISPLAY 'CATEGORIE INCONNUE'
             END-IF
           END-PERFORM
           .

       SAISIE-OBJET.
           MOVE SPACE TO RCL-OBJET
           PERFORM UNTIL RCL-OBJET NOT = SPACE
             DISPLAY 'OBJET (40 CARACTERES) : ' WITH NO ADVANCING
             ACCEPT RCL-OBJET
           END-PERFORM
           .

       SAISIE-ISSUE.
           MOVE SPACE TO RCL-ISSUE
           PERFORM UNTIL RCL-ISSUE = 'F' OR RCL-ISSUE = 'P'
                      OR RCL-ISSUE = 'R'
             DISPLAY 'ISSUE (F=FONDEE P=FONDEE EN PARTIE R=REJETEE)'
                     ' : ' WITH NO ADVANCING
             ACCEPT RCL-ISSUE
           END-PERFORM
           .

       SAISIE-DATE-RCL.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY WS-LIB-DATE ' (JJMMAAAA, VIDE = AUJOURD''HUI) : '
                 WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-DT
             ACCEPT WS-ZONE-DT
             IF WS-ZONE-DT = SPACE
               MOVE WS-DT-JOUR TO WS-DT-SAISIE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               IF WS-ZONE-DT IS NUMERIC
                 MOVE WS-DT-JJ TO WS-JJ
                 MOVE WS-DT-MM TO WS-MM
                 MOVE WS-DT-AAAA TO WS-AA
                 CALL SOUSPROG-DATE USING WS-JJ WS-MM WS-AA
                      WS-COD-ERR
                 IF WS-COD-ERR = 0
                   MOVE WS-DT-AAAA TO WS-DT-SAISIE(1:4)
                   MOVE WS-DT-MM TO WS-DT-SAISIE(5:2)
                   MOVE WS-DT-JJ TO WS-DT-SAISIE(7:2)
                   MOVE 'O' TO WS-CTL-OK
                 ELSE
                   DISPLAY 'DATE INVALIDE'
                 END-IF
               ELSE
                 DISPLAY 'DATE NON NUMERIQUE'
               END-IF
             END-IF
             IF CTL-VALIDE
               IF WS-DT-SAISIE > WS-DT-JOUR
                 DISPLAY 'DATE POSTERIEURE A AUJOURD''HUI'
                 MOVE 'N' TO WS-CTL-OK
               END-IF
               IF WS-DT-SAISIE < WS-DT-MINI
                 DISPLAY 'DATE ANTERIEURE AU ' WS-DT-MINI
                 MOVE 'N' TO WS-CTL-OK
               END-IF
             END-IF
           END-PERFORM
           .

       TEST-STAT-ASR.
           IF WS-ASR NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RCL.
           IF WS-RCL NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER RECLAMATIONS ' WS-RCL
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-NUM.
           IF WS-NUM NOT = '00'
             DISPLAY 'ERREUR FICHIER SOUCHE RECLAMATIONS ' WS-NUM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

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
      * ET WS-OPE-ACTION.
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

      * HABILITATION DE L'ACTION SAISIE ; UNE ACTION INCONNUE N'EST
      * PAS CONTROLEE ET TOMBE DANS LE CAS GENERAL.
       AUTORISER-ACTION.
           MOVE 'O' TO WS-OPE-ETAT
           IF ACT-NOUVELLE OR ACT-ACCUSE OR ACT-REPONSE
             MOVE WS-ACTION TO WS-OPE-CODE
             MOVE WS-SAISIE-MAT TO WS-OPE-OBJET
             MOVE 'D' TO WS-OPE-ACTION
             PERFORM CONTROLER-DROIT
           END-IF
           .
