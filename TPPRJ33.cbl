      *       D = DECLARER UN SINISTRE (DATE CONTROLEE PAR DATECHK,
      *           MONTANT, RESPONSABILITE R/N, NUMERO DE VEHICULE,
      *           RESERVE INITIALE),
      *       M = ENREGISTRER UN REGLEMENT (BENEFICIAIRE ASSURE,
      *           GARAGE, TIERS OU EXPERT, NOM, MONTANT, REFERENCE
      *           DE PAIEMENT) AU REGISTRE DATE SINREG (DESSIN
      *           SRGREC) ; SINM-MNT N'EST PLUS SAISI MAIS TENU
      *           COMME LE TOTAL DU REGISTRE, LE RELEVE TPPRJ63
      *           EMET LES REGLEMENTS LA NUIT SUIVANTE,
      *       R = REVISER LA RESERVE,
      *       C = CLOTURER LE SINISTRE (DATE DE CLOTURE DU JOUR),
      *       T = RECOURS CONTRE TIERS D'UN SINISTRE NON RESPONSABLE
      *           (FICHIER RECOURS, DESSIN RCSREC) : ASSUREUR
      *           ADVERSE, SA REFERENCE, MONTANT RECLAME, DATE
      *           D'ENVOI ; MODIFICATION OU ABANDON D'UN RECOURS EN
      *           COURS. LA DECLARATION D'UN SINISTRE NON RESPONSABLE
      *           PROPOSE D'OUVRIR AUSSITOT LE RECOURS. LES
      *           ENCAISSEMENTS SONT IMPUTES PAR TPPRJ65.
      *       TOUT MOUVEMENT DE RESERVE (INITIALE, REVISION, SOLDE A
      *       LA CLOTURE) EST TRACE DANS L'HISTORIQUE SINRSV (DESSIN
      *       SRSREC). LE MONTANT D'UN SINISTRE ANTERIEUR AU REGISTRE
      *       Y EST REPRIS (BENEFICIAIRE R) AU PREMIER REGLEMENT.
      *       L'EXERCICE (AAAA) EST POSE A LA DECLARATION DEPUIS LA
      *       DATE DE SURVENANCE ; LES SINISTRES CLOS DE L'EXERCICE
      *       ALIMENTENT LE RENOUVELLEMENT BONUS-MALUS (TPPRJ11) A
      *       LA PLACE DE L'ANCIEN EXTRAIT ANNUEL SIN. LE JETON
      *       D'EXECUTION (VERRCHK) EST TESTE A L'OUVERTURE.
      *       LA DECLARATION NOMME LA GARANTIE MISE EN JEU (CODE DU
      *       REFERENTIEL GARANT, CHARGE PAR TABLOD) ; SI LE VEHICULE
      *       DU SINISTRE PORTE SES GARANTIES AU FICHIER VEHIC, UNE
      *       GARANTIE NON SOUSCRITE FAIT REFUSER LA DECLARATION. LA
      *       FRANCHISE DE LA GARANTIE EST POSEE SUR LE SINISTRE ET
      *       RETENUE D'OFFICE SUR LES REGLEMENTS A L'ASSURE OU AU
      *       GARAGE JUSQU'A CONCURRENCE DE SON MONTANT (LE REGISTRE
      *       PORTE LE NET REGLE) ; LES REGLEMENTS AU TIERS ET A
      *       L'EXPERT NE SUPPORTENT PAS DE FRANCHISE.
      *       L'OPERATEUR SIGNE AU LANCEMENT ET CHAQUE ACTION EST
      *       CONTROLEE CONTRE SON PROFIL ; LE REGLEMENT ET LA
      *       CLOTURE SONT PRIVILEGIES ET TRACES AU JOURNAL DE
      *       SECURITE. LA CLOTURE D'UN SINISTRE D'AU MOINS
      *       PRM-VAL-SIN (FICHIER PARAM) N'EST PAS APPLIQUEE ICI :
      *       ELLE EST DEPOSEE SUR VALATT ET ATTEND L'ACCORD D'UN
      *       SECOND OPERATEUR (DOUBLE VALIDATION, TPPRJ72).
      *       A LA DECLARATION, LA POLICE EST RECONSTITUEE A LA DATE
      *       DE SURVENANCE (SOUS-PROGRAMME POLDAT, JOURNAL JRNA) :
      *       UN SINISTRE SURVENU QUAND LA POLICE N'ETAIT PAS EN
      *       VIGUEUR OU ETAIT SUSPENDUE, OU SUR UN VEHICULE QUI N'Y
      *       FIGURAIT PAS CE JOUR-LA, EST REFUSE. TPPRJ80 REFAIT CE
      *       CONTROLE EN LOT SUR TOUT LE MAITRE SINM.
      *       LE SINISTRE PORTE UN INDICATEUR DE PERTE TOTALE (EPAVE
      *       OU VOL NON RETROUVE), SAISI A LA DECLARATION ET REVU A
      *       LA CLOTURE. LA CLOTURE D'UNE PERTE TOTALE RETIRE LE
      *       VEHICULE DE LA POLICE A LA DATE DU SINISTRE (PERTOT :
      *       SUPPRESSION JOURNALISEE, SORTIE FVA, AJUSTEMENT POUR
      *       L'AVOIR PRORATA DE TPPRJ30, OU PROPOSITION DE
      *       RESILIATION MOTIF 07 S'IL N'Y AVAIT QU'UN VEHICULE) ET
      *       LISTE CES ACTIONS ; EN DOUBLE VALIDATION, C'EST TPPRJ72
      *       QUI LES DECLENCHE A L'ACCORD.
      *       L'ENREGISTREMENT DE LA DECLARATION ET LA CLOTURE DU
      *       SINISTRE SONT NOTIFIES AU CLIENT PAR COURRIEL OU SMS
      *       S'IL L'A ACCEPTE (PREFERENCES CONTACT, NTFSND).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE DYNAMIC
             RECORD KEY SINM-CLE
             FILE STATUS  WS-SNM.
           SELECT SINREG ASSIGN SINREG
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SRG-CLE
             FILE STATUS  WS-SRG.
           SELECT SINRSV ASSIGN SINRSV
             FILE STATUS  WS-RSV.
           SELECT RECOURS ASSIGN RECOURS
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RCS-CLE
             FILE STATUS  WS-RCS.
           SELECT VEHIC  ASSIGN VEHIC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VEH-CLE
             FILE STATUS  WS-VEH.
           SELECT VALATT ASSIGN VALATT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VLD-CLE
             FILE STATUS  WS-VLD.

       DATA DIVISION.
       FILE SECTION.
           COPY ASSUREC.
       FD  SINM RECORDING F.
           COPY SINMREC.
       FD  SINREG RECORDING F.
           COPY SRGREC.
       FD  SINRSV RECORDING F.
           COPY SRSREC.
       FD  RECOURS RECORDING F.
           COPY RCSREC.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  VALATT RECORDING F.
           COPY VLDREC.

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-SNM         PIC XX.
       77  WS-SRG         PIC XX.
       77  WS-RSV         PIC XX.
       77  WS-RCS         PIC XX.
       77  WS-VEH         PIC XX.
       77  WS-VLD         PIC XX.
       77  WS-VEHIC-OUV   PIC X     VALUE 'N'.
       77  WS-SAISIE-MAT  PIC 9(6)  VALUE 0.
       77  WS-SAISIE-NO   PIC 9(4)  VALUE 0.
       77  FIN-PROG       PIC X     VALUE 'N'.
           88 ACT-MONTANT           VALUE 'M'.
           88 ACT-RESERVE           VALUE 'R'.
           88 ACT-CLOTURER          VALUE 'C'.
           88 ACT-RECOURS           VALUE 'T'.
       77  WS-CONFIRM     PIC X     VALUE SPACE.
           88 CONFIRM-OUI           VALUE 'O'.
       77  WS-FIN-SNM     PIC X     VALUE 'N'.
       77  WS-NO-SUIVANT  PIC 9(4)  VALUE 0.
       77  DISP-MNT       PIC Z(4)9,99.
       77  DISP-RSV       PIC Z(4)9,99.
      * REGISTRE DES REGLEMENTS DU SINISTRE COURANT.
       77  WS-FIN-SRG     PIC X     VALUE 'N'.
           88 FIN-SRG               VALUE 'O'.
       77  WS-SEQ-SUIVANT PIC 9(3)  VALUE 0.
       01  WS-TOT-REGISTRE PIC 9(6)V99 VALUE 0.
       01  WS-TOT-APRES   PIC 9(6)V99 VALUE 0.
       01  WS-MNT-REPRISE PIC 9(5)V99 VALUE 0.
       01  WS-RSV-ANC     PIC 9(5)V99 VALUE 0.
       77  WS-RSV-ACTION  PIC X     VALUE SPACE.
       01  WS-ZONE-BENEF  PIC X.
           88 BENEF-VALIDE          VALUE 'A' 'G' 'T' 'E'.
       01  WS-ZONE-NOM    PIC X(20).
       01  WS-ZONE-REF    PIC X(12).
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-DATE  PIC X(8) VALUE 'DATECHK'.
       01  WS-ZONE-RSP    PIC X.
       01  WS-ZONE-SEQ    PIC XX.
       01  WS-ZONE-SEQ-R REDEFINES WS-ZONE-SEQ PIC 99.
      * RECOURS DU SINISTRE COURANT.
       01  WS-ZONE-ASSUREUR PIC X(20).
       77  WS-RCS-EXISTE  PIC X     VALUE 'N'.
       77  WS-RCS-CHOIX   PIC X     VALUE SPACE.
       77  DISP-RECL      PIC Z(4)9,99.
       77  DISP-RECU      PIC Z(4)9,99.
       77  SOUSPROG-VER   PIC X(8) VALUE 'VERRCHK'.
       77  WS-VER-ACTION  PIC X     VALUE 'T'.
       77  WS-VER-PROG    PIC X(8)  VALUE 'TPPRJ33'.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.
      * GARANTIE MISE EN JEU ET FRANCHISE.
           COPY GARTAB.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
       01  WS-ZONE-GAR    PIC XX.
       77  WS-G           PIC 9.
       77  WS-GAR-REFUS   PIC X     VALUE 'N'.
      * ETAT DE LA POLICE A LA DATE DU SINISTRE (POLDAT).
       77  SOUSPROG-PDT   PIC X(8) VALUE 'POLDAT'.
       77  WS-PDT-REFUS   PIC X     VALUE 'N'.
       77  WS-PDT-VEH-OK  PIC X     VALUE 'N'.
      * PERTE TOTALE (E = EPAVE, V = VOL NON RETROUVE) : A LA
      * CLOTURE LE VEHICULE QUITTE LA POLICE (SOUS-PROGRAMME PERTOT).
       01  WS-ZONE-PT     PIC X     VALUE SPACE.
           88 PT-VALIDE             VALUE 'E' 'V' 'N' ' '.
       77  SOUSPROG-PTT   PIC X(8) VALUE 'PERTOT'.
           COPY PERTZON.
       77  DISP-PRM-PTT   PIC Z(3)9,99.
       77  IX-PDT         PIC 99.
           COPY POLDTAB.
       77  WS-GAR-SOUSCRITE PIC X   VALUE 'N'.
       01  WS-FRA-RETENUE PIC 9(5)V99 VALUE 0.
       01  WS-FRA-RESTE   PIC 9(5)V99 VALUE 0.
       77  DISP-FRA       PIC Z(4)9,99.
      * DOUBLE VALIDATION : LA CLOTURE D'UN SINISTRE D'AU MOINS
      * WS-VAL-SIN EST DEPOSEE SUR VALATT ET ATTEND L'ACCORD D'UN
      * SECOND OPERATEUR.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-PARM-OK     PIC X     VALUE 'N'.
           COPY PARMREC.
       01  WS-VAL-SIN     PIC 9(5)V99 VALUE 10000.00.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ33'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
      * NOTIFICATIONS ELECTRONIQUES AU CLIENT (NTFSND).
       77  SOUSPROG-NTF   PIC X(8) VALUE 'NTFSND'.
           COPY NTFZON.
       01  WS-NTF-ETAT    PIC X(24).
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           PERFORM CONTROLER-VERROU
           OPEN INPUT ASSUR
           OPEN I-O SINM
           IF WS-SNM = '35'
             OPEN OUTPUT SINM
           END-IF
           OPEN I-O SINREG
           IF WS-SRG = '35'
             OPEN OUTPUT SINREG
             CLOSE SINREG
             OPEN I-O SINREG
           END-IF
           OPEN EXTEND SINRSV
           IF WS-RSV = '35'
             OPEN OUTPUT SINRSV
           END-IF
           OPEN I-O RECOURS
           IF WS-RCS = '35'
             OPEN OUTPUT RECOURS
             CLOSE RECOURS
             OPEN I-O RECOURS
           END-IF
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-SNM
           PERFORM TEST-STAT-SRG
           PERFORM TEST-STAT-RSV
           PERFORM TEST-STAT-RCS
           OPEN INPUT VEHIC
           IF WS-VEH = '00'
             MOVE 'O' TO WS-VEHIC-OUV
           END-IF
           MOVE 'G' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI GAR-TABLE
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'MATRICULE (000000 POUR TERMINER) : ' WITH NO
               PERFORM TRAITER-DOSSIER
             END-IF
           END-PERFORM
           MOVE 'F' TO NTZ-ACTION
           CALL SOUSPROG-NTF USING NTZ-ZONE
           CLOSE ASSUR
           CLOSE SINM
           CLOSE SINREG
           CLOSE SINRSV
           CLOSE RECOURS
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
           END-IF
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-SNM
           GOBACK
                         ' MONTANT ' DISP-MNT
                         ' RESERVE ' DISP-RSV
                         ' RSP ' SINM-RSP ' ETAT ' SINM-ETAT
                         ' GAR ' SINM-GAR
                         ' PT ' SINM-PERTE-TOT
               END-IF
             END-IF
           END-PERFORM
           .

       TRAITER-SINISTRE.
           DISPLAY 'ACTION (D=DECLARER M=REGLEMENT R=RESERVE'
                   ' C=CLOTURER T=RECOURS F=CHANGER DE DOSSIER) : '
               WITH NO ADVANCING
           ACCEPT WS-ACTION
           IF WS-ACTION = 'F'
             MOVE 'O' TO FIN-DOSSIER
           ELSE
             PERFORM AUTORISER-ACTION
             EVALUATE TRUE
               WHEN WS-OPE-ETAT NOT = 'O' CONTINUE
               WHEN ACT-DECLARER PERFORM TRT-DECLARER
               WHEN ACT-MONTANT  PERFORM TRT-MONTANT
               WHEN ACT-RESERVE  PERFORM TRT-RESERVE
               WHEN ACT-CLOTURER PERFORM TRT-CLOTURER
               WHEN ACT-RECOURS  PERFORM TRT-RECOURS
               WHEN OTHER        DISPLAY 'ACTION INCONNUE'
             END-EVALUATE
           END-IF
           MOVE WS-NO-SUIVANT TO SINM-NO
           DISPLAY 'DECLARATION DU SINISTRE ' SINM-NO
           PERFORM SAISIE-DT-SIN
           MOVE 0 TO SINM-MNT
           PERFORM SAISIE-RSP
           PERFORM SAISIE-VEH-SEQ
           PERFORM CONTROLER-POLICE-A-DATE
           IF WS-PDT-REFUS = 'O'
             MOVE 'N' TO WS-CONFIRM
           ELSE
             PERFORM SAISIE-GARANTIE-SIN
             IF WS-GAR-REFUS = 'O'
               DISPLAY 'GARANTIE ' SINM-GAR ' NON SOUSCRITE POUR LE'
                       ' VEHICULE ' SINM-VEH-SEQ
               MOVE 'N' TO WS-CONFIRM
             ELSE
               PERFORM SAISIE-RESERVE
               PERFORM SAISIE-PERTE-TOTALE
               MOVE WS-ZONE-PT TO SINM-PERTE-TOT
               MOVE 'O' TO SINM-ETAT
               MOVE 0 TO SINM-DT-CLOT
               DISPLAY 'CONFIRMER LA DECLARATION (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
             END-IF
           END-IF
           IF CONFIRM-OUI
             WRITE ESINM
             IF WS-SNM = '00'
               DISPLAY 'SINISTRE ' SINM-NO ' DECLARE'
               MOVE 'EST ENREGISTRE' TO WS-NTF-ETAT
               PERFORM NOTIFIER-SINISTRE
               ADD 1 TO WS-NO-SUIVANT
               MOVE 0 TO WS-RSV-ANC
               MOVE 'D' TO WS-RSV-ACTION
               PERFORM TRACER-RESERVE
               IF SINM-RSP = 'N'
                 DISPLAY 'SINISTRE NON RESPONSABLE - OUVRIR LE'
                         ' RECOURS MAINTENANT (O/N) : ' WITH NO
                     ADVANCING
                 ACCEPT WS-CONFIRM
                 IF CONFIRM-OUI
                   MOVE 'N' TO WS-RCS-EXISTE
                   PERFORM SAISIE-RECOURS
                 END-IF
               END-IF
             ELSE
               DISPLAY 'ERREUR DECLARATION SINISTRE ' WS-SNM
             END-IF
           END-IF
           .

      * UN REGLEMENT EST UN NOUVEL ENREGISTREMENT DU REGISTRE ;
      * LE MONTANT DU SINISTRE EN EST RECALCULE, JAMAIS ECRASE.
       TRT-MONTANT.
           PERFORM LIRE-SINISTRE
           IF WS-SNM = '00'
             IF SINM-ETAT = 'C'
               DISPLAY 'SINISTRE ' SINM-NO ' DEJA CLOS - REGLEMENT'
                       ' REFUSE'
             ELSE
               PERFORM LISTER-REGLEMENTS
               PERFORM SAISIE-BENEF
               DISPLAY 'NOM DU BENEFICIAIRE : ' WITH NO ADVANCING
               MOVE ALL SPACE TO WS-ZONE-NOM
               ACCEPT WS-ZONE-NOM
               PERFORM SAISIE-MONTANT
               DISPLAY 'REFERENCE DU PAIEMENT : ' WITH NO ADVANCING
               MOVE ALL SPACE TO WS-ZONE-REF
               ACCEPT WS-ZONE-REF
               PERFORM CALCULER-FRANCHISE
               COMPUTE WS-TOT-APRES = SINM-MNT + WS-ZONE-MNT-R
               IF WS-TOT-APRES > 99999.99
                 DISPLAY 'TOTAL DES REGLEMENTS HORS CAPACITE -'
                         ' REGLEMENT REFUSE'
               ELSE
                 DISPLAY 'CONFIRMER LE REGLEMENT (O/N) : ' WITH NO
                     ADVANCING
                 ACCEPT WS-CONFIRM
                 IF CONFIRM-OUI
                   IF WS-ZONE-MNT-R = 0
                     PERFORM IMPUTER-FRANCHISE
                   ELSE
                     PERFORM ENREGISTRER-REGLEMENT
                   END-IF
                 ELSE
                   DISPLAY 'REGLEMENT ANNULE'
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * LES REGLEMENTS DEJA ENREGISTRES DU SINISTRE SONT LISTES ;
      * LEUR TOTAL ET LE PROCHAIN NUMERO D'ORDRE SONT RETENUS.
       LISTER-REGLEMENTS.
           MOVE 0 TO WS-TOT-REGISTRE
           MOVE 0 TO WS-SEQ-SUIVANT
           MOVE 'N' TO WS-FIN-SRG
           MOVE SINM-MATRICUL TO SRG-MATRICUL
           MOVE SINM-NO TO SRG-NO
           MOVE 0 TO SRG-SEQ
           START SINREG KEY IS NOT LESS THAN SRG-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-SRG
           END-START
           PERFORM UNTIL FIN-SRG
             READ SINREG NEXT
               AT END MOVE 'O' TO WS-FIN-SRG
             END-READ
             IF NOT FIN-SRG
               IF SRG-MATRICUL NOT = SINM-MATRICUL
                  OR SRG-NO NOT = SINM-NO
                 MOVE 'O' TO WS-FIN-SRG
               ELSE
                 ADD SRG-MNT TO WS-TOT-REGISTRE
                 MOVE SRG-SEQ TO WS-SEQ-SUIVANT
                 MOVE SRG-MNT TO DISP-MNT
                 DISPLAY 'REGLEMENT ' SRG-SEQ ' DU ' SRG-DT
                         ' ' SRG-BENEF ' ' SRG-NOM ' ' DISP-MNT
                         ' REF ' SRG-REF ' ETAT ' SRG-ST
               END-IF
             END-IF
           END-PERFORM
           MOVE SINM-MNT TO DISP-MNT
           DISPLAY 'MONTANT REGLE DU SINISTRE : ' DISP-MNT
           .

      * UN SINISTRE ANTERIEUR AU REGISTRE PORTE UN MONTANT SANS
      * REGLEMENT DETAILLE : CE MONTANT EST D'ABORD REPRIS EN UNE
      * LIGNE HISTORIQUE POUR QUE LE REGISTRE RESTE EGAL A SINM-MNT.
       ENREGISTRER-REGLEMENT.
           IF SINM-MNT > WS-TOT-REGISTRE
             COMPUTE WS-MNT-REPRISE = SINM-MNT - WS-TOT-REGISTRE
             MOVE ALL SPACE TO ESRG
             MOVE SINM-MATRICUL TO SRG-MATRICUL
             MOVE SINM-NO TO SRG-NO
             ADD 1 TO WS-SEQ-SUIVANT
             MOVE WS-SEQ-SUIVANT TO SRG-SEQ
             MOVE SINM-DT-SIN TO SRG-DT
             MOVE 'R' TO SRG-BENEF
             MOVE 'REPRISE ANTERIEURE' TO SRG-NOM
             MOVE WS-MNT-REPRISE TO SRG-MNT
             MOVE 'H' TO SRG-ST
             MOVE 0 TO SRG-DT-EMIS
             WRITE ESRG
             PERFORM TEST-STAT-SRG
           END-IF
           MOVE ALL SPACE TO ESRG
           MOVE SINM-MATRICUL TO SRG-MATRICUL
           MOVE SINM-NO TO SRG-NO
           ADD 1 TO WS-SEQ-SUIVANT
           MOVE WS-SEQ-SUIVANT TO SRG-SEQ
           MOVE DAT(1:2) TO SRG-DT(1:2)
           MOVE DAT(4:2) TO SRG-DT(3:2)
           MOVE DAT(7:4) TO SRG-DT(5:4)
           MOVE WS-ZONE-BENEF TO SRG-BENEF
           MOVE WS-ZONE-NOM TO SRG-NOM
           MOVE WS-ZONE-MNT-R TO SRG-MNT
           MOVE WS-ZONE-REF TO SRG-REF
           MOVE SPACE TO SRG-ST
           MOVE 0 TO SRG-DT-EMIS
           WRITE ESRG
           PERFORM TEST-STAT-SRG
           ADD WS-ZONE-MNT-R TO SINM-MNT
           ADD WS-FRA-RETENUE TO SINM-FRA-IMPUTEE
           REWRITE ESINM
           MOVE SINM-MNT TO DISP-MNT
           DISPLAY 'REGLEMENT ' SRG-SEQ ' ENREGISTRE - MONTANT REGLE'
                   ' DU SINISTRE ' DISP-MNT
           .

      * FRANCHISE : RETENUE SUR LES REGLEMENTS A L'ASSURE (A) OU AU
      * GARAGE (G), DANS LA LIMITE DE CE QUI N'A PAS ENCORE ETE
      * RETENU SUR LE SINISTRE. LE MONTANT SAISI DEVIENT LE NET.
      * SINISTRE ANTERIEUR AUX GARANTIES (ZONES NON NUMERIQUES) :
      * PAS DE FRANCHISE.
       CALCULER-FRANCHISE.
           MOVE 0 TO WS-FRA-RETENUE
           IF (WS-ZONE-BENEF = 'A' OR WS-ZONE-BENEF = 'G')
              AND SINM-FRANCHISE IS NUMERIC
              AND SINM-FRA-IMPUTEE IS NUMERIC
             IF SINM-FRANCHISE > SINM-FRA-IMPUTEE
               COMPUTE WS-FRA-RESTE = SINM-FRANCHISE - SINM-FRA-IMPUTEE
               IF WS-ZONE-MNT-R < WS-FRA-RESTE
                 MOVE WS-ZONE-MNT-R TO WS-FRA-RETENUE
               ELSE
                 MOVE WS-FRA-RESTE TO WS-FRA-RETENUE
               END-IF
               SUBTRACT WS-FRA-RETENUE FROM WS-ZONE-MNT-R
               MOVE WS-FRA-RETENUE TO DISP-FRA
               MOVE WS-ZONE-MNT-R TO DISP-MNT
               DISPLAY 'FRANCHISE RETENUE : ' DISP-FRA
                       ' - NET A REGLER : ' DISP-MNT
             END-IF
           END-IF
           .

      * REGLEMENT ENTIEREMENT ABSORBE PAR LA FRANCHISE : RIEN A
      * EMETTRE, SEULE LA FRANCHISE IMPUTEE PROGRESSE.
       IMPUTER-FRANCHISE.
           ADD WS-FRA-RETENUE TO SINM-FRA-IMPUTEE
           REWRITE ESINM
           PERFORM TEST-STAT-SNM
           MOVE WS-FRA-RETENUE TO DISP-FRA
           DISPLAY 'REGLEMENT ABSORBE PAR LA FRANCHISE - ' DISP-FRA
                   ' IMPUTE, AUCUN PAIEMENT EMIS'
           .

       TRT-RESERVE.
           PERFORM LIRE-SINISTRE
           IF WS-SNM = '00'
                       ' NON MODIFIABLE'
             ELSE
               MOVE SINM-RESERVE TO DISP-RSV
               MOVE SINM-RESERVE TO WS-RSV-ANC
               DISPLAY 'RESERVE ACTUELLE : ' DISP-RSV
               PERFORM SAISIE-RESERVE
               DISPLAY 'CONFIRMER LA RESERVE (O/N) : ' WITH NO
               IF CONFIRM-OUI
                 REWRITE ESINM
                 DISPLAY 'RESERVE DU SINISTRE ' SINM-NO ' POSEE'
                 MOVE 'R' TO WS-RSV-ACTION
                 PERFORM TRACER-RESERVE
               ELSE
                 DISPLAY 'RESERVE ANNULEE'
               END-IF
             ELSE
               MOVE SINM-MNT TO DISP-MNT
               DISPLAY 'MONTANT DEFINITIF : ' DISP-MNT
               PERFORM SAISIE-PERTE-TOTALE
               DISPLAY 'CONFIRMER LA CLOTURE (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 IF SINM-MNT >= WS-VAL-SIN
                   PERFORM DEPOSER-DEMANDE
                 ELSE
                   MOVE 'C' TO SINM-ETAT
                   MOVE SINM-RESERVE TO WS-RSV-ANC
                   MOVE 0 TO SINM-RESERVE
                   MOVE DAT(1:2) TO SINM-DT-CLOT(1:2)
                   MOVE DAT(4:2) TO SINM-DT-CLOT(3:2)
                   MOVE DAT(7:4) TO SINM-DT-CLOT(5:4)
                   MOVE WS-ZONE-PT TO SINM-PERTE-TOT
                   REWRITE ESINM
                   DISPLAY 'SINISTRE ' SINM-NO ' CLOS'
                   MOVE 'EST CLOS' TO WS-NTF-ETAT
                   PERFORM NOTIFIER-SINISTRE
                   IF WS-RSV-ANC > 0
                     MOVE 'C' TO WS-RSV-ACTION
                     PERFORM TRACER-RESERVE
                   END-IF
                   IF WS-SNM = '00' AND SINM-PERTE-TOT NOT = SPACE
                     PERFORM RETIRER-PERTE-TOTALE
                   END-IF
                 END-IF
               ELSE
                 DISPLAY 'CLOTURE ANNULEE'
               END-IF
           END-IF
           .

      * AVIS AU CLIENT : LA REFERENCE EST LE NUMERO DU SINISTRE,
      * WS-NTF-ETAT DIT OU EN EST LE DOSSIER.
       NOTIFIER-SINISTRE.
           MOVE 'E' TO NTZ-ACTION
           MOVE 'TPPRJ33' TO NTZ-ORIG
           MOVE SINM-MATRICUL TO NTZ-MATRICUL
           MOVE 'C' TO NTZ-TYPE
           MOVE ALL SPACE TO NTZ-REF
           MOVE SINM-NO TO NTZ-REF(1:4)
           MOVE ALL SPACE TO NTZ-TEXTE
           STRING 'VOTRE DOSSIER SINISTRE NO ' SINM-NO
                  ' (POLICE ' SINM-MATRICUL ') '
                  DELIMITED BY SIZE
                  WS-NTF-ETAT DELIMITED BY '  '
                  '.' DELIMITED BY SIZE
                  INTO NTZ-TEXTE
           CALL SOUSPROG-NTF USING NTZ-ZONE
           .

      * HISTORIQUE DES RESERVES : RESERVE AVANT (WS-RSV-ANC) ET
      * APRES LE MOUVEMENT ; L'APPELANT POSE L'ACTION D, R OU C.
       TRACER-RESERVE.
           MOVE ALL SPACE TO ERSV
           MOVE SINM-MATRICUL TO RSV-MATRICUL
           MOVE SINM-NO TO RSV-NO
           MOVE DAT(1:2) TO RSV-DT(1:2)
           MOVE DAT(4:2) TO RSV-DT(3:2)
           MOVE DAT(7:4) TO RSV-DT(5:4)
           CALL SOUSPROG2 USING TIM
           MOVE TIM TO RSV-TIM
           MOVE WS-RSV-ANC TO RSV-ANC
           MOVE SINM-RESERVE TO RSV-NOUV
           MOVE WS-RSV-ACTION TO RSV-ACTION
           WRITE ERSV
           PERFORM TEST-STAT-RSV
           .

      * LE RECOURS N'EXISTE QUE POUR UN SINISTRE NON RESPONSABLE.
      * UN RECOURS EN COURS PEUT ETRE MODIFIE (RECLAMATION ENVOYEE,
      * MONTANT REVU) OU ABANDONNE ; UN RECOURS SOLDE OU ABANDONNE
      * N'EST PLUS QUE CONSULTE.
       TRT-RECOURS.
           PERFORM LIRE-SINISTRE
           IF WS-SNM = '00'
             IF SINM-RSP NOT = 'N'
               DISPLAY 'SINISTRE ' SINM-NO ' RESPONSABLE - PAS DE'
                       ' RECOURS'
             ELSE
               MOVE SINM-MATRICUL TO RCS-MATRICUL
               MOVE SINM-NO TO RCS-NO
               READ RECOURS
                 INVALID KEY
                   MOVE 'N' TO WS-RCS-EXISTE
                 NOT INVALID KEY
                   MOVE 'O' TO WS-RCS-EXISTE
               END-READ
               IF WS-RCS-EXISTE = 'N'
                 DISPLAY 'AUCUN RECOURS POUR LE SINISTRE ' SINM-NO
                 PERFORM SAISIE-RECOURS
               ELSE
                 PERFORM AFFICHER-RECOURS
                 IF RCS-ETAT = 'O'
                   DISPLAY 'M=MODIFIER A=ABANDONNER AUTRE=RETOUR : '
                       WITH NO ADVANCING
                   MOVE SPACE TO WS-RCS-CHOIX
                   ACCEPT WS-RCS-CHOIX
                   EVALUATE WS-RCS-CHOIX
                     WHEN 'M' PERFORM SAISIE-RECOURS
                     WHEN 'A' PERFORM ABANDONNER-RECOURS
                     WHEN OTHER CONTINUE
                   END-EVALUATE
                 END-IF
               END-IF
             END-IF
           END-IF
           .

       AFFICHER-RECOURS.
           MOVE RCS-MNT-RECL TO DISP-RECL
           MOVE RCS-MNT-RECU TO DISP-RECU
           DISPLAY 'RECOURS CONTRE ' RCS-ASSUREUR ' REF ' RCS-REF-ADV
           DISPLAY 'RECLAME ' DISP-RECL ' ENVOYE LE ' RCS-DT-ENVOI
                   ' RECU ' DISP-RECU ' (' RCS-NB-ENC
                   ' ENCAISSEMENT(S)) ETAT ' RCS-ETAT
           .

      * SAISIE COMMUNE A LA CREATION ET A LA MODIFICATION ; LE
      * MONTANT RECLAME NE PEUT DESCENDRE SOUS LE DEJA RECU.
       SAISIE-RECOURS.
           IF WS-RCS-EXISTE = 'N'
             MOVE ALL SPACE TO ERCS
             MOVE SINM-MATRICUL TO RCS-MATRICUL
             MOVE SINM-NO TO RCS-NO
             MOVE 0 TO RCS-MNT-RECU
             MOVE 0 TO RCS-NB-ENC
             MOVE 0 TO RCS-DT-DER-ENC
             MOVE 'O' TO RCS-ETAT
             MOVE DAT(1:2) TO RCS-DT-OUV(1:2)
             MOVE DAT(4:2) TO RCS-DT-OUV(3:2)
             MOVE DAT(7:4) TO RCS-DT-OUV(5:4)
           END-IF
           DISPLAY 'ASSUREUR ADVERSE : ' WITH NO ADVANCING
           MOVE ALL SPACE TO WS-ZONE-ASSUREUR
           ACCEPT WS-ZONE-ASSUREUR
           IF WS-ZONE-ASSUREUR NOT = SPACE
             MOVE WS-ZONE-ASSUREUR TO RCS-ASSUREUR
           END-IF
           DISPLAY 'REFERENCE CHEZ L''ASSUREUR ADVERSE : ' WITH NO
               ADVANCING
           MOVE ALL SPACE TO WS-ZONE-REF
           ACCEPT WS-ZONE-REF
           IF WS-ZONE-REF NOT = SPACE
             MOVE WS-ZONE-REF TO RCS-REF-ADV
           END-IF
           DISPLAY 'MONTANT RECLAME A L''ASSUREUR ADVERSE'
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             PERFORM SAISIE-MONTANT
             IF WS-ZONE-MNT-R < RCS-MNT-RECU
               DISPLAY 'MONTANT RECLAME INFERIEUR AU DEJA RECU'
               MOVE 'N' TO WS-CTL-OK
             END-IF
           END-PERFORM
           MOVE WS-ZONE-MNT-R TO RCS-MNT-RECL
           PERFORM SAISIE-DT-ENVOI
           DISPLAY 'CONFIRMER LE RECOURS (O/N) : ' WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF CONFIRM-OUI
             IF WS-RCS-EXISTE = 'N'
               WRITE ERCS
             ELSE
               REWRITE ERCS
             END-IF
             PERFORM TEST-STAT-RCS
             DISPLAY 'RECOURS DU SINISTRE ' SINM-NO ' ENREGISTRE'
           ELSE
             DISPLAY 'RECOURS ANNULE'
           END-IF
           .

       ABANDONNER-RECOURS.
           DISPLAY 'CONFIRMER L''ABANDON DU RECOURS (O/N) : ' WITH NO
               ADVANCING
           ACCEPT WS-CONFIRM
           IF CONFIRM-OUI
             MOVE 'A' TO RCS-ETAT
             REWRITE ERCS
             PERFORM TEST-STAT-RCS
             DISPLAY 'RECOURS DU SINISTRE ' SINM-NO ' ABANDONNE'
           ELSE
             DISPLAY 'ABANDON ANNULE'
           END-IF
           .

      * DATE D'ENVOI DE LA RECLAMATION, CONTROLEE PAR DATECHK ;
      * 00000000 = RECLAMATION PAS ENCORE ENVOYEE.
       SAISIE-DT-ENVOI.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'DATE D''ENVOI (JJMMAAAA, 00000000 SI NON'
                     ' ENVOYEE) : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-DT
             ACCEPT WS-ZONE-DT
             IF WS-ZONE-DT IS NUMERIC
               IF WS-ZONE-DT = '00000000'
                 MOVE 0 TO RCS-DT-ENVOI
                 MOVE 'O' TO WS-CTL-OK
               ELSE
                 MOVE WS-DT-JJ TO WS-JJ
                 MOVE WS-DT-MM TO WS-MM
                 MOVE WS-DT-AAAA TO WS-AA
                 CALL SOUSPROG-DATE USING WS-JJ WS-MM WS-AA
                      WS-COD-ERR
                 IF WS-COD-ERR = 0
                   MOVE WS-ZONE-DT TO RCS-DT-ENVOI
                   MOVE 'O' TO WS-CTL-OK
                 ELSE
                   DISPLAY 'DATE D''ENVOI INVALIDE'
                 END-IF
               END-IF
             ELSE
               DISPLAY 'DATE NON NUMERIQUE'
             END-IF
           END-PERFORM
           .

       LIRE-SINISTRE.
           DISPLAY 'NO DE SINISTRE : ' WITH NO ADVANCING
           ACCEPT WS-SAISIE-NO
           END-PERFORM
           .

       SAISIE-BENEF.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'BENEFICIAIRE (A=ASSURE G=GARAGE T=TIERS'
                     ' E=EXPERT) : ' WITH NO ADVANCING
             MOVE SPACE TO WS-ZONE-BENEF
             ACCEPT WS-ZONE-BENEF
             IF BENEF-VALIDE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'BENEFICIAIRE DIFFERENT DE A, G, T OU E'
             END-IF
           END-PERFORM
           .

       SAISIE-RSP.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
           END-PERFORM
           .

      * LA GARANTIE DOIT EXISTER AU REFERENTIEL. SI LE VEHICULE DU
      * SINISTRE EST AU FICHIER VEHIC AVEC SES GARANTIES, ELLE DOIT
      * EN FAIRE PARTIE ; UN VEHICULE SANS GARANTIES (ANTERIEUR) OU
      * UN DOSSIER NON ECLATE NE BLOQUE PAS LA DECLARATION.
      * LA POLICE EST RECONSTITUEE A LA DATE DU SINISTRE : ELLE DOIT
      * AVOIR ETE EN VIGUEUR ET NON SUSPENDUE, ET LE VEHICULE DU
      * SINISTRE DOIT Y FIGURER QUAND LA POLICE PORTE DES VEHICULES.
      * EVEH SERT DE ZONE DE LECTURE, SAISIE-GARANTIE-SIN RELIT VEHIC.
       CONTROLER-POLICE-A-DATE.
           MOVE 'N' TO WS-PDT-REFUS
           MOVE SINM-MATRICUL TO PDT-MATRICUL
           MOVE WS-DT-AAAA TO PDT-DATE(1:4)
           MOVE WS-DT-MM TO PDT-DATE(5:2)
           MOVE WS-DT-JJ TO PDT-DATE(7:2)
           CALL SOUSPROG-PDT USING PDT-ZONE
           EVALUATE PDT-ETAT
             WHEN 'V'
               CONTINUE
             WHEN 'S'
               DISPLAY 'POLICE SUSPENDUE POUR IMPAYE AU '
                       SINM-DT-SIN ' - SINISTRE NON COUVERT'
               MOVE 'O' TO WS-PDT-REFUS
             WHEN 'R'
               DISPLAY 'POLICE RESILIEE AU ' SINM-DT-SIN
                       ' - SINISTRE NON COUVERT'
               MOVE 'O' TO WS-PDT-REFUS
             WHEN OTHER
               DISPLAY 'POLICE HORS PORTEFEUILLE AU ' SINM-DT-SIN
                       ' - SINISTRE NON COUVERT'
               MOVE 'O' TO WS-PDT-REFUS
           END-EVALUATE
           IF WS-PDT-REFUS = 'N' AND SINM-VEH-SEQ > 0
              AND PDT-NB-VEH > 0
             MOVE 'N' TO WS-PDT-VEH-OK
             MOVE 1 TO IX-PDT
             PERFORM UNTIL IX-PDT > PDT-NB-VEH OR WS-PDT-VEH-OK = 'O'
               MOVE PDT-VEH(IX-PDT) TO EVEH
               IF VEH-SEQ = SINM-VEH-SEQ
                 MOVE 'O' TO WS-PDT-VEH-OK
               END-IF
               ADD 1 TO IX-PDT
             END-PERFORM
             IF WS-PDT-VEH-OK = 'N'
               DISPLAY 'VEHICULE ' SINM-VEH-SEQ ' ABSENT DE LA POLICE'
                       ' AU ' SINM-DT-SIN ' - SINISTRE NON COUVERT'
               MOVE 'O' TO WS-PDT-REFUS
             END-IF
           END-IF
           .

       SAISIE-GARANTIE-SIN.
           MOVE 'N' TO WS-GAR-REFUS
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'GARANTIE MISE EN JEU : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-GAR
             ACCEPT WS-ZONE-GAR
             SET IX-GAR TO 1
             SEARCH GAR-ENT
               AT END
                 DISPLAY 'GARANTIE ' WS-ZONE-GAR ' INCONNUE'
               WHEN GT-CODE(IX-GAR) = WS-ZONE-GAR
                 MOVE WS-ZONE-GAR TO SINM-GAR
                 MOVE GT-FRANCHISE(IX-GAR) TO SINM-FRANCHISE
                 MOVE 0 TO SINM-FRA-IMPUTEE
                 MOVE GT-FRANCHISE(IX-GAR) TO DISP-FRA
                 DISPLAY GT-LIBELLE(IX-GAR) ' - FRANCHISE ' DISP-FRA
                 MOVE 'O' TO WS-CTL-OK
             END-SEARCH
           END-PERFORM
           IF SINM-VEH-SEQ > 0 AND WS-VEHIC-OUV = 'O'
             MOVE SINM-MATRICUL TO VEH-MATRICUL
             MOVE SINM-VEH-SEQ TO VEH-SEQ
             READ VEHIC
               INVALID KEY
                 DISPLAY 'VEHICULE ' SINM-VEH-SEQ ' ABSENT DE VEHIC'
                         ' - GARANTIE NON CONTROLEE'
               NOT INVALID KEY
                 IF VEH-GAR(1) NOT = SPACE
                   MOVE 'N' TO WS-GAR-SOUSCRITE
                   MOVE 1 TO WS-G
                   PERFORM UNTIL WS-G > 5
                     IF VEH-GAR(WS-G) = SINM-GAR
                       MOVE 'O' TO WS-GAR-SOUSCRITE
                     END-IF
                     ADD 1 TO WS-G
                   END-PERFORM
                   IF WS-GAR-SOUSCRITE = 'N'
                     MOVE 'O' TO WS-GAR-REFUS
                   END-IF
                 END-IF
             END-READ
           END-IF
           .

      * INDICATEUR DE PERTE TOTALE : A BLANC LA VALEUR DEJA PORTEE
      * PAR LE SINISTRE EST CONSERVEE, N L'EFFACE.
       SAISIE-PERTE-TOTALE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'PERTE TOTALE (E=EPAVE V=VOL NON RETROUVE N=NON)'
                     ' [' SINM-PERTE-TOT '] : ' WITH NO ADVANCING
             MOVE SPACE TO WS-ZONE-PT
             ACCEPT WS-ZONE-PT
             IF PT-VALIDE
               IF WS-ZONE-PT = SPACE
                 MOVE SINM-PERTE-TOT TO WS-ZONE-PT
               END-IF
               IF WS-ZONE-PT = 'N'
                 MOVE SPACE TO WS-ZONE-PT
               END-IF
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'PERTE TOTALE DIFFERENTE DE E, V OU N'
             END-IF
           END-PERFORM
           .

      * LE VEHICULE DU SINISTRE CLOS EN PERTE TOTALE QUITTE LA
      * POLICE A LA DATE DU SINISTRE. PERTOT OUVRE VEHIC EN MISE A
      * JOUR : LA LECTURE DU PROGRAMME EST FERMEE LE TEMPS DE L'APPEL.
      * LES ACTIONS AUTOMATIQUES SONT LISTEES AU GESTIONNAIRE.
       RETIRER-PERTE-TOTALE.
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
             MOVE 'N' TO WS-VEHIC-OUV
           END-IF
           MOVE ALL SPACE TO PTT-ZONE
           MOVE 'TPPRJ33' TO PTT-PROG
           MOVE WS-OPE-ID TO PTT-OPID
           MOVE SPACE TO PTT-OPID-VAL
           MOVE SINM-MATRICUL TO PTT-MATRICUL
           MOVE SINM-NO TO PTT-NO
           MOVE SINM-VEH-SEQ TO PTT-VEH-SEQ
           MOVE SINM-DT-SIN TO PTT-DT-SIN
           MOVE SINM-PERTE-TOT TO PTT-NATURE
           CALL SOUSPROG-PTT USING PTT-ZONE
           OPEN INPUT VEHIC
           IF WS-VEH = '00'
             MOVE 'O' TO WS-VEHIC-OUV
           END-IF
           PERFORM AFFICHER-PERTE-TOTALE
           .

       AFFICHER-PERTE-TOTALE.
           EVALUATE PTT-RC
             WHEN 'O'
               DISPLAY 'PERTE TOTALE - VEHICULE ' PTT-VEH-SEQ ' '
                       PTT-IMMAT ' RETIRE AU ' PTT-DT-SIN
                       ' (JOURNAL JRNA)'
               IF PTT-FVA = 'O'
                 DISPLAY '  SORTIE FVA EMISE AU ' PTT-DT-SIN
               END-IF
               IF PTT-AJUST = 'O'
                 MOVE PTT-PRM-RETIREE TO DISP-PRM-PTT
                 DISPLAY '  AJUSTEMENT PRORATA DEPOSE - PRIME '
                         DISP-PRM-PTT ' - ' PTT-NB-VEH-RESTE
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

       SAISIE-RESERVE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             STOP RUN
           END-IF
           .
       TEST-STAT-SRG.
           IF WS-SRG NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER REGLEMENTS SINISTRES ' WS-SRG
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
       TEST-STAT-RCS.
           IF WS-RCS NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER RECOURS ' WS-RCS
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

      * HABILITATION DE L'ACTION SAISIE ; UNE ACTION INCONNUE N'EST
      * PAS CONTROLEE ET TOMBE DANS LE CAS GENERAL.
       AUTORISER-ACTION.
           MOVE 'O' TO WS-OPE-ETAT
           IF ACT-DECLARER OR ACT-MONTANT OR ACT-RESERVE
              OR ACT-CLOTURER OR ACT-RECOURS
             MOVE WS-ACTION TO WS-OPE-CODE
             MOVE WS-SAISIE-MAT TO WS-OPE-OBJET
             IF ACT-MONTANT OR ACT-CLOTURER
               MOVE 'X' TO WS-OPE-ACTION
             ELSE
               MOVE 'D' TO WS-OPE-ACTION
             END-IF
             PERFORM CONTROLER-DROIT
           END-IF
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O' AND PRM-VAL-SIN NUMERIC
             MOVE PRM-VAL-SIN TO WS-VAL-SIN
           END-IF
           .

      * L'IMAGE APRES EST LE SINISTRE TEL QUE LA CLOTURE LE LAISSERA
      * (ETAT C, RESERVE SOLDEE, DATE DU JOUR) ; LE MAITRE N'EST PAS
      * TOUCHE.
       DEPOSER-DEMANDE.
           MOVE ALL SPACE TO EVLD
           MOVE ESINM TO VLD-AVANT
           MOVE 'C' TO SINM-ETAT
           MOVE 0 TO SINM-RESERVE
           MOVE DAT(1:2) TO SINM-DT-CLOT(1:2)
           MOVE DAT(4:2) TO SINM-DT-CLOT(3:2)
           MOVE DAT(7:4) TO SINM-DT-CLOT(5:4)
           MOVE WS-ZONE-PT TO SINM-PERTE-TOT
           MOVE ESINM TO VLD-APRES
           MOVE VLD-AVANT TO ESINM
           MOVE DAT(7:4) TO VLD-DT-DEM(1:4)
           MOVE DAT(4:2) TO VLD-DT-DEM(5:2)
           MOVE DAT(1:2) TO VLD-DT-DEM(7:2)
           CALL SOUSPROG2 USING TIM
           MOVE TIM TO VLD-TIM-DEM
           MOVE WS-OPE-ID TO VLD-OPID-DEM
           MOVE 'S' TO VLD-TYPE
           MOVE 'TPPRJ33' TO VLD-PROG
           MOVE SINM-MATRICUL TO VLD-MATRICUL
           STRING 'CLOTURE SIN. NO ' SINM-NO
                  DELIMITED BY SIZE INTO VLD-OBJET
           MOVE 'A' TO VLD-ST
           MOVE 0 TO VLD-DT-DEC
           PERFORM ECRIRE-VALATT
           .

      * LE FICHIER DES DEMANDES EST CREE A LA PREMIERE DEMANDE ; IL
      * N'EST OUVERT QUE LE TEMPS DU DEPOT.
       ECRIRE-VALATT.
           OPEN I-O VALATT
           IF WS-VLD = '35'
             OPEN OUTPUT VALATT
             CLOSE VALATT
             OPEN I-O VALATT
           END-IF
           IF WS-VLD NOT = '00'
             DISPLAY 'ERREUR FICHIER DES VALIDATIONS ' WS-VLD
                     ' - CLOTURE NON ENREGISTREE'
           ELSE
             WRITE EVLD
             IF WS-VLD = '00'
               DISPLAY 'CLOTURE SOUMISE A DOUBLE VALIDATION'
                       ' - EN ATTENTE'
             ELSE
               DISPLAY 'ERREUR FICHIER DES VALIDATIONS ' WS-VLD
                       ' - CLOTURE NON ENREGISTREE'
             END-IF
             CLOSE VALATT
           END-IF
           .
