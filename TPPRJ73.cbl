       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ73.
      ******************************
      *  73 - ENCAISSEMENT AU GUICHET D'AGENCE : LE CLIENT QUI PAIE
      *       AU COMPTOIR EST ENREGISTRE ICI LE JOUR MEME, AU LIEU DU
      *       BORDEREAU PAPIER RESSAISI DES JOURS PLUS TARD PAR LE
      *       SIEGE PENDANT QUE LA RELANCE TPPRJ14 CONTINUE DE LE
      *       POURSUIVRE.
      *       E = ENCAISSEMENT : LE MATRICULE EST CONTROLE (CLE
      *           MATCHK, BLOQUANTE SI PRM-CTL-CLE LE DEMANDE, ET
      *           PRESENCE SUR ASSUR), LES QUITTANCES OUVERTES DU
      *           CLIENT SONT AFFICHEES AVEC LEUR RESTE DU, PUIS ON
      *           SAISIT LE MONTANT ET LE MODE (E = ESPECES,
      *           C = CHEQUE AVEC SON NUMERO). L'ENCAISSEMENT EST
      *           ECRIT SUR GUICHET (DESSIN GCHREC) SOUS UN NUMERO DE
      *           RECU PRIS A LA SOUCHE NUMRCU, ET LE RECU EST
      *           IMPRIME SUR RECU POUR ETRE REMIS AU CLIENT ;
      *       L = LISTE DES ENCAISSEMENTS DU JOUR DE L'AGENCE.
      *       L'AGENCE EST CELLE DE L'OPERATEUR SIGNE ; A DEFAUT ELLE
      *       EST SAISIE ET CONTROLEE SUR LA TABLE AGENCES.
      *       LA CLOTURE DE CAISSE TPPRJ74 VERSE LES ENCAISSEMENTS
      *       DANS LA REMISE PAIE DE L'AGENCE POUR TPPRJ14.
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
           SELECT GUICHET ASSIGN GUICHET
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY GCH-NO-RECU
             FILE STATUS  WS-GCH.
           SELECT NUMRCU ASSIGN NUMRCU
             FILE STATUS  WS-NUMR.
           SELECT RECU   ASSIGN RECU
             FILE STATUS  WS-RCU.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  QUIT RECORDING F.
           COPY QUIREC.
       FD  GUICHET RECORDING F.
           COPY GCHREC.
       FD  NUMRCU RECORDING F.
           COPY NUMQREC.
       FD  RECU RECORDING F.
       01  ERCU              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-QUI         PIC XX.
       77  WS-GCH         PIC XX.
       77  WS-NUMR        PIC XX.
       77  WS-RCU         PIC XX.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  WS-CHOIX       PIC X     VALUE SPACE.
       77  WS-CONFIRM     PIC X     VALUE SPACE.
           88 CONFIRM-OUI           VALUE 'O'.
       77  WS-CTL-OK      PIC X     VALUE 'N'.
           88 CTL-VALIDE            VALUE 'O'.
       77  WS-FIN-QUI     PIC X     VALUE 'N'.
       77  WS-FIN-GCH     PIC X     VALUE 'N'.
       77  WS-AGC         PIC X     VALUE SPACE.
       77  WS-AGC-LIB     PIC X(20) VALUE SPACE.
       77  WS-SAISIE-MAT  PIC 9(6)  VALUE 0.
       01  WS-ZONE-MAT    PIC X(6).
       01  WS-ZONE-MNT    PIC X(7).
       01  WS-ZONE-MNT-R REDEFINES WS-ZONE-MNT PIC 9(5)V99.
       01  WS-MODE        PIC X.
       01  WS-NO-CHQ      PIC X(10).
       01  WS-NO-RECU     PIC 9(8)  VALUE 0.
       01  WS-DT-JOUR     PIC 9(8).
       01  MNT-DU         PIC 9(7)V99.
       01  MNT-RESTE      PIC S9(7)V99.
       01  TOT-RESTE      PIC S9(7)V99.
       77  NB-OUVERTES    PIC 99    VALUE 0.
       77  NB-RECUS       PIC 9(5)  VALUE 0.
       01  TOT-RECUS      PIC 9(7)V99 VALUE 0.
       01  TOT-JOUR       PIC 9(7)V99 VALUE 0.
       77  NB-JOUR        PIC 9(5)  VALUE 0.
       77  DISP-MNT       PIC Z(4)9,99.
       77  DISP-TOT       PIC Z(6)9,99.
       77  WS-I           PIC 99.
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
       COPY AGENCES.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ73'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           PERFORM CHARGER-PARAM
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           PERFORM CHOISIR-AGENCE
           OPEN INPUT ASSUR
           PERFORM TEST-STAT-ASR
           OPEN INPUT QUIT
           PERFORM TEST-STAT-QUI
           OPEN I-O GUICHET
           IF WS-GCH = '35'
             OPEN OUTPUT GUICHET
             CLOSE GUICHET
             OPEN I-O GUICHET
           END-IF
           PERFORM TEST-STAT-GCH
           OPEN EXTEND RECU
           IF WS-RCU = '35'
             OPEN OUTPUT RECU
           END-IF
           PERFORM TEST-STAT-RCU
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'GUICHET AGENCE ' WS-AGC ' (E=ENCAISSEMENT'
                     ' L=LISTE DU JOUR F=FIN) : ' WITH NO ADVANCING
             ACCEPT WS-CHOIX
             PERFORM AUTORISER-CHOIX
             EVALUATE WS-CHOIX
               WHEN 'R' CONTINUE
               WHEN 'E' PERFORM TRT-ENCAISSEMENT
               WHEN 'L' PERFORM LISTER-JOUR
               WHEN 'F' MOVE 'O' TO FIN-PROG
               WHEN OTHER DISPLAY 'CHOIX INCONNU'
             END-EVALUATE
           END-PERFORM
           CLOSE ASSUR
           CLOSE QUIT
           CLOSE GUICHET
           CLOSE RECU
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-QUI
           PERFORM TEST-STAT-GCH
           PERFORM TEST-STAT-RCU
           MOVE TOT-RECUS TO DISP-TOT
           DISPLAY 'RECUS EMIS DANS LA SESSION : ' NB-RECUS
                   ' POUR ' DISP-TOT
           GOBACK
           .

      * L'AGENCE DU GUICHET EST CELLE DE L'OPERATEUR ; UN OPERATEUR
      * DU SIEGE (SANS AGENCE) INDIQUE POUR QUELLE AGENCE IL SAISIT.
       CHOISIR-AGENCE.
           MOVE WS-OPE-AGC TO WS-AGC
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             IF WS-AGC = SPACE
               DISPLAY 'CODE AGENCE DU GUICHET : ' WITH NO ADVANCING
               ACCEPT WS-AGC
             END-IF
             MOVE 1 TO WS-I
             PERFORM UNTIL WS-I > NB-AGC OR CTL-VALIDE
               IF AG-CODE(WS-I) = WS-AGC
                 MOVE AG-LIBELLE(WS-I) TO WS-AGC-LIB
                 MOVE 'O' TO WS-CTL-OK
               END-IF
               ADD 1 TO WS-I
             END-PERFORM
             IF NOT CTL-VALIDE
               DISPLAY 'AGENCE ' WS-AGC ' INCONNUE'
               MOVE SPACE TO WS-AGC
             END-IF
           END-PERFORM
           DISPLAY 'AGENCE ' WS-AGC ' ' WS-AGC-LIB
           .

       TRT-ENCAISSEMENT.
           PERFORM SAISIE-MATRICULE
           IF CTL-VALIDE
             MOVE WS-SAISIE-MAT TO MATRICUL
             READ ASSUR
               INVALID KEY
                 DISPLAY 'MATRICULE ' WS-SAISIE-MAT ' INCONNU -'
                         ' ENCAISSEMENT REFUSE'
               NOT INVALID KEY
                 PERFORM ENCAISSER-CLIENT
             END-READ
           END-IF
           .

       SAISIE-MATRICULE.
           MOVE 'N' TO WS-CTL-OK
           DISPLAY 'MATRICULE     : ' WITH NO ADVANCING
           MOVE ALL SPACE TO WS-ZONE-MAT
           ACCEPT WS-ZONE-MAT
           IF WS-ZONE-MAT IS NUMERIC
             MOVE WS-ZONE-MAT TO WS-SAISIE-MAT
             MOVE WS-ZONE-MAT TO WS-MAT-ZONE
             MOVE 'V' TO WS-MAT-ACTION
             CALL SOUSPROG-MAT USING WS-MAT-ACTION WS-MAT-ZONE
                  WS-MAT-ERR
             IF WS-MAT-ERR NOT = 0 AND WS-CTL-CLE = 'O'
               DISPLAY 'CLE DE MATRICULE INVALIDE - ENCAISSEMENT'
                       ' REFUSE'
             ELSE
               IF WS-MAT-ERR NOT = 0
                 DISPLAY 'AVERTISSEMENT : CLE DE MATRICULE INVALIDE'
                         ' (ANCIENNE NUMEROTATION ?)'
               END-IF
               MOVE 'O' TO WS-CTL-OK
             END-IF
           ELSE
             DISPLAY 'MATRICULE NON NUMERIQUE'
           END-IF
           .

      * UN REGLEMENT SANS QUITTANCE OUVERTE SERAIT REJETE PAR
      * TPPRJ14 : IL N'EST PAS PRIS AU GUICHET.
       ENCAISSER-CLIENT.
           DISPLAY 'CLIENT        : ' NOM-CLIENT ' AGENCE ' ASUR-AGC
           PERFORM AFFICHE-QUITTANCES
           IF NB-OUVERTES = 0
             DISPLAY 'AUCUNE QUITTANCE OUVERTE - ENCAISSEMENT REFUSE'
           ELSE
             PERFORM SAISIE-MONTANT
             PERFORM SAISIE-MODE
             MOVE WS-ZONE-MNT-R TO DISP-MNT
             IF WS-MODE = 'C'
               DISPLAY 'CHEQUE NO ' WS-NO-CHQ ' DE ' DISP-MNT
             ELSE
               DISPLAY 'ESPECES : ' DISP-MNT
             END-IF
             IF WS-ZONE-MNT-R > TOT-RESTE
               DISPLAY 'MONTANT SUPERIEUR AU RESTE DU : L''EXCEDENT'
                       ' IRA AU COMPTE CREDIT DU CLIENT'
             END-IF
             DISPLAY 'CONFIRMER L''ENCAISSEMENT (O/N) : ' WITH NO
                 ADVANCING
             ACCEPT WS-CONFIRM
             IF CONFIRM-OUI
               PERFORM ENREGISTRER-RECU
             ELSE
               DISPLAY 'ENCAISSEMENT ANNULE'
             END-IF
           END-IF
           .

      * QUITTANCES NON SOLDEES DU CLIENT, HORS AVOIRS (NES SOLDES),
      * AVEC LE RESTE DU AU SENS DU RAPPROCHEMENT TPPRJ14.
       AFFICHE-QUITTANCES.
           MOVE 0 TO NB-OUVERTES
           MOVE 0 TO TOT-RESTE
           MOVE 'N' TO WS-FIN-QUI
           MOVE WS-SAISIE-MAT TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL WS-FIN-QUI = 'O'
             READ QUIT NEXT
               AT END
                 MOVE 'O' TO WS-FIN-QUI
               NOT AT END
                 IF QUI-MATRICUL NOT = WS-SAISIE-MAT
                   MOVE 'O' TO WS-FIN-QUI
                 ELSE
                   IF QUI-ST-PAIE NOT = 'P' AND QUI-ST-PAIE NOT = 'C'
                      AND QUI-TYPE NOT = 'V'
                     PERFORM AFFICHE-UNE-QUITTANCE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF NB-OUVERTES > 0
             MOVE TOT-RESTE TO DISP-TOT
             DISPLAY 'TOTAL RESTE DU : ' DISP-TOT
           END-IF
           .

       AFFICHE-UNE-QUITTANCE.
           IF QUI-TOT-TTC IS NUMERIC AND QUI-TOT-TTC > 0
             MOVE QUI-TOT-TTC TO MNT-DU
           ELSE
             MOVE QUI-PRIM TO MNT-DU
           END-IF
           COMPUTE MNT-RESTE = MNT-DU - QUI-MNT-REGLE
           IF MNT-RESTE > 0
             ADD 1 TO NB-OUVERTES
             ADD MNT-RESTE TO TOT-RESTE
             MOVE MNT-RESTE TO DISP-MNT
             DISPLAY 'QUITTANCE ' QUI-NUM ' PERIODE ' QUI-PERIODE
                     ' ECHEANCE ' QUI-DT-ECH ' RESTE DU ' DISP-MNT
           END-IF
           .

       SAISIE-MONTANT.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'MONTANT ENCAISSE (7 CHIFFRES DONT 2 DECIMALES)'
                     ' : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-MNT
             ACCEPT WS-ZONE-MNT
             IF WS-ZONE-MNT IS NUMERIC
               IF WS-ZONE-MNT-R > 0
                 MOVE 'O' TO WS-CTL-OK
               ELSE
                 DISPLAY 'MONTANT NUL'
               END-IF
             ELSE
               DISPLAY 'MONTANT NON NUMERIQUE'
             END-IF
           END-PERFORM
           .

       SAISIE-MODE.
           MOVE SPACE TO WS-MODE
           MOVE SPACE TO WS-NO-CHQ
           PERFORM UNTIL WS-MODE = 'E' OR WS-MODE = 'C'
             DISPLAY 'MODE (E=ESPECES C=CHEQUE) : ' WITH NO ADVANCING
             ACCEPT WS-MODE
           END-PERFORM
           IF WS-MODE = 'C'
             PERFORM UNTIL WS-NO-CHQ NOT = SPACE
               DISPLAY 'NUMERO DU CHEQUE : ' WITH NO ADVANCING
               ACCEPT WS-NO-CHQ
             END-PERFORM
           END-IF
           .

       ENREGISTRER-RECU.
           PERFORM ALLOUER-RECU
           CALL SOUSPROG2 USING TIM
           MOVE ALL SPACE TO EGCH
           MOVE WS-NO-RECU TO GCH-NO-RECU
           MOVE WS-AGC TO GCH-AGC
           MOVE WS-DT-JOUR TO GCH-DT
           MOVE TIM TO GCH-TIM
           MOVE WS-OPE-ID TO GCH-OPID
           MOVE WS-SAISIE-MAT TO GCH-MATRICUL
           MOVE WS-ZONE-MNT-R TO GCH-MNT
           MOVE WS-MODE TO GCH-MODE
           MOVE WS-NO-CHQ TO GCH-NO-CHQ
           MOVE SPACE TO GCH-ST
           MOVE 0 TO GCH-NO-REM
           WRITE EGCH
           IF WS-GCH = '00'
             PERFORM IMPRIMER-RECU
             ADD 1 TO NB-RECUS
             ADD GCH-MNT TO TOT-RECUS
             DISPLAY 'RECU NO ' GCH-NO-RECU ' EMIS'
           ELSE
             DISPLAY 'ERREUR ENREGISTREMENT ENCAISSEMENT ' WS-GCH
           END-IF
           .

      * LE PROCHAIN NUMERO DE RECU SORT DE LA SOUCHE NUMRCU, RELUE
      * ET REECRITE A CHAQUE RECU : DEUX GUICHETS NE DELIVRENT
      * JAMAIS LE MEME NUMERO.
       ALLOUER-RECU.
           OPEN INPUT NUMRCU
           IF WS-NUMR = '00'
             READ NUMRCU
               AT END MOVE 0 TO WS-NO-RECU
               NOT AT END MOVE NUMQ-DERNIER TO WS-NO-RECU
             END-READ
             CLOSE NUMRCU
           ELSE
             MOVE 0 TO WS-NO-RECU
           END-IF
           ADD 1 TO WS-NO-RECU
           OPEN OUTPUT NUMRCU
           IF WS-NUMR NOT = '00'
             DISPLAY 'ERREUR FICHIER SOUCHE RECUS ' WS-NUMR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE ALL SPACE TO ENUMQ
           MOVE WS-NO-RECU TO NUMQ-DERNIER
           WRITE ENUMQ
           CLOSE NUMRCU
           .

       IMPRIMER-RECU.
           MOVE ALL '=' TO ERCU
           PERFORM ECRIRE-RCU
           STRING 'RECU DE REGLEMENT NO ' GCH-NO-RECU
                  '     AGENCE ' WS-AGC ' ' WS-AGC-LIB
                  DELIMITED BY SIZE INTO ERCU
           PERFORM ECRIRE-RCU
           STRING 'LE ' DAT(1:10) ' A ' GCH-TIM(1:2) 'H'
                  GCH-TIM(3:2) '   GUICHETIER ' GCH-OPID
                  DELIMITED BY SIZE INTO ERCU
           PERFORM ECRIRE-RCU
           PERFORM ECRIRE-RCU
           STRING 'POLICE ' GCH-MATRICUL '  ' NOM-CLIENT
                  DELIMITED BY SIZE INTO ERCU
           PERFORM ECRIRE-RCU
           MOVE GCH-MNT TO DISP-MNT
           IF GCH-MODE = 'C'
             STRING 'RECU LA SOMME DE ' DISP-MNT ' EUR PAR CHEQUE NO '
                    GCH-NO-CHQ
                    DELIMITED BY SIZE INTO ERCU
           ELSE
             STRING 'RECU LA SOMME DE ' DISP-MNT ' EUR EN ESPECES'
                    DELIMITED BY SIZE INTO ERCU
           END-IF
           PERFORM ECRIRE-RCU
           MOVE TOT-RESTE TO DISP-TOT
           STRING 'A VALOIR SUR LES QUITTANCES OUVERTES DE LA POLICE'
                  ' (TOTAL DU ' DISP-TOT ')'
                  DELIMITED BY SIZE INTO ERCU
           PERFORM ECRIRE-RCU
           MOVE ALL '=' TO ERCU
           PERFORM ECRIRE-RCU
           .

       LISTER-JOUR.
           MOVE 0 TO NB-JOUR
           MOVE 0 TO TOT-JOUR
           MOVE 'N' TO WS-FIN-GCH
           MOVE 0 TO GCH-NO-RECU
           START GUICHET KEY NOT < GCH-NO-RECU
             INVALID KEY MOVE 'O' TO WS-FIN-GCH
           END-START
           PERFORM UNTIL WS-FIN-GCH = 'O'
             READ GUICHET NEXT
               AT END
                 MOVE 'O' TO WS-FIN-GCH
               NOT AT END
                 IF GCH-AGC = WS-AGC AND GCH-DT = WS-DT-JOUR
                   ADD 1 TO NB-JOUR
                   ADD GCH-MNT TO TOT-JOUR
                   MOVE GCH-MNT TO DISP-MNT
                   DISPLAY GCH-NO-RECU ' ' GCH-TIM(1:4) ' '
                           GCH-OPID ' ' GCH-MATRICUL ' ' GCH-MODE
                           ' ' DISP-MNT ' ' GCH-NO-CHQ ' ' GCH-ST
                 END-IF
             END-READ
           END-PERFORM
           MOVE TOT-JOUR TO DISP-TOT
           DISPLAY 'ENCAISSEMENTS DU JOUR : ' NB-JOUR ' POUR ' DISP-TOT
           .

       ECRIRE-RCU.
           WRITE ERCU
           MOVE ALL SPACE TO ERCU
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             MOVE PRM-CTL-CLE TO WS-CTL-CLE
           END-IF
           .

       AUTORISER-CHOIX.
           IF WS-CHOIX = 'E'
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
       TEST-STAT-GCH.
           IF WS-GCH NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ENCAISSEMENTS GUICHET ' WS-GCH
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RCU.
           IF WS-RCU NOT = '00'
             DISPLAY 'ERREUR FICHIER RECUS ' WS-RCU
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
