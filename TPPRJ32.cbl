      *       D'EXECUTION (VERRCHK) EST TESTE A L'OUVERTURE :
      *       VEHIC ALIMENTE LE QUITTANCEMENT ET LA SYNTHESE, PAS
      *       DE MAINTENANCE PENDANT QUE LA CHAINE TOURNE.
      *       CHAQUE VEHICULE PORTE SON IDENTIFICATION : NUMERO
      *       D'IMMATRICULATION ET NUMERO VIN (FORMATS CONTROLES PAR
      *       LE SOUS-PROGRAMME IMMCHK), DATE DE 1ERE MISE EN
      *       CIRCULATION (DATECHK, JAMAIS DANS LE FUTUR). TOUTE
      *       CREATION, MODIFICATION DE L'IDENTIFICATION OU
      *       SUPPRESSION EST TRACEE SUR LE JOURNAL FVAMVT POUR LA
      *       DECLARATION AU FICHIER DES VEHICULES ASSURES (TPPRJ67) ;
      *       UN CHANGEMENT D'IMMATRICULATION Y EST DECLARE EN
      *       SUPPRESSION DE L'ANCIENNE PUIS AJOUT DE LA NOUVELLE.
      *       LES GARANTIES SOUSCRITES (JUSQU'A 5 CODES DU REFERENTIEL
      *       GARANT, CHARGE PAR TABLOD) SONT SAISIES AVEC LE
      *       VEHICULE : CODE CONNU, PAS DE DOUBLON, ET LES GARANTIES
      *       OBLIGATOIRES (RESPONSABILITE CIVILE) SONT TOUJOURS
      *       RETENUES, MEME SI L'OPERATEUR NE LES CITE PAS.
      *       L'OPERATEUR SIGNE AU LANCEMENT ET CHAQUE ACTION EST
      *       CONTROLEE CONTRE SON PROFIL.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE DYNAMIC
             RECORD KEY VEH-CLE
             FILE STATUS  WS-VEH.
           SELECT FVAMVT ASSIGN FVAMVT
             FILE STATUS  WS-FVA.

       DATA DIVISION.
       FILE SECTION.
           COPY ASSUREC.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  FVAMVT RECORDING F.
           COPY FVAREC.

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-VEH         PIC XX.
       77  WS-FVA         PIC XX.
       77  WS-SAISIE-MAT  PIC 9(6)  VALUE 0.
       77  WS-SAISIE-SEQ  PIC 99    VALUE 0.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  WS-VER-PROG    PIC X(8)  VALUE 'TPPRJ32'.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.
       77  SOUSPROG-IMM   PIC X(8) VALUE 'IMMCHK'.
       77  WS-IMM-ACTION  PIC X     VALUE SPACE.
       01  WS-ZONE-IMM    PIC X(17).
       77  WS-IMM-ERR     PIC 9     VALUE 0.
       77  SOUSPROG-DATE  PIC X(8) VALUE 'DATECHK'.
       77  WS-COD-ERR     PIC 9.
       01  WS-ZONE-DT     PIC X(8).
       01  WS-ZONE-DT-R REDEFINES WS-ZONE-DT.
           05 WS-DT-JJ     PIC 99.
           05 WS-DT-MM     PIC 99.
           05 WS-DT-AAAA   PIC 9(4).
       77  WS-JJ          PIC 99.
       77  WS-MM          PIC 99.
       77  WS-AA          PIC 9(4).
       01  WS-CLE-DT      PIC 9(8)  VALUE 0.
       01  WS-DT-JOUR     PIC 9(8)  VALUE 0.
       01  WS-HEURE-SYS   PIC 9(8)  VALUE 0.
       01  WS-DT-EFF-JOUR PIC 9(8)  VALUE 0.
       77  WS-FVA-ACTION  PIC X     VALUE SPACE.
      * IDENTIFICATION DU VEHICULE AVANT MODIFICATION OU
      * SUPPRESSION, POUR LA DECLARATION FVA.
       01  WS-VEH-AVANT.
           05 WS-IMMAT-AVANT  PIC X(12).
           05 WS-VIN-AVANT    PIC X(17).
           05 WS-DT1-AVANT    PIC 9(8).
           05 WS-TP-AVANT     PIC X.
           COPY PARMREC.
           COPY GARTAB.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
       77  WS-NB-GAR-VEH  PIC 9     VALUE 0.
       77  WS-G           PIC 99    VALUE 0.
       77  WS-GAR-TROUVE  PIC X     VALUE 'N'.
       01  WS-ZONE-GAR    PIC XX.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ32'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           PERFORM CONTROLER-VERROU
           OPEN INPUT ASSUR
           OPEN I-O VEHIC
           END-IF
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-VEH
           OPEN EXTEND FVAMVT
           IF WS-FVA = '35'
             OPEN OUTPUT FVAMVT
           END-IF
           PERFORM TEST-STAT-FVA
           ACCEPT WS-DT-JOUR FROM DATE YYYYMMDD
           MOVE WS-DT-JOUR(7:2) TO WS-DT-EFF-JOUR(1:2)
           MOVE WS-DT-JOUR(5:2) TO WS-DT-EFF-JOUR(3:2)
           MOVE WS-DT-JOUR(1:4) TO WS-DT-EFF-JOUR(5:4)
           PERFORM CHARGER-PARAM
           MOVE 'G' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI GAR-TABLE
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'MATRICULE (000000 POUR TERMINER) : ' WITH NO
           END-PERFORM
           CLOSE ASSUR
           CLOSE VEHIC
           CLOSE FVAMVT
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-VEH
           PERFORM TEST-STAT-FVA
           GOBACK
           .

                 MOVE VEH-PRM-BS TO DISP-PRM-VEH
                 DISPLAY 'VEHICULE ' VEH-SEQ ' TYPE ' VEH-TP-VHCL
                         ' PRIME ' DISP-PRM-VEH
                         ' IMMAT ' VEH-IMMAT
                 DISPLAY '         GARANTIES ' VEH-GAR(1) ' '
                         VEH-GAR(2) ' ' VEH-GAR(3) ' ' VEH-GAR(4) ' '
                         VEH-GAR(5)
               END-IF
             END-IF
           END-PERFORM
             ACCEPT WS-ACTION
             MOVE WS-SAISIE-MAT TO VEH-MATRICUL
             MOVE WS-SAISIE-SEQ TO VEH-SEQ
             PERFORM AUTORISER-ACTION
             EVALUATE TRUE
               WHEN WS-OPE-ETAT NOT = 'O' CONTINUE
               WHEN ACT-AJOUT  PERFORM TRT-AJOUT-VEH
               WHEN ACT-MODIF  PERFORM TRT-MODIF-VEH
               WHEN ACT-SUPPR  PERFORM TRT-SUPPR-VEH
                 WRITE EVEH
                 IF WS-VEH = '00'
                   DISPLAY 'VEHICULE ' WS-SAISIE-SEQ ' CREE'
                   MOVE 'A' TO WS-FVA-ACTION
                   PERFORM ECRIRE-FVA-VEH
                 ELSE
                   DISPLAY 'ERREUR CREATION VEHICULE ' WS-VEH
                 END-IF
               MOVE VEH-PRM-BS TO DISP-PRM-VEH
               DISPLAY 'ACTUEL : TYPE ' VEH-TP-VHCL ' PRIME '
                       DISP-PRM-VEH
               DISPLAY '         IMMAT ' VEH-IMMAT ' VIN ' VEH-VIN
                       ' 1ERE MEC ' VEH-DT-1IMMAT
               DISPLAY '         GARANTIES ' VEH-GAR(1) ' '
                       VEH-GAR(2) ' ' VEH-GAR(3) ' ' VEH-GAR(4) ' '
                       VEH-GAR(5)
               PERFORM GARDER-VEH-AVANT
               PERFORM SAISIE-VEHICULE
               DISPLAY 'CONFIRMER LA MODIFICATION (O/N) : ' WITH NO
                   ADVANCING
                 REWRITE EVEH
                 IF WS-VEH = '00'
                   DISPLAY 'VEHICULE ' WS-SAISIE-SEQ ' MODIFIE'
                   PERFORM TRACER-MODIF-FVA
                 ELSE
                   DISPLAY 'ERREUR MODIFICATION VEHICULE ' WS-VEH
                 END-IF
               MOVE VEH-PRM-BS TO DISP-PRM-VEH
               DISPLAY 'VEHICULE ' VEH-SEQ ' TYPE ' VEH-TP-VHCL
                       ' PRIME ' DISP-PRM-VEH
                       ' IMMAT ' VEH-IMMAT
               PERFORM GARDER-VEH-AVANT
               DISPLAY 'CONFIRMER LA SUPPRESSION (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
                 DELETE VEHIC
                 IF WS-VEH = '00'
                   DISPLAY 'VEHICULE ' WS-SAISIE-SEQ ' SUPPRIME'
                   IF WS-IMMAT-AVANT NOT = SPACE
                     PERFORM ECRIRE-FVA-AVANT
                   END-IF
                 ELSE
                   DISPLAY 'ERREUR SUPPRESSION VEHICULE ' WS-VEH
                 END-IF
               DISPLAY 'PRIME NON NUMERIQUE, NULLE OU EXCESSIVE'
             END-IF
           END-PERFORM
           PERFORM SAISIE-IDENT-VEHICULE
           PERFORM SAISIE-GARANTIES-VEH
           .

      * GARANTIES DU VEHICULE, CADREES EN TETE DE VEH-GAR. LES
      * GARANTIES OBLIGATOIRES DU REFERENTIEL SONT POSEES D'OFFICE ;
      * L'OPERATEUR AJOUTE LES AUTRES, BLANC POUR TERMINER.
       SAISIE-GARANTIES-VEH.
           MOVE ALL SPACE TO VEH-GARANTIES
           MOVE 0 TO WS-NB-GAR-VEH
           SET IX-GAR TO 1
           PERFORM UNTIL IX-GAR > NB-GAR
             IF GT-OBLIG(IX-GAR) = 'O' AND WS-NB-GAR-VEH < 5
               ADD 1 TO WS-NB-GAR-VEH
               MOVE GT-CODE(IX-GAR) TO VEH-GAR(WS-NB-GAR-VEH)
               DISPLAY 'GARANTIE OBLIGATOIRE ' GT-CODE(IX-GAR) ' '
                       GT-LIBELLE(IX-GAR) ' RETENUE'
             END-IF
             SET IX-GAR UP BY 1
           END-PERFORM
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE OR WS-NB-GAR-VEH = 5
             DISPLAY 'CODE GARANTIE (BLANC = FIN) : ' WITH NO
                 ADVANCING
             MOVE ALL SPACE TO WS-ZONE-GAR
             ACCEPT WS-ZONE-GAR
             IF WS-ZONE-GAR = SPACE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               PERFORM AJOUTER-GARANTIE-VEH
             END-IF
           END-PERFORM
           .

       AJOUTER-GARANTIE-VEH.
           SET IX-GAR TO 1
           SEARCH GAR-ENT
             AT END
               DISPLAY 'GARANTIE ' WS-ZONE-GAR ' INCONNUE'
             WHEN GT-CODE(IX-GAR) = WS-ZONE-GAR
               MOVE 'N' TO WS-GAR-TROUVE
               MOVE 1 TO WS-G
               PERFORM UNTIL WS-G > WS-NB-GAR-VEH
                 IF VEH-GAR(WS-G) = WS-ZONE-GAR
                   MOVE 'O' TO WS-GAR-TROUVE
                 END-IF
                 ADD 1 TO WS-G
               END-PERFORM
               IF WS-GAR-TROUVE = 'O'
                 DISPLAY 'GARANTIE ' WS-ZONE-GAR ' DEJA RETENUE'
               ELSE
                 ADD 1 TO WS-NB-GAR-VEH
                 MOVE WS-ZONE-GAR TO VEH-GAR(WS-NB-GAR-VEH)
                 DISPLAY 'GARANTIE ' WS-ZONE-GAR ' '
                         GT-LIBELLE(IX-GAR) ' RETENUE'
               END-IF
           END-SEARCH
           .

      * IDENTIFICATION DU VEHICULE : IMMATRICULATION ET VIN PASSENT
      * PAR IMMCHK, QUI LES REND NORMALISES ; LA DATE DE 1ERE MISE
      * EN CIRCULATION PAR DATECHK ET NE PEUT ETRE POSTERIEURE AU
      * JOUR.
       SAISIE-IDENT-VEHICULE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'IMMATRICULATION (AA-999-AA) : ' WITH NO
                 ADVANCING
             MOVE ALL SPACE TO WS-ZONE-IMM
             ACCEPT WS-ZONE-IMM
             MOVE 'I' TO WS-IMM-ACTION
             CALL SOUSPROG-IMM USING WS-IMM-ACTION WS-ZONE-IMM
                  WS-IMM-ERR
             EVALUATE WS-IMM-ERR
               WHEN 0
                 MOVE WS-ZONE-IMM TO VEH-IMMAT
                 MOVE 'O' TO WS-CTL-OK
               WHEN 2
                 DISPLAY 'LETTRES I, O ET U INTERDITES'
               WHEN OTHER
                 DISPLAY 'IMMATRICULATION INVALIDE'
             END-EVALUATE
           END-PERFORM
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'NUMERO VIN (17 CARACTERES) : ' WITH NO
                 ADVANCING
             MOVE ALL SPACE TO WS-ZONE-IMM
             ACCEPT WS-ZONE-IMM
             MOVE 'V' TO WS-IMM-ACTION
             CALL SOUSPROG-IMM USING WS-IMM-ACTION WS-ZONE-IMM
                  WS-IMM-ERR
             EVALUATE WS-IMM-ERR
               WHEN 0
                 MOVE WS-ZONE-IMM TO VEH-VIN
                 MOVE 'O' TO WS-CTL-OK
               WHEN 2
                 DISPLAY 'LETTRES I, O ET Q INTERDITES'
               WHEN OTHER
                 DISPLAY 'NUMERO VIN INVALIDE'
             END-EVALUATE
           END-PERFORM
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'DATE 1ERE MISE EN CIRCULATION (JJMMAAAA) : '
                 WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-DT
             ACCEPT WS-ZONE-DT
             IF WS-ZONE-DT IS NUMERIC
               MOVE WS-DT-JJ TO WS-JJ
               MOVE WS-DT-MM TO WS-MM
               MOVE WS-DT-AAAA TO WS-AA
               CALL SOUSPROG-DATE USING WS-JJ WS-MM WS-AA
                    WS-COD-ERR
               MOVE WS-DT-AAAA TO WS-CLE-DT(1:4)
               MOVE WS-DT-MM TO WS-CLE-DT(5:2)
               MOVE WS-DT-JJ TO WS-CLE-DT(7:2)
               IF WS-COD-ERR NOT = 0
                 DISPLAY 'DATE DE MISE EN CIRCULATION INVALIDE'
               ELSE
                 IF WS-CLE-DT > WS-DT-JOUR
                   DISPLAY 'DATE DE MISE EN CIRCULATION FUTURE'
                 ELSE
                   MOVE WS-ZONE-DT TO VEH-DT-1IMMAT
                   MOVE 'O' TO WS-CTL-OK
                 END-IF
               END-IF
             ELSE
               DISPLAY 'DATE NON NUMERIQUE'
             END-IF
           END-PERFORM
           .

       GARDER-VEH-AVANT.
           MOVE VEH-IMMAT TO WS-IMMAT-AVANT
           MOVE VEH-VIN TO WS-VIN-AVANT
           MOVE VEH-DT-1IMMAT TO WS-DT1-AVANT
           MOVE VEH-TP-VHCL TO WS-TP-AVANT
           .

      * SEULE L'IDENTIFICATION INTERESSE LE FICHIER DES VEHICULES
      * ASSURES : UN CHANGEMENT DE PRIME N'Y EST PAS DECLARE. UN
      * VEHICULE ANCIEN SANS IMMATRICULATION N'A JAMAIS ETE
      * DECLARE ET PART EN AJOUT.
       TRACER-MODIF-FVA.
           IF WS-IMMAT-AVANT = SPACE
             MOVE 'A' TO WS-FVA-ACTION
             PERFORM ECRIRE-FVA-VEH
           ELSE
             IF WS-IMMAT-AVANT NOT = VEH-IMMAT
               PERFORM ECRIRE-FVA-AVANT
               MOVE 'A' TO WS-FVA-ACTION
               PERFORM ECRIRE-FVA-VEH
             ELSE
               IF WS-VIN-AVANT NOT = VEH-VIN
                  OR WS-DT1-AVANT NOT = VEH-DT-1IMMAT
                  OR WS-TP-AVANT NOT = VEH-TP-VHCL
                 MOVE 'M' TO WS-FVA-ACTION
                 PERFORM ECRIRE-FVA-VEH
               END-IF
             END-IF
           END-IF
           .

       ECRIRE-FVA-VEH.
           MOVE ALL SPACE TO EFVA
           MOVE WS-FVA-ACTION TO FVA-ACTION
           MOVE VEH-IMMAT TO FVA-IMMAT
           MOVE VEH-VIN TO FVA-VIN
           MOVE VEH-DT-1IMMAT TO FVA-DT-1IMMAT
           MOVE VEH-TP-VHCL TO FVA-TP-VHCL
           PERFORM FINIR-FVA
           .

       ECRIRE-FVA-AVANT.
           MOVE ALL SPACE TO EFVA
           MOVE 'S' TO FVA-ACTION
           MOVE WS-IMMAT-AVANT TO FVA-IMMAT
           MOVE WS-VIN-AVANT TO FVA-VIN
           MOVE WS-DT1-AVANT TO FVA-DT-1IMMAT
           MOVE WS-TP-AVANT TO FVA-TP-VHCL
           PERFORM FINIR-FVA
           .

       FINIR-FVA.
           ACCEPT WS-DT-JOUR FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME
           MOVE WS-DT-JOUR TO FVA-DT
           MOVE WS-HEURE-SYS TO FVA-TIM
           MOVE WS-SAISIE-MAT TO FVA-MATRICUL
           MOVE WS-SAISIE-SEQ TO FVA-SEQ
           MOVE WS-DT-EFF-JOUR TO FVA-DT-EFF
           MOVE 'TPPRJ32' TO FVA-PROG
           MOVE SPACE TO FVA-ST
           MOVE 0 TO FVA-DT-ENV
           WRITE EFVA
           PERFORM TEST-STAT-FVA
           .

       APPEL-FLDCHK.
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
       TEST-STAT-VEH.
           IF WS-VEH NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER VEHICULES ' WS-VEH
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
           IF ACT-AJOUT OR ACT-MODIF OR ACT-SUPPR
             MOVE WS-ACTION TO WS-OPE-CODE
             MOVE 'D' TO WS-OPE-ACTION
             MOVE WS-SAISIE-MAT TO WS-OPE-OBJET
             MOVE WS-SAISIE-SEQ TO WS-OPE-OBJET(8:2)
             PERFORM CONTROLER-DROIT
           END-IF
           .
