      *       SOUS SA DATE FUTURE ET TROUVER-COEF LA PRENDRA TOUT
      *       SEUL LE BON JOUR. L'ACTION I INITIALISE LES DEUX
      *       FICHIERS AVEC LES VALEURS HISTORIQUES COMPILEES DE
      *       TABLOD (PREMIERE MISE EN SERVICE D'UN SITE). L'ACTION G
      *       ENTRETIENT LE REFERENTIEL DES GARANTIES (GARANT) : TAUX
      *       DE PRIME EN POURCENT DE LA PRIME DE BASE, FRANCHISE ET
      *       CARACTERE OBLIGATOIRE ; I L'INITIALISE AUSSI. LE JETON
      *       D'EXECUTION (VERRCHK) EST TESTE A L'OUVERTURE : CES
      *       TABLES PILOTENT LA VALIDATION ET LE TARIF DE TOUTE LA
      *       CHAINE. L'OPERATEUR SIGNE AU LANCEMENT ; CHAQUE
      *       REFERENTIEL EST UNE ACTION PRIVILEGIEE DE SON PROFIL,
      *       TRACEE AU JOURNAL DE SECURITE. UN COEFFICIENT DE TYPE
      *       DE VEHICULE QUI S'ECARTE DE PLUS DE PRM-VAL-COEF
      *       (FICHIER PARAM) DU COEFFICIENT EN PLACE N'EST PAS
      *       ENREGISTRE ICI : IL EST DEPOSE SUR VALATT ET ATTEND
      *       L'ACCORD D'UN SECOND OPERATEUR (TPPRJ72).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE DYNAMIC
             RECORD KEY TYV-CLE
             FILE STATUS  WS-TYV.
           SELECT GARANT ASSIGN GARANT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY GAR-CODE
             FILE STATUS  WS-GAR.
           SELECT VALATT ASSIGN VALATT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VLD-CLE
             FILE STATUS  WS-VLD.

       DATA DIVISION.
       FILE SECTION.
           COPY AGREREC.
       FD  TYPVEH RECORDING F.
           COPY TYPVREC.
       FD  GARANT RECORDING F.
           COPY GARREC.
       FD  VALATT RECORDING F.
           COPY VLDREC.

       WORKING-STORAGE SECTION.
       77  WS-AGR         PIC XX.
       77  WS-TYV         PIC XX.
       77  WS-GAR         PIC XX.
       77  WS-VLD         PIC XX.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  WS-CHOIX       PIC X     VALUE SPACE.
       77  WS-ACTION      PIC X     VALUE SPACE.
       01  WS-ZONE-COEF   PIC X(3).
       01  WS-ZONE-COEF-R REDEFINES WS-ZONE-COEF PIC 9V99.
       77  DISP-COEF      PIC 9,99.
       01  WS-ZONE-GAR    PIC XX.
       01  WS-ZONE-TAUX   PIC X(5).
       01  WS-ZONE-TAUX-R REDEFINES WS-ZONE-TAUX PIC 9(3)V99.
       01  WS-ZONE-FRA    PIC X(7).
       01  WS-ZONE-FRA-R  REDEFINES WS-ZONE-FRA PIC 9(5)V99.
       77  DISP-TAUX      PIC ZZ9,99.
       77  DISP-FRA       PIC ZZZZ9,99.
       77  WS-FIN-FIC     PIC X     VALUE 'N'.
       77  WS-I           PIC 99.
      * DOUBLE VALIDATION : UN COEFFICIENT QUI S'ECARTE DE PLUS DE
      * WS-VAL-COEF DU COEFFICIENT EN PLACE (CHANGEMENT) OU DE LA
      * DERNIERE ENTREE ANTERIEURE DU MEME TYPE (AJOUT D'UNE
      * REVISION) EST DEPOSE SUR VALATT ET ATTEND L'ACCORD D'UN
      * SECOND OPERATEUR.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-PARM-OK     PIC X     VALUE 'N'.
           COPY PARMREC.
       77  WS-VAL-COEF    PIC 9V99  VALUE 0.
       77  WS-VAL-REQUISE PIC X     VALUE 'N'.
       77  WS-PREC-TROUVE PIC X     VALUE 'N'.
       77  WS-FIN-TYV     PIC X     VALUE 'N'.
       01  WS-TYV-AVANT   PIC X(80).
       01  WS-TYV-APRES   PIC X(80).
       01  WS-COEF-AV     PIC 9V99.
       01  WS-ECART       PIC S9V99.
      * VALEURS HISTORIQUES POUR L'INITIALISATION D'UN SITE, LES
      * MEMES QUE LE REPLI COMPILE DE TABLOD.
       01  TABLE-TPV-DEF.
           05  AGC-DEF-ENT OCCURS 3.
               10 AGD-CODE    PIC X.
               10 AGD-LIBELLE PIC X(15).
       01  TABLE-GAR-DEF.
           05  FILLER PIC X(35) VALUE
               'RCRESPONSABILITE CIV. 100000000000O'.
           05  FILLER PIC X(35) VALUE
               'VIVOL INCENDIE        025000030000N'.
           05  FILLER PIC X(35) VALUE
               'DADOMMAGES ACCIDENTS  060000050000N'.
       01  GAR-DEF REDEFINES TABLE-GAR-DEF.
           05  GAR-DEF-ENT OCCURS 3.
               10 GRD-CODE      PIC XX.
               10 GRD-LIBELLE   PIC X(20).
               10 GRD-TAUX      PIC 9(3)V99.
               10 GRD-FRANCHISE PIC 9(5)V99.
               10 GRD-OBLIG     PIC X.
       77  SOUSPROG-VER   PIC X(8) VALUE 'VERRCHK'.
       77  WS-VER-ACTION  PIC X     VALUE 'T'.
       77  WS-VER-PROG    PIC X(8)  VALUE 'TPPRJ54'.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ54'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           PERFORM CONTROLER-VERROU
           PERFORM CHARGER-PARAM
           OPEN I-O AGENCF
           IF WS-AGR = '35'
             OPEN OUTPUT AGENCF
           IF WS-TYV = '35'
             OPEN OUTPUT TYPVEH
           END-IF
           OPEN I-O GARANT
           IF WS-GAR = '35'
             OPEN OUTPUT GARANT
           END-IF
           PERFORM TEST-STAT-AGR
           PERFORM TEST-STAT-TYV
           PERFORM TEST-STAT-GAR
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'REFERENTIEL (A=AGENCES T=TYPES DE VEHICULE'
                     ' G=GARANTIES I=INITIALISER F=FIN) : '
                     WITH NO ADVANCING
             ACCEPT WS-CHOIX
             PERFORM AUTORISER-CHOIX
             EVALUATE WS-CHOIX
               WHEN 'R' CONTINUE
               WHEN 'A' PERFORM GERER-AGENCE
               WHEN 'T' PERFORM GERER-TYPE
               WHEN 'G' PERFORM GERER-GARANTIE
               WHEN 'I' PERFORM INITIALISER-DEFAUTS
               WHEN 'F' MOVE 'O' TO FIN-PROG
               WHEN OTHER DISPLAY 'CHOIX INCONNU'
           END-PERFORM
           CLOSE AGENCF
           CLOSE TYPVEH
           CLOSE GARANT
           PERFORM TEST-STAT-AGR
           PERFORM TEST-STAT-TYV
           PERFORM TEST-STAT-GAR
           GOBACK
           .

                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 PERFORM EVALUER-SEUIL-AJOUT
               END-IF
               IF CONFIRM-OUI AND WS-VAL-REQUISE = 'O'
                 PERFORM DEPOSER-DEMANDE
               END-IF
               IF CONFIRM-OUI AND WS-VAL-REQUISE = 'N'
                 WRITE ETYV
                 DISPLAY 'TYPE ' TYV-CODE ' EFFET ' TYV-DT-EFF
                         ' CREE'
               END-IF
               IF NOT CONFIRM-OUI
                 DISPLAY 'CREATION ANNULEE'
               END-IF
             NOT INVALID KEY
             NOT INVALID KEY
               MOVE TYV-COEF TO DISP-COEF
               DISPLAY 'ACTUEL : ' TYV-LIBELLE ' COEF ' DISP-COEF
               MOVE ETYV TO WS-TYV-AVANT
               MOVE TYV-COEF TO WS-COEF-AV
               DISPLAY 'LIBELLE       : ' WITH NO ADVANCING
               ACCEPT TYV-LIBELLE
               PERFORM SAISIE-COEF
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 MOVE ETYV TO WS-TYV-APRES
                 PERFORM COMPARER-COEF
                 IF WS-VAL-REQUISE = 'O'
                   PERFORM DEPOSER-DEMANDE
                 ELSE
                   REWRITE ETYV
                   DISPLAY 'TYPE ' TYV-CODE ' EFFET ' TYV-DT-EFF
                           ' MODIFIE'
                 END-IF
               ELSE
                 DISPLAY 'MODIFICATION ANNULEE'
               END-IF
           END-READ
           .

       GERER-GARANTIE.
           DISPLAY 'CODE GARANTIE : ' WITH NO ADVANCING
           MOVE ALL SPACE TO WS-ZONE-GAR
           ACCEPT WS-ZONE-GAR
           IF WS-ZONE-GAR = SPACE
             DISPLAY 'CODE GARANTIE A BLANC REFUSE'
           ELSE
             DISPLAY 'ACTION (A=AJOUT C=CHANGEMENT D=SUPPRESSION)'
                     ' : ' WITH NO ADVANCING
             ACCEPT WS-ACTION
             MOVE WS-ZONE-GAR TO GAR-CODE
             EVALUATE TRUE
               WHEN ACT-AJOUT  PERFORM TRT-AJOUT-GAR
               WHEN ACT-MODIF  PERFORM TRT-MODIF-GAR
               WHEN ACT-SUPPR  PERFORM TRT-SUPPR-GAR
               WHEN OTHER      DISPLAY 'ACTION INCONNUE'
             END-EVALUATE
           END-IF
           .

      * TAUX EN POURCENT DE LA PRIME DE BASE DU VEHICULE APRES
      * COEFFICIENT DE CATEGORIE (10000 = 100,00 %), FRANCHISE EN
      * CENTIMES (0 ADMIS).
       SAISIE-GARANTIE.
           DISPLAY 'LIBELLE       : ' WITH NO ADVANCING
           ACCEPT GAR-LIBELLE
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'TAUX (9(3)V99, 10000=100,00 %) : ' WITH NO
                 ADVANCING
             MOVE ALL SPACE TO WS-ZONE-TAUX
             ACCEPT WS-ZONE-TAUX
             IF WS-ZONE-TAUX IS NUMERIC AND WS-ZONE-TAUX-R > 0
               MOVE WS-ZONE-TAUX-R TO GAR-TAUX
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'TAUX NON NUMERIQUE OU NUL'
             END-IF
           END-PERFORM
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'FRANCHISE (9(5)V99, EN CENTIMES) : ' WITH NO
                 ADVANCING
             MOVE ALL SPACE TO WS-ZONE-FRA
             ACCEPT WS-ZONE-FRA
             IF WS-ZONE-FRA IS NUMERIC
               MOVE WS-ZONE-FRA-R TO GAR-FRANCHISE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'FRANCHISE NON NUMERIQUE'
             END-IF
           END-PERFORM
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'GARANTIE OBLIGATOIRE (O/N) : ' WITH NO ADVANCING
             ACCEPT GAR-OBLIG
             IF GAR-OBLIG = 'O' OR GAR-OBLIG = 'N'
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'REPONDRE O OU N'
             END-IF
           END-PERFORM
           .

       TRT-AJOUT-GAR.
           READ GARANT
             INVALID KEY
               MOVE ALL SPACE TO EGAR
               MOVE WS-ZONE-GAR TO GAR-CODE
               PERFORM SAISIE-GARANTIE
               DISPLAY 'CONFIRMER LA CREATION (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 WRITE EGAR
                 DISPLAY 'GARANTIE ' GAR-CODE ' CREEE'
               ELSE
                 DISPLAY 'CREATION ANNULEE'
               END-IF
             NOT INVALID KEY
               DISPLAY 'GARANTIE ' GAR-CODE ' EXISTE DEJA'
           END-READ
           .

       TRT-MODIF-GAR.
           READ GARANT
             INVALID KEY
               DISPLAY 'GARANTIE ' GAR-CODE ' INTROUVABLE'
             NOT INVALID KEY
               MOVE GAR-TAUX TO DISP-TAUX
               MOVE GAR-FRANCHISE TO DISP-FRA
               DISPLAY 'ACTUEL : ' GAR-LIBELLE ' TAUX ' DISP-TAUX
                       ' FRANCHISE ' DISP-FRA ' OBLIG ' GAR-OBLIG
               PERFORM SAISIE-GARANTIE
               DISPLAY 'CONFIRMER LA MODIFICATION (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 REWRITE EGAR
                 DISPLAY 'GARANTIE ' GAR-CODE ' MODIFIEE'
               ELSE
                 DISPLAY 'MODIFICATION ANNULEE'
               END-IF
           END-READ
           .

      * LES VEHICULES QUI PORTENT ENCORE LE CODE NE SONT PLUS
      * FACTURES SUR CETTE GARANTIE (CODE INCONNU AU QUITTANCEMENT) :
      * L'OPERATEUR EST PREVENU AVANT DE CONFIRMER.
       TRT-SUPPR-GAR.
           READ GARANT
             INVALID KEY
               DISPLAY 'GARANTIE ' GAR-CODE ' INTROUVABLE'
             NOT INVALID KEY
               DISPLAY 'GARANTIE ' GAR-CODE ' ' GAR-LIBELLE
               DISPLAY 'LES VEHICULES QUI LA PORTENT NE SERONT PLUS'
                       ' FACTURES SUR CETTE GARANTIE'
               DISPLAY 'CONFIRMER LA SUPPRESSION (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 DELETE GARANT
                 DISPLAY 'GARANTIE ' GAR-CODE ' SUPPRIMEE'
               ELSE
                 DISPLAY 'SUPPRESSION ANNULEE'
               END-IF
           END-READ
           .

      * PREMIERE MISE EN SERVICE : LES TROIS REFERENTIELS SONT
      * PEUPLES AVEC LES VALEURS HISTORIQUES ; LES ENTREES DEJA
      * PRESENTES NE SONT PAS TOUCHEES.
       INITIALISER-DEFAUTS.
             END-WRITE
             ADD 1 TO WS-I
           END-PERFORM
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > 3
             MOVE ALL SPACE TO EGAR
             MOVE GRD-CODE(WS-I) TO GAR-CODE
             MOVE GRD-LIBELLE(WS-I) TO GAR-LIBELLE
             MOVE GRD-TAUX(WS-I) TO GAR-TAUX
             MOVE GRD-FRANCHISE(WS-I) TO GAR-FRANCHISE
             MOVE GRD-OBLIG(WS-I) TO GAR-OBLIG
             WRITE EGAR
               INVALID KEY
                 DISPLAY 'GARANTIE ' GAR-CODE ' DEJA PRESENTE'
               NOT INVALID KEY
                 DISPLAY 'GARANTIE ' GAR-CODE ' INITIALISEE'
             END-WRITE
             ADD 1 TO WS-I
           END-PERFORM
           .

       TEST-STAT-AGR.
             STOP RUN
           END-IF
           .
       TEST-STAT-GAR.
           IF WS-GAR NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER REFERENTIEL GARANTIES ' WS-GAR
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

      * HABILITATION DU REFERENTIEL CHOISI ; UN CHOIX REFUSE DEVIENT
      * R ET NE DECLENCHE RIEN.
       AUTORISER-CHOIX.
           IF WS-CHOIX = 'A' OR WS-CHOIX = 'T' OR WS-CHOIX = 'G'
              OR WS-CHOIX = 'I'
             MOVE WS-CHOIX TO WS-OPE-CODE
             MOVE 'X' TO WS-OPE-ACTION
             MOVE 'REFERENTIEL' TO WS-OPE-OBJET
             PERFORM CONTROLER-DROIT
             IF WS-OPE-ETAT NOT = 'O'
               MOVE 'R' TO WS-CHOIX
             END-IF
           END-IF
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O' AND PRM-VAL-COEF NUMERIC
             MOVE PRM-VAL-COEF TO WS-VAL-COEF
           END-IF
           .

      * POUR UNE REVISION, LA REFERENCE EST LA DERNIERE ENTREE DU
      * MEME TYPE D'EFFET ANTERIEUR ; UN TYPE NOUVEAU N'A PAS DE
      * COEFFICIENT EN PLACE ET N'EST PAS SOUMIS A VALIDATION. LA
      * SAISIE EST MISE DE COTE LE TEMPS DU PARCOURS DE TYPVEH.
       EVALUER-SEUIL-AJOUT.
           MOVE ETYV TO WS-TYV-APRES
           MOVE ALL SPACE TO WS-TYV-AVANT
           MOVE 'N' TO WS-PREC-TROUVE
           MOVE 'N' TO WS-FIN-TYV
           MOVE 0 TO TYV-DT-EFF
           START TYPVEH KEY NOT < TYV-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-TYV
           END-START
           PERFORM UNTIL WS-FIN-TYV = 'O'
             READ TYPVEH NEXT
               AT END
                 MOVE 'O' TO WS-FIN-TYV
               NOT AT END
                 IF TYV-CODE NOT = WS-TYV-APRES(1:1)
                    OR TYV-DT-EFF NOT < WS-ZONE-DT-R
                   MOVE 'O' TO WS-FIN-TYV
                 ELSE
                   MOVE 'O' TO WS-PREC-TROUVE
                   MOVE ETYV TO WS-TYV-AVANT
                   MOVE TYV-COEF TO WS-COEF-AV
                 END-IF
             END-READ
           END-PERFORM
           MOVE WS-TYV-APRES TO ETYV
           MOVE 'N' TO WS-VAL-REQUISE
           IF WS-PREC-TROUVE = 'O'
             PERFORM COMPARER-COEF
           END-IF
           .

       COMPARER-COEF.
           MOVE 'N' TO WS-VAL-REQUISE
           COMPUTE WS-ECART = TYV-COEF - WS-COEF-AV
           IF WS-ECART < 0
             COMPUTE WS-ECART = 0 - WS-ECART
           END-IF
           IF WS-ECART > WS-VAL-COEF
             MOVE 'O' TO WS-VAL-REQUISE
           END-IF
           .

      * IMAGE AVANT : L'ENTREE EN PLACE (CHANGEMENT) OU L'ENTREE DE
      * REFERENCE (AJOUT, CLE DIFFERENTE) ; IMAGE APRES : LA SAISIE.
       DEPOSER-DEMANDE.
           MOVE ALL SPACE TO EVLD
           ACCEPT VLD-DT-DEM FROM DATE YYYYMMDD
           ACCEPT VLD-TIM-DEM FROM TIME
           MOVE WS-OPE-ID TO VLD-OPID-DEM
           MOVE 'T' TO VLD-TYPE
           MOVE 'TPPRJ54' TO VLD-PROG
           MOVE 0 TO VLD-MATRICUL
           STRING 'COEF. TYPE ' TYV-CODE ' ' TYV-DT-EFF
                  DELIMITED BY SIZE INTO VLD-OBJET
           MOVE WS-TYV-AVANT TO VLD-AVANT
           MOVE WS-TYV-APRES TO VLD-APRES
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
                     ' - COEFFICIENT NON ENREGISTRE'
           ELSE
             WRITE EVLD
             IF WS-VLD = '00'
               DISPLAY 'COEFFICIENT SOUMIS A DOUBLE VALIDATION'
                       ' - EN ATTENTE'
             ELSE
               DISPLAY 'ERREUR FICHIER DES VALIDATIONS ' WS-VLD
                       ' - COEFFICIENT NON ENREGISTRE'
             END-IF
             CLOSE VALATT
           END-IF
           .
