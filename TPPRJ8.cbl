      ******************************
      *  8 - MAINTENANCE INTERACTIVE DU FICHIER ASSUR
      *      (CREATION / MODIFICATION / SUPPRESSION)
      *  L'OPERATEUR SIGNE AU LANCEMENT ; CHAQUE ACTION EST CONTROLEE
      *  CONTRE SON PROFIL (LA SUPPRESSION EST PRIVILEGIEE ET TRACEE
      *  AU JOURNAL DE SECURITE) ET L'OPERATEUR EST PORTE SUR JRNA.
      *  UNE BAISSE DE LA PRIME DE BASE OU UNE AMELIORATION DU
      *  BONUS-MALUS AU-DELA DES SEUILS DU FICHIER PARAM N'EST PAS
      *  APPLIQUEE : ELLE EST DEPOSEE SUR VALATT ET ATTEND L'ACCORD
      *  D'UN SECOND OPERATEUR (DOUBLE VALIDATION, TPPRJ72).
      *  A LA CREATION, LA DATE DE NAISSANCE DU CLIENT EST DEMANDEE
      *  (FACULTATIVE) ET LA POLICE EST RATTACHEE A SA PERSONNE
      *  (PRSLNK) : CLIENT CONNU SOUS LE MEME NOM ET LE MEME CODE
      *  POSTAL, OU NOUVELLE PERSONNE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS  WS-NUMM.
           SELECT PSTAT  ASSIGN PSTAT
             FILE STATUS  WS-PST.
           SELECT VALATT ASSIGN VALATT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VLD-CLE
             FILE STATUS  WS-VLD.

       DATA DIVISION.
       FILE SECTION.
           COPY NUMQREC.
       FD  PSTAT RECORDING F.
           COPY PSTREC.
       FD  VALATT RECORDING F.
           COPY VLDREC.
       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-JRN         PIC XX.
       77  WS-PST         PIC XX.
       77  WS-NUMM        PIC XX.
       77  WS-VLD         PIC XX.
      * ALLOCATION CENTRALE DU MATRICULE : SOUCHE NUMMAT (MEME
      * MECANIQUE QUE LA SOUCHE NUMQUI DES QUITTANCES), CLE DE
      * CONTROLE POSEE PAR LE SOUS-PROGRAMME MATCHK. LA SAISIE
       01  TIM            PIC X(8).
       77  WS-JRN-OPER    PIC X.
       77  WS-EASR-AVANT  PIC X(80).
      * DOUBLE VALIDATION : UNE BAISSE DE PRIME DE BASE AU-DELA DE
      * WS-VAL-PRM OU UNE AMELIORATION DU BONUS-MALUS DE PLUS DE
      * WS-VAL-BM POINTS (COEFFICIENT 100 - TAUX EN BONUS, 100 +
      * TAUX EN MALUS) EST DEPOSEE SUR VALATT AU LIEU D'ETRE
      * APPLIQUEE.
       77  WS-VAL-PRM     PIC 9(4)V99 VALUE 100.00.
       77  WS-VAL-BM      PIC 99    VALUE 0.
       77  WS-VAL-REQUISE PIC X     VALUE 'N'.
       01  WS-ASR-AV.
           05 FILLER          PIC X(62).
           05 WS-AV-PRM-BS    PIC 9(4)V99.
           05 WS-AV-BM        PIC X.
           05 WS-AV-TAUX      PIC 99.
           05 FILLER          PIC X(9).
       77  WS-COEF-AV     PIC S9(3).
       77  WS-COEF-AP     PIC S9(3).
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-PARM-OK     PIC X     VALUE 'N'.
       77  DISP-PRM-MAX   PIC 9(4),99.
       77  WS-JJ          PIC 99.
       77  WS-MM          PIC 99.
       77  WS-AA          PIC 9(4).
       77  WS-DT-NAIS     PIC 9(8)  VALUE 0.
       77  SOUSPROG-PLK   PIC X(8) VALUE 'PRSLNK'.
           COPY PRSZON.
       77  SOUSPROG-VER   PIC X(8) VALUE 'VERRCHK'.
       77  WS-VER-ACTION  PIC X     VALUE 'T'.
       77  WS-VER-PROG    PIC X(8)  VALUE 'TPPRJ8'.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.
      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ8'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           PERFORM CONTROLER-VERROU
               WHEN 0
                 MOVE 'O' TO FIN-PROG
               WHEN 999999
                 MOVE 'A' TO WS-ACTION
                 PERFORM AUTORISER-ACTION
                 IF WS-OPE-ETAT = 'O'
                   PERFORM ALLOUER-MATRICULE
                   MOVE WS-SAISIE-MAT TO MATRICUL
                   PERFORM TRT-AJOUT
                 END-IF
               WHEN OTHER
                 MOVE WS-SAISIE-MAT TO MATRICUL
                 PERFORM CONTROLER-CLE-MAT
                 DISPLAY 'ACTION (A=AJOUT C=CHANGEMENT'
                         ' D=SUPPRESSION) : ' WITH NO ADVANCING
                 ACCEPT WS-ACTION
                 PERFORM AUTORISER-ACTION
                 EVALUATE TRUE
                   WHEN WS-OPE-ETAT NOT = 'O' CONTINUE
                   WHEN ACT-AJOUT  PERFORM TRT-AJOUT
                   WHEN ACT-MODIF  PERFORM TRT-MODIF
                   WHEN ACT-SUPPR  PERFORM TRT-SUPPR
                 END-EVALUATE
             END-EVALUATE
           END-PERFORM
           MOVE 'F' TO PLK-ACTION
           CALL SOUSPROG-PLK USING PLK-ZONE
           CLOSE ASSUR
           CLOSE JRNA
           PERFORM TEST-STAT-ASR
                   MOVE 'C' TO WS-JRN-OPER
                   PERFORM ECRIRE-JRNA
                   PERFORM COMPTER-STA-CRE
                   PERFORM RATTACHER-PERSONNE
                 ELSE
                   DISPLAY 'ERREUR CREATION DOSSIER ' WS-ASR
                 END-IF
           END-READ
           .

      * LE CLIENT EST RECONNU PAR SON NOM ET SON CODE POSTAL ; LA
      * DATE DE NAISSANCE, SI ELLE EST SAISIE, DEPARTAGE LES
      * HOMONYMES.
       RATTACHER-PERSONNE.
           PERFORM SAISIE-DT-NAIS
           MOVE 'A' TO PLK-ACTION
           MOVE 'TPPRJ8' TO PLK-ORIG
           MOVE MATRICUL TO PLK-MATRICUL
           MOVE NOM-CLIENT TO PLK-NOM
           MOVE ASUR-ADRS TO PLK-ADRS
           MOVE ASUR-CP TO PLK-CP
           MOVE ASUR-VLL TO PLK-VLL
           MOVE WS-DT-NAIS TO PLK-DT-NAIS
           CALL SOUSPROG-PLK USING PLK-ZONE
           EVALUATE PLK-RC
             WHEN 'K'
               DISPLAY 'CLIENT CONNU - RATTACHE A LA PERSONNE '
                       PLK-PRS-ID ' (' PLK-NB-POL ' POLICES)'
             WHEN 'O'
               DISPLAY 'NOUVELLE PERSONNE ' PLK-PRS-ID
             WHEN OTHER
               DISPLAY 'PERSONNE NON RATTACHEE (CODE ' PLK-RC ')'
           END-EVALUATE
           .

      * DATE DE NAISSANCE FACULTATIVE : 0 = NON CONNUE.
       SAISIE-DT-NAIS.
           MOVE 0 TO WS-DT-NAIS
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'DATE DE NAISSANCE DU CLIENT (JJMMAAAA,'
                     ' 0=INCONNUE) : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-DT
             ACCEPT WS-ZONE-DT
             IF WS-ZONE-DT = '0' OR WS-ZONE-DT = SPACE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               IF WS-ZONE-DT IS NUMERIC
                 MOVE WS-DT-JJ TO WS-JJ
                 MOVE WS-DT-MM TO WS-MM
                 MOVE WS-DT-AAAA TO WS-AA
                 CALL SOUSPROG-DATE USING WS-JJ WS-MM WS-AA
                      WS-COD-ERR
                 IF WS-COD-ERR = 0
                   MOVE WS-ZONE-DT TO WS-DT-NAIS
                   MOVE 'O' TO WS-CTL-OK
                 ELSE
                   DISPLAY 'DATE DE NAISSANCE INVALIDE'
                 END-IF
               ELSE
                 DISPLAY 'DATE NON NUMERIQUE'
               END-IF
             END-IF
           END-PERFORM
           .

       TRT-MODIF.
           READ ASSUR
             INVALID KEY
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 PERFORM EVALUER-SEUIL-VAL
                 IF WS-VAL-REQUISE = 'O'
                   PERFORM DEPOSER-DEMANDE
                 ELSE
                   REWRITE EASR
                   IF WS-ASR = '00'
                     DISPLAY 'DOSSIER ' MATRICUL ' MODIFIE'
                     MOVE 'M' TO WS-JRN-OPER
                     PERFORM ECRIRE-JRNA
                   ELSE
                     DISPLAY 'ERREUR MODIFICATION DOSSIER ' WS-ASR
                   END-IF
                 END-IF
               ELSE
                 DISPLAY 'MODIFICATION ANNULEE'
               MOVE PRM-PRM-MAX TO WS-PRM-MAX
             END-IF
             MOVE PRM-CTL-CLE TO WS-CTL-CLE
             IF PRM-VAL-PRM NUMERIC
               MOVE PRM-VAL-PRM TO WS-VAL-PRM
             END-IF
             IF PRM-VAL-BM NUMERIC
               MOVE PRM-VAL-BM TO WS-VAL-BM
             END-IF
           END-IF
           MOVE WS-PRM-MAX TO DISP-PRM-MAX
           IF WS-PARM-OK = 'O'
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ8' TO JRN-PROG
           MOVE WS-OPE-ID TO JRN-OPID
           MOVE SPACE TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE WS-JRN-OPER TO JRN-OPER
           MOVE WS-SAISIE-MAT TO JRN-MATRICUL
           MOVE WS-EASR-AVANT TO JRN-AVANT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
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
             PERFORM JOURNAL-ABANDON
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
             MOVE WS-SAISIE-MAT TO WS-OPE-OBJET
             IF ACT-SUPPR
               MOVE 'X' TO WS-OPE-ACTION
             ELSE
               MOVE 'D' TO WS-OPE-ACTION
             END-IF
             PERFORM CONTROLER-DROIT
           END-IF
           .

      * COMPARAISON DE LA SAISIE (EASR) A L'IMAGE AVANT.
       EVALUER-SEUIL-VAL.
           MOVE 'N' TO WS-VAL-REQUISE
           MOVE WS-EASR-AVANT TO WS-ASR-AV
           IF WS-AV-PRM-BS > ASUR-PRM-BS
              AND WS-AV-PRM-BS - ASUR-PRM-BS > WS-VAL-PRM
             MOVE 'O' TO WS-VAL-REQUISE
           END-IF
           EVALUATE WS-AV-BM
             WHEN 'B'   COMPUTE WS-COEF-AV = 100 - WS-AV-TAUX
             WHEN 'M'   COMPUTE WS-COEF-AV = 100 + WS-AV-TAUX
             WHEN OTHER MOVE 100 TO WS-COEF-AV
           END-EVALUATE
           EVALUATE ASUR-BM
             WHEN 'B'   COMPUTE WS-COEF-AP = 100 - ASUR-TAUX
             WHEN 'M'   COMPUTE WS-COEF-AP = 100 + ASUR-TAUX
             WHEN OTHER MOVE 100 TO WS-COEF-AP
           END-EVALUATE
           IF WS-COEF-AV - WS-COEF-AP > WS-VAL-BM
             MOVE 'O' TO WS-VAL-REQUISE
           END-IF
           .

       DEPOSER-DEMANDE.
           MOVE ALL SPACE TO EVLD
           MOVE DAT(7:4) TO VLD-DT-DEM(1:4)
           MOVE DAT(4:2) TO VLD-DT-DEM(5:2)
           MOVE DAT(1:2) TO VLD-DT-DEM(7:2)
           CALL SOUSPROG2 USING TIM
           MOVE TIM TO VLD-TIM-DEM
           MOVE WS-OPE-ID TO VLD-OPID-DEM
           MOVE 'P' TO VLD-TYPE
           MOVE 'TPPRJ8' TO VLD-PROG
           MOVE MATRICUL TO VLD-MATRICUL
           MOVE 'PRIME / BONUS-MALUS' TO VLD-OBJET
           MOVE WS-EASR-AVANT TO VLD-AVANT
           MOVE EASR TO VLD-APRES
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
                     ' - MODIFICATION NON ENREGISTREE'
           ELSE
             WRITE EVLD
             IF WS-VLD = '00'
               DISPLAY 'MODIFICATION SOUMISE A DOUBLE VALIDATION'
                       ' - EN ATTENTE'
             ELSE
               DISPLAY 'ERREUR FICHIER DES VALIDATIONS ' WS-VLD
                       ' - MODIFICATION NON ENREGISTREE'
             END-IF
             CLOSE VALATT
           END-IF
           .
