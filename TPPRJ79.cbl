       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ79.
      ******************************
      *  79 - CONSULTATION D'UNE POLICE A DATE : ON SAISIT UN
      *       MATRICULE ET UNE DATE (JJMMAAAA, CONTROLEE PAR
      *       DATECHK) ET ON OBTIENT LE DOSSIER TEL QU'IL ETAIT CE
      *       JOUR-LA - ADRESSE, PRIME, BONUS-MALUS, VEHICULES - AVEC
      *       SON ETAT A LA DATE (EN VIGUEUR, SUSPENDUE, RESILIEE,
      *       HORS PORTEFEUILLE). LA RECONSTITUTION EST FAITE PAR LE
      *       SOUS-PROGRAMME POLDAT A PARTIR DE L'IMAGE COURANTE (OU
      *       DE L'ARCHIVE) EN DEFAISANT LE JOURNAL JRNA, LA OU
      *       TPPRJ13 NE MONTRE QUE LES IMAGES BRUTES. L'EDITION PAR
      *       LOT DE LA MEME RECONSTITUTION EST TPPRJ80.
      *       LE DERNIER AVENANT EMIS (FICHIER AVENANT, TPPRJ87) DONT
      *       L'EFFET EST ATTEINT A LA DATE DEMANDEE EST RAPPELE :
      *       C'EST LE DOCUMENT CONTRACTUEL EN VIGUEUR CE JOUR-LA.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVENANT ASSIGN AVENANT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY AVN-CLE
             FILE STATUS  WS-AVN.

       DATA DIVISION.
       FILE SECTION.
       FD  AVENANT RECORDING F.
           COPY AVNREC.

       WORKING-STORAGE SECTION.
       77  WS-AVN         PIC XX.
       77  WS-FIN-AVN     PIC X     VALUE 'N'.
           88 FIN-AVN               VALUE 'O'.
       01  WS-AVN-VIGUEUR PIC X(80) VALUE SPACE.
       77  WS-SAISIE-MAT  PIC 9(6)  VALUE 0.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  DISP-TAUX      PIC Z9.
       77  DISP-PRM-BS    PIC ZB999V,99.
       77  WS-G           PIC 99.
       77  IX-VEH         PIC 99.
       77  SOUSPROG-DATE  PIC X(8) VALUE 'DATECHK'.
       77  SOUSPROG-PDT   PIC X(8) VALUE 'POLDAT'.
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
       01  WS-LIB-ETAT    PIC X(30).
           COPY ASSUREC.
           COPY VEHREC.
           COPY POLDTAB.

       PROCEDURE DIVISION.
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'MATRICULE (000000 POUR TERMINER) : ' WITH NO
                 ADVANCING
             ACCEPT WS-SAISIE-MAT
             IF WS-SAISIE-MAT = 0
               MOVE 'O' TO FIN-PROG
             ELSE
               PERFORM SAISIE-DATE
               PERFORM CONSULTER-A-DATE
             END-IF
           END-PERFORM
           GOBACK
           .

       SAISIE-DATE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'DATE DE CONSULTATION (JJMMAAAA) : ' WITH NO
                 ADVANCING
             MOVE ALL SPACE TO WS-ZONE-DT
             ACCEPT WS-ZONE-DT
             IF WS-ZONE-DT IS NUMERIC
               MOVE WS-DT-JJ TO WS-JJ
               MOVE WS-DT-MM TO WS-MM
               MOVE WS-DT-AAAA TO WS-AA
               CALL SOUSPROG-DATE USING WS-JJ WS-MM WS-AA WS-COD-ERR
               IF WS-COD-ERR = 0
                 MOVE 'O' TO WS-CTL-OK
               ELSE
                 DISPLAY 'DATE INVALIDE'
               END-IF
             ELSE
               DISPLAY 'DATE NON NUMERIQUE'
             END-IF
           END-PERFORM
           .

       CONSULTER-A-DATE.
           MOVE WS-SAISIE-MAT TO PDT-MATRICUL
           MOVE WS-DT-AAAA TO PDT-DATE(1:4)
           MOVE WS-DT-MM TO PDT-DATE(5:2)
           MOVE WS-DT-JJ TO PDT-DATE(7:2)
           CALL SOUSPROG-PDT USING PDT-ZONE
           IF PDT-ETAT = 'I'
             DISPLAY 'DOSSIER ' WS-SAISIE-MAT ' INCONNU (NI ASSUR NI'
                     ' ARCHIVE)'
           ELSE
             PERFORM LIBELLE-ETAT
             DISPLAY ' '
             DISPLAY 'POLICE ' WS-SAISIE-MAT ' AU ' WS-DT-JJ '/'
                     WS-DT-MM '/' WS-DT-AAAA ' : ' WS-LIB-ETAT
             IF PDT-DT-RESIL > 0
               DISPLAY 'RESILIEE AVEC EFFET AU ' PDT-DT-RESIL
             END-IF
             DISPLAY 'MODIFICATIONS DEFAITES : ' PDT-NB-MVT
             IF PDT-COMPLET = 'N'
               DISPLAY 'ATTENTION - JOURNAL TROP CHARGE, LES'
                       ' MODIFICATIONS LES PLUS ANCIENNES NE SONT'
                       ' PAS DEFAITES'
             END-IF
             IF PDT-EASR NOT = SPACE
               MOVE PDT-EASR TO EASR
               PERFORM AFFICHE-DOSSIER
               PERFORM AFFICHE-VEHICULES
             END-IF
             PERFORM AFFICHE-AVENANT-A-DATE
           END-IF
           .

       LIBELLE-ETAT.
           EVALUATE PDT-ETAT
             WHEN 'V' MOVE 'EN VIGUEUR' TO WS-LIB-ETAT
             WHEN 'S' MOVE 'SUSPENDUE POUR IMPAYE' TO WS-LIB-ETAT
             WHEN 'R' MOVE 'RESILIEE' TO WS-LIB-ETAT
             WHEN 'H' MOVE 'HORS PORTEFEUILLE' TO WS-LIB-ETAT
             WHEN OTHER MOVE 'INCONNUE' TO WS-LIB-ETAT
           END-EVALUATE
           .

       AFFICHE-DOSSIER.
           MOVE ASUR-TAUX TO DISP-TAUX
           MOVE ASUR-PRM-BS TO DISP-PRM-BS
           DISPLAY '  NOM-PRENOM    : ' NOM-CLIENT
           DISPLAY '  RUE-ADRESSE   : ' ASUR-ADRS
           DISPLAY '  CODE-POSTAL   : ' ASUR-CP
           DISPLAY '  VILLE         : ' ASUR-VLL
           DISPLAY '  TYPE-VEHICULE : ' ASUR-TP-VHCL
           DISPLAY '  PRIME DE BASE : ' DISP-PRM-BS
           DISPLAY '  BONUS-MALUS   : ' ASUR-BM
           DISPLAY '  TAUX          : ' DISP-TAUX '%'
           DISPLAY '  DATE D''EFFET  : ' ASUR-DT-POL
           DISPLAY '  AGENCE        : ' ASUR-AGC
           .

      * LES AVENANTS D'UNE POLICE SONT NUMEROTES DANS L'ORDRE DES
      * EFFETS : ON GARDE LE DERNIER DONT L'EFFET EST ATTEINT.
       AFFICHE-AVENANT-A-DATE.
           MOVE SPACE TO WS-AVN-VIGUEUR
           OPEN INPUT AVENANT
           IF WS-AVN = '00'
             MOVE 'N' TO WS-FIN-AVN
             MOVE WS-SAISIE-MAT TO AVN-MATRICUL
             MOVE 0 TO AVN-NUM
             START AVENANT KEY IS NOT LESS THAN AVN-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-AVN
             END-START
             PERFORM UNTIL FIN-AVN
               READ AVENANT NEXT
                 AT END MOVE 'O' TO WS-FIN-AVN
               END-READ
               IF NOT FIN-AVN
                 IF AVN-MATRICUL NOT = WS-SAISIE-MAT
                   MOVE 'O' TO WS-FIN-AVN
                 ELSE
                   IF AVN-DT-EFF <= PDT-DATE
                     MOVE EAVN TO WS-AVN-VIGUEUR
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             CLOSE AVENANT
           END-IF
           IF WS-AVN-VIGUEUR = SPACE
             DISPLAY '  AUCUN AVENANT EN VIGUEUR A CETTE DATE'
           ELSE
             MOVE WS-AVN-VIGUEUR TO EAVN
             MOVE AVN-PRM-BS TO DISP-PRM-BS
             DISPLAY '  DERNIER AVENANT : NO ' AVN-NUM ' EFFET '
                     AVN-DT-EFF ' PRIME ' DISP-PRM-BS
           END-IF
           .

      * UN VEHICULE RESTITUE DEPUIS FVAMVT SEUL N'A NI PRIME NI
      * GARANTIES (PRIME A ZERO).
       AFFICHE-VEHICULES.
           IF PDT-NB-VEH = 0
             DISPLAY '  AUCUN VEHICULE AU FICHIER A CETTE DATE'
           END-IF
           MOVE 1 TO IX-VEH
           PERFORM UNTIL IX-VEH > PDT-NB-VEH
             MOVE PDT-VEH(IX-VEH) TO EVEH
             MOVE VEH-PRM-BS TO DISP-PRM-BS
             DISPLAY '  VEHICULE NO ' VEH-SEQ ' TYPE ' VEH-TP-VHCL
                     ' PRIME ' DISP-PRM-BS ' IMMAT ' VEH-IMMAT
             DISPLAY '     VIN ' VEH-VIN ' 1ERE CIRCUL. '
                     VEH-DT-1IMMAT
             DISPLAY '     GARANTIES : ' WITH NO ADVANCING
             MOVE 1 TO WS-G
             PERFORM UNTIL WS-G > 5
               DISPLAY VEH-GAR(WS-G) ' ' WITH NO ADVANCING
               ADD 1 TO WS-G
             END-PERFORM
             DISPLAY ' '
             ADD 1 TO IX-VEH
           END-PERFORM
           .
