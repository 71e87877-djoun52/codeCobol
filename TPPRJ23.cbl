      *       DANS LE LOT MVT DU PROCHAIN CYCLE (ENTETE ET FIN DE
      *       LOT AU SENS DE MVTCTL). LES REJETS REDEVIENNENT UNE
      *       FILE DE TRAVAIL, PLUS UNE LISTE A RESSAISIR.
      *       L'OPERATEUR SIGNE AU LANCEMENT ; LA CORRECTION (C)
      *       DOIT FIGURER DANS SON PROFIL, SINON LE REJET EST SAUTE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-DT-AAAA   PIC 9(4).
           COPY PARMREC.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ23'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           OPEN INPUT REJ
           OPEN OUTPUT MVT
           PERFORM TEST-STAT-REJ
           DISPLAY EMVT(1:43)
           DISPLAY 'C=CORRIGER S=SAUTER : ' WITH NO ADVANCING
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'C'
             MOVE 'C' TO WS-OPE-CODE
             MOVE 'D' TO WS-OPE-ACTION
             MOVE EMVT(1:20) TO WS-OPE-OBJET
             PERFORM CONTROLER-DROIT
             IF WS-OPE-ETAT NOT = 'O'
               MOVE 'S' TO WS-CHOIX
             END-IF
           END-IF
           IF WS-CHOIX = 'C'
             PERFORM CORRIGER-CHAMP
             WRITE EMVT
             WHEN 27 PERFORM CORRIGER-DT-EFF
             WHEN 28 PERFORM CORRIGER-DT-EMB
             WHEN 29 PERFORM CORRIGER-SALAIRE
             WHEN 37 PERFORM CORRIGER-ACT-VEH
             WHEN 39 PERFORM CORRIGER-TYPE-VEH
             WHEN 40 PERFORM CORRIGER-PRIME-VEH
             WHEN 41 PERFORM CORRIGER-PRIME-VEH
             WHEN 47 PERFORM CORRIGER-ACT-CND
             WHEN 53 PERFORM CORRIGER-MATRICULE
             WHEN 54 PERFORM CORRIGER-NOM-CRE
             WHEN 55 PERFORM CORRIGER-CP-CRE
             WHEN 56 PERFORM CORRIGER-CP-CRE
             WHEN 57 PERFORM CORRIGER-TYPE-CRE
             WHEN 58 PERFORM CORRIGER-PRIME-CRE
             WHEN 59 PERFORM CORRIGER-PRIME-CRE
             WHEN 60 PERFORM CORRIGER-BM-CRE
             WHEN 61 PERFORM CORRIGER-TAUX-CRE
             WHEN 62 PERFORM CORRIGER-DT-POL-CRE
             WHEN OTHER
               DISPLAY 'ANOMALIE ' REJ-NO-ERR ' : LE MOUVEMENT EST'
                       ' REINJECTE TEL QUEL POUR RECONTROLE'
       CORRIGER-CODE-MVT.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'CODE MOUVEMENT (0-8) : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-CTL
             ACCEPT WS-ZONE-CTL
             IF WS-ZONE-CTL(1:1) >= '0' AND WS-ZONE-CTL(1:1) <= '8'
               MOVE WS-ZONE-CTL(1:1) TO EMVT(7:1)
               MOVE 'O' TO WS-CTL-OK
             ELSE
           END-PERFORM
           .

      * CHAMPS DES CODES 7 (VEHICULE) ET 8 (CONDUCTEUR) : MEMES
      * CONTROLES QUE LES MAINTENANCES TPPRJ32 ET TPPRJ45.
       CORRIGER-ACT-VEH.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'ACTION VEHICULE (A/S) : ' WITH NO ADVANCING
             ACCEPT ACT-VEH
             IF ACT-VEH = 'A' OR ACT-VEH = 'S'
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'ACTION AUTRE QUE A OU S'
             END-IF
           END-PERFORM
           .

       CORRIGER-TYPE-VEH.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'TYPE-VEHICULE : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-CTL
             ACCEPT WS-ZONE-CTL
             MOVE 1 TO WS-CTL-CODE
             PERFORM APPEL-FLDCHK
             IF WS-CTL-ERR = 0
               MOVE WS-ZONE-CTL(1:1) TO TPE-VEH
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'TYPE DE VEHICULE INCONNU'
             END-IF
           END-PERFORM
           .

       CORRIGER-PRIME-VEH.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'PRIME DE BASE : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-CTL
             ACCEPT WS-ZONE-CTL
             MOVE 2 TO WS-CTL-CODE
             PERFORM APPEL-FLDCHK
             IF WS-CTL-ERR = 0
               MOVE WS-ZONE-PRM TO PRM-VEH
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'PRIME NON NUMERIQUE, NULLE OU EXCESSIVE'
             END-IF
           END-PERFORM
           .

       CORRIGER-ACT-CND.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'ACTION CONDUCTEUR (A/S) : ' WITH NO ADVANCING
             ACCEPT ACT-CND
             IF ACT-CND = 'A' OR ACT-CND = 'S'
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'ACTION AUTRE QUE A OU S'
             END-IF
           END-PERFORM
           .

      * CHAMPS DU CODE 0 (CREATION) : MEMES CONTROLES QUE LA
      * MAINTENANCE TPPRJ8. LE NUMERO DE PROPOSITION SE CORRIGE
      * COMME UN MATRICULE ; LA COHERENCE CP/VILLE EST REJUGEE AU
      * RECONTROLE DU LOT.
       CORRIGER-NOM-CRE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'NOM CLIENT    : ' WITH NO ADVANCING
             ACCEPT NOM-CRE
             IF NOM-CRE = SPACE
               DISPLAY 'LE NOM NEST PAS RENSEIGNE'
             ELSE
               MOVE 'O' TO WS-CTL-OK
             END-IF
           END-PERFORM
           .

       CORRIGER-CP-CRE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'CODE-POSTAL   : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-CTL
             ACCEPT WS-ZONE-CTL
             MOVE 3 TO WS-CTL-CODE
             PERFORM APPEL-FLDCHK
             IF WS-CTL-ERR = 0
               MOVE WS-ZONE-CP TO CP-CRE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'CODE POSTAL INVALIDE'
             END-IF
           END-PERFORM
           DISPLAY 'VILLE         : ' WITH NO ADVANCING
           ACCEPT VLL-CRE
           .

       CORRIGER-TYPE-CRE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'TYPE-VEHICULE : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-CTL
             ACCEPT WS-ZONE-CTL
             MOVE 1 TO WS-CTL-CODE
             PERFORM APPEL-FLDCHK
             IF WS-CTL-ERR = 0
               MOVE WS-ZONE-CTL(1:1) TO TPE-CRE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'TYPE DE VEHICULE INCONNU'
             END-IF
           END-PERFORM
           .

       CORRIGER-PRIME-CRE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'PRIME DE BASE : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-CTL
             ACCEPT WS-ZONE-CTL
             MOVE 2 TO WS-CTL-CODE
             PERFORM APPEL-FLDCHK
             IF WS-CTL-ERR = 0
               MOVE WS-ZONE-PRM TO PRM-CRE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'PRIME NON NUMERIQUE, NULLE OU EXCESSIVE'
             END-IF
           END-PERFORM
           .

       CORRIGER-BM-CRE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'BONUS-MALUS (B/M) : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-CTL
             ACCEPT WS-ZONE-CTL
             MOVE 4 TO WS-CTL-CODE
             PERFORM APPEL-FLDCHK
             IF WS-CTL-ERR = 0
               MOVE WS-ZONE-CTL(1:1) TO BM-CRE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'BONUS-MALUS DIFFERENT DE B OU M'
             END-IF
           END-PERFORM
           .

       CORRIGER-TAUX-CRE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'TAUX          : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-CTL
             ACCEPT WS-ZONE-CTL
             MOVE 5 TO WS-CTL-CODE
             PERFORM APPEL-FLDCHK
             IF WS-CTL-ERR = 0
               MOVE WS-ZONE-CTL(1:2) TO TAUX-CRE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               DISPLAY 'TAUX NON NUMERIQUE'
             END-IF
           END-PERFORM
           .

       CORRIGER-DT-POL-CRE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'DATE EFFET POLICE (JJMMAAAA) : '
                     WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-DT
             ACCEPT WS-ZONE-DT
             IF WS-ZONE-DT IS NUMERIC
               MOVE WS-DT-JJ TO WS-JJ
               MOVE WS-DT-MM TO WS-MM
               MOVE WS-DT-AAAA TO WS-AA
               CALL SOUSPROG-DATE USING WS-JJ WS-MM WS-AA WS-COD-ERR
               IF WS-COD-ERR NOT = 0
                 DISPLAY 'DATE D''EFFET INVALIDE'
               ELSE
                 MOVE WS-ZONE-DT TO DT-POL-CRE
                 MOVE 'O' TO WS-CTL-OK
               END-IF
             ELSE
               DISPLAY 'DATE D''EFFET NON NUMERIQUE'
             END-IF
           END-PERFORM
           .

       CORRIGER-DT-EFF.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
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
