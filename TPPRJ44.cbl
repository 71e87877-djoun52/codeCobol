      *       DE PAIECTL, NUMERO DE REMISE SAISI PAR L'OPERATEUR,
      *       NOMBRE ET MONTANT CALCULES), QUI REPASSE PAR LE
      *       TPPRJ14 HABITUEL. MEME PHILOSOPHIE QUE TPPRJ23 POUR
      *       LES MOUVEMENTS. L'OPERATEUR SIGNE AU LANCEMENT ; LA
      *       CORRECTION ET LA REINJECTION D'UN REGLEMENT SONT DES
      *       ACTIONS PRIVILEGIEES DE SON PROFIL, TRACEES AU JOURNAL
      *       DE SECURITE ; REFUSEES, LE REGLEMENT EST SAUTE.
      *       UN REGLEMENT REPRESENTE DONT LE MOIS EST CLOS (FICHIER
      *       PERCPT, SOUS-PROGRAMME PERCHK) GARDE SA DATE ;
      *       L'OPERATEUR EST PREVENU QUE TPPRJ14 LE COMPTABILISERA
      *       SUR LA PREMIERE PERIODE OUVERTE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-DT-MM     PIC 99.
           05 WS-DT-AAAA   PIC 9(4).
       77  DISP-MNT       PIC Z(4)9,99.
       77  SOUSPROG-PCK   PIC X(8) VALUE 'PERCHK'.
           COPY PERCZON.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ44'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           OPEN INPUT PAIREJ
           OPEN OUTPUT PAIE
           PERFORM TEST-STAT-PRJ
           DISPLAY 'C=CORRIGER R=REINJECTER TEL QUEL S=SAUTER : '
               WITH NO ADVANCING
           ACCEPT WS-CHOIX
           IF WS-CHOIX = 'C' OR WS-CHOIX = 'R'
             MOVE WS-CHOIX TO WS-OPE-CODE
             MOVE 'X' TO WS-OPE-ACTION
             MOVE EPAI(1:20) TO WS-OPE-OBJET
             PERFORM CONTROLER-DROIT
             IF WS-OPE-ETAT NOT = 'O'
               MOVE 'S' TO WS-CHOIX
             END-IF
           END-IF
           EVALUATE WS-CHOIX
             WHEN 'C'
               PERFORM CORRIGER-REGLEMENT
           ADD 1 TO NB-RETENUS
           ADD PAI-MNT TO TOT-REMISE
           DISPLAY 'REGLEMENT REPRESENTE DANS LA REMISE'
           MOVE 'Q' TO PCK-ACTION
           MOVE PAI-DT(5:4) TO PCK-PERIODE(1:4)
           MOVE PAI-DT(3:2) TO PCK-PERIODE(5:2)
           CALL SOUSPROG-PCK USING PCK-ZONE
           IF PCK-RC = 'R'
             DISPLAY 'PERIODE ' PCK-PERIODE ' CLOSE - COMPTABILISE '
                     'SUR LA PERIODE ' PCK-PER-CPT
           END-IF
           .

       ECRIRE-ENTETE-REMISE.
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
