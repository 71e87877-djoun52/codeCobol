      *       PERMIS REFUSE S'IL PRECEDE LA NAISSANCE). LE FICHIER
      *       ALIMENTE LA SURCHARGE JEUNE CONDUCTEUR DU
      *       QUITTANCEMENT (TPPRJ2) : PAS DE MAINTENANCE PENDANT
      *       QUE LA CHAINE TOURNE (VERRCHK). L'OPERATEUR SIGNE AU
      *       LANCEMENT ET CHAQUE ACTION EST CONTROLEE CONTRE SON
      *       PROFIL.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WS-VER-ETAT    PIC X     VALUE SPACE.
       77  WS-VER-DET     PIC X(8)  VALUE SPACE.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ45'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           PERFORM CONTROLER-VERROU
           OPEN INPUT ASSUR
           OPEN I-O CONDUC
             ACCEPT WS-ACTION
             MOVE WS-SAISIE-MAT TO CND-MATRICUL
             MOVE WS-SAISIE-SEQ TO CND-SEQ
             PERFORM AUTORISER-ACTION
             EVALUATE TRUE
               WHEN WS-OPE-ETAT NOT = 'O' CONTINUE
               WHEN ACT-AJOUT  PERFORM TRT-AJOUT-CND
               WHEN ACT-MODIF  PERFORM TRT-MODIF-CND
               WHEN ACT-SUPPR  PERFORM TRT-SUPPR-CND
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
