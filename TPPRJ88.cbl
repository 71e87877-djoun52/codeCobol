       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ88.
      ******************************
      *  88 - RATTACHEMENT DES POLICES A UNE PERSONNE : DIALOGUE DE
      *       CONFIRMATION DES GROUPES DE DOUBLONS PROBABLES (MEME
      *       NOM, MEME CODE POSTAL) DEPOSES PAR TPPRJ19 SUR LE
      *       FICHIER DE PROPOSITIONS PRSPRO (DESSIN PROREC).
      *       CHAQUE GROUPE EST PRESENTE AVEC LA PERSONNE ACTUELLE
      *       DE SES POLICES (SOUS-PROGRAMME PRSLNK) ; L'OPERATEUR
      *       CONFIRME (O) OU ECARTE (N) LE RATTACHEMENT, OU ARRETE
      *       LA SESSION (F). SUR CONFIRMATION, LA DATE DE NAISSANCE
      *       DU CLIENT PEUT ETRE SAISIE (CONTROLEE PAR DATECHK) ET
      *       TOUTES LES POLICES DU GROUPE SONT PORTEES SUR LA
      *       PERSONNE DE LA PREMIERE POLICE QUI EN A UNE, OU SUR UNE
      *       PERSONNE CREEE D'APRES LA PREMIERE POLICE. UN GROUPE
      *       DEJA REUNI DEPUIS LA DETECTION EST SAUTE.
      *       LE RATTACHEMENT OUVRE DROIT A LA REMISE MULTI-CONTRATS
      *       DU QUITTANCEMENT : C'EST UNE ACTION PRIVILEGIEE DU
      *       PROFIL (CODE L), TRACEE AU JOURNAL DE SECURITE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRSPRO ASSIGN PRSPRO
             FILE STATUS  WS-PRO.

       DATA DIVISION.
       FILE SECTION.
       FD  PRSPRO RECORDING F.
           COPY PROREC.

       WORKING-STORAGE SECTION.
       77  WS-PRO         PIC XX.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  WS-FIN-PRO     PIC X     VALUE 'N'.
           88 FIN-PRO               VALUE 'O'.
       77  WS-CHOIX       PIC X     VALUE SPACE.
       77  WS-GRP-COUR    PIC 9(5)  VALUE 0.
       77  NB-GRP-POL     PIC 99    VALUE 0.
       77  IX-GRP         PIC 99    VALUE 0.
       77  WS-GRP-UNIQUE  PIC X     VALUE 'N'.
       77  WS-PRS-CIBLE   PIC 9(6)  VALUE 0.
       77  WS-DT-NAIS     PIC 9(8)  VALUE 0.
       77  NB-GRP-LUS     PIC 9(5)  VALUE 0.
       77  NB-GRP-LIES    PIC 9(5)  VALUE 0.
       77  NB-GRP-ECARTES PIC 9(5)  VALUE 0.
       77  NB-GRP-DEJA    PIC 9(5)  VALUE 0.
       77  NB-POL-LIEES   PIC 9(5)  VALUE 0.
      * POLICES DU GROUPE EN COURS, AVEC LEUR PERSONNE RELUE.
       01  TABLE-GROUPE.
           05 GRP-ENT OCCURS 20.
              10 GRP-EPRO    PIC X(80).
              10 GRP-PRS-ID  PIC 9(6).
       77  SOUSPROG-PLK   PIC X(8) VALUE 'PRSLNK'.
           COPY PRSZON.
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

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ88'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           OPEN INPUT PRSPRO
           IF WS-PRO = '35'
             DISPLAY 'AUCUNE PROPOSITION DE RATTACHEMENT (LANCER'
                     ' TPPRJ19)'
           ELSE
             PERFORM TEST-STAT-PRO
             READ PRSPRO
               AT END MOVE 'O' TO WS-FIN-PRO
             END-READ
             PERFORM UNTIL FIN-PRO OR FIN-PROG = 'O'
               PERFORM CHARGER-GROUPE
               ADD 1 TO NB-GRP-LUS
               PERFORM TRAITER-GROUPE
             END-PERFORM
             CLOSE PRSPRO
           END-IF
           MOVE 'F' TO PLK-ACTION
           CALL SOUSPROG-PLK USING PLK-ZONE
           DISPLAY ' '
           DISPLAY 'GROUPES PRESENTES        : ' NB-GRP-LUS
           DISPLAY 'GROUPES RATTACHES        : ' NB-GRP-LIES
           DISPLAY 'GROUPES ECARTES          : ' NB-GRP-ECARTES
           DISPLAY 'GROUPES DEJA REUNIS      : ' NB-GRP-DEJA
           DISPLAY 'POLICES RATTACHEES       : ' NB-POL-LIEES
           GOBACK
           .

      * LES POLICES D'UN GROUPE SE SUIVENT SOUS LE MEME NUMERO ; LA
      * PERSONNE DE CHACUNE EST RELUE, ELLE A PU CHANGER DEPUIS LA
      * DETECTION.
       CHARGER-GROUPE.
           MOVE PRO-GROUPE TO WS-GRP-COUR
           MOVE 0 TO NB-GRP-POL
           PERFORM UNTIL FIN-PRO OR PRO-GROUPE NOT = WS-GRP-COUR
             IF NB-GRP-POL < 20
               ADD 1 TO NB-GRP-POL
               MOVE EPRO TO GRP-EPRO(NB-GRP-POL)
               MOVE 'R' TO PLK-ACTION
               MOVE 'TPPRJ88' TO PLK-ORIG
               MOVE PRO-MATRICUL TO PLK-MATRICUL
               CALL SOUSPROG-PLK USING PLK-ZONE
               IF PLK-RC = 'O'
                 MOVE PLK-PRS-ID TO GRP-PRS-ID(NB-GRP-POL)
               ELSE
                 MOVE 0 TO GRP-PRS-ID(NB-GRP-POL)
               END-IF
             END-IF
             READ PRSPRO
               AT END MOVE 'O' TO WS-FIN-PRO
             END-READ
           END-PERFORM
           .

       TRAITER-GROUPE.
           MOVE 'O' TO WS-GRP-UNIQUE
           MOVE 0 TO WS-PRS-CIBLE
           MOVE 1 TO IX-GRP
           PERFORM UNTIL IX-GRP > NB-GRP-POL
             IF GRP-PRS-ID(IX-GRP) = 0 OR
                GRP-PRS-ID(IX-GRP) NOT = GRP-PRS-ID(1)
               MOVE 'N' TO WS-GRP-UNIQUE
             END-IF
             IF WS-PRS-CIBLE = 0
               MOVE GRP-PRS-ID(IX-GRP) TO WS-PRS-CIBLE
             END-IF
             ADD 1 TO IX-GRP
           END-PERFORM
           IF WS-GRP-UNIQUE = 'O'
             ADD 1 TO NB-GRP-DEJA
           ELSE
             PERFORM AFFICHER-GROUPE
             MOVE SPACE TO WS-CHOIX
             PERFORM UNTIL WS-CHOIX = 'O' OR WS-CHOIX = 'N' OR
                           WS-CHOIX = 'F'
               DISPLAY 'RATTACHER CES POLICES A UNE MEME PERSONNE'
                       ' (O=OUI N=NON F=FIN) : ' WITH NO ADVANCING
               ACCEPT WS-CHOIX
             END-PERFORM
             EVALUATE WS-CHOIX
               WHEN 'O'
                 PERFORM CONFIRMER-GROUPE
               WHEN 'N'
                 ADD 1 TO NB-GRP-ECARTES
               WHEN OTHER
                 MOVE 'O' TO FIN-PROG
             END-EVALUATE
           END-IF
           .

       AFFICHER-GROUPE.
           DISPLAY ' '
           DISPLAY '--- GROUPE ' WS-GRP-COUR
                   ' ---------------------------------'
           MOVE 1 TO IX-GRP
           PERFORM UNTIL IX-GRP > NB-GRP-POL
             MOVE GRP-EPRO(IX-GRP) TO EPRO
             IF GRP-PRS-ID(IX-GRP) = 0
               DISPLAY PRO-MATRICUL ' ' PRO-NOM ' ' PRO-ADRS ' '
                       PRO-CP ' ' PRO-VLL ' SANS PERSONNE'
             ELSE
               DISPLAY PRO-MATRICUL ' ' PRO-NOM ' ' PRO-ADRS ' '
                       PRO-CP ' ' PRO-VLL ' PERSONNE '
                       GRP-PRS-ID(IX-GRP)
             END-IF
             ADD 1 TO IX-GRP
           END-PERFORM
           .

      * LA CIBLE EST LA PREMIERE PERSONNE CONNUE DU GROUPE ; A
      * DEFAUT, LA PREMIERE POLICE EST RATTACHEE COMME UNE CREATION
      * ET SA PERSONNE DEVIENT LA CIBLE.
       CONFIRMER-GROUPE.
           MOVE 'X' TO WS-OPE-ACTION
           MOVE 'L' TO WS-OPE-CODE
           MOVE GRP-EPRO(1) TO EPRO
           MOVE PRO-NOM TO WS-OPE-OBJET
           PERFORM APPEL-OPECHK
           IF WS-OPE-ETAT NOT = 'O'
             DISPLAY 'ACTION ' WS-OPE-CODE ' NON AUTORISEE POUR'
                     ' VOTRE PROFIL'
           ELSE
             PERFORM SAISIE-DT-NAIS
             IF WS-PRS-CIBLE = 0
               MOVE 'A' TO PLK-ACTION
               MOVE 'TPPRJ88' TO PLK-ORIG
               MOVE PRO-MATRICUL TO PLK-MATRICUL
               MOVE PRO-NOM TO PLK-NOM
               MOVE PRO-ADRS TO PLK-ADRS
               MOVE PRO-CP TO PLK-CP
               MOVE PRO-VLL TO PLK-VLL
               MOVE WS-DT-NAIS TO PLK-DT-NAIS
               CALL SOUSPROG-PLK USING PLK-ZONE
               IF PLK-RC = 'O' OR PLK-RC = 'K'
                 MOVE PLK-PRS-ID TO WS-PRS-CIBLE
               ELSE
                 DISPLAY 'PERSONNE NON CREEE (CODE ' PLK-RC ')'
               END-IF
             END-IF
             IF WS-PRS-CIBLE NOT = 0
               ADD 1 TO NB-GRP-LIES
               MOVE 1 TO IX-GRP
               PERFORM UNTIL IX-GRP > NB-GRP-POL
                 PERFORM LIER-POLICE
                 ADD 1 TO IX-GRP
               END-PERFORM
             END-IF
           END-IF
           .

       LIER-POLICE.
           MOVE GRP-EPRO(IX-GRP) TO EPRO
           MOVE 'L' TO PLK-ACTION
           MOVE 'TPPRJ88' TO PLK-ORIG
           MOVE PRO-MATRICUL TO PLK-MATRICUL
           MOVE WS-PRS-CIBLE TO PLK-PRS-ID
           MOVE WS-DT-NAIS TO PLK-DT-NAIS
           CALL SOUSPROG-PLK USING PLK-ZONE
           EVALUATE PLK-RC
             WHEN 'O'
               ADD 1 TO NB-POL-LIEES
               DISPLAY 'POLICE ' PRO-MATRICUL ' RATTACHEE A LA'
                       ' PERSONNE ' WS-PRS-CIBLE ' (' PLK-NB-POL
                       ' POLICES)'
             WHEN 'S'
               DISPLAY 'POLICE ' PRO-MATRICUL ' NON RATTACHEE -'
                       ' PERSONNE ' WS-PRS-CIBLE ' COMPLETE'
             WHEN OTHER
               DISPLAY 'POLICE ' PRO-MATRICUL ' NON RATTACHEE'
                       ' (CODE ' PLK-RC ')'
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
                   DISPLAY 'DATE INVALIDE'
                 END-IF
               ELSE
                 DISPLAY 'DATE NON NUMERIQUE'
               END-IF
             END-IF
           END-PERFORM
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

       APPEL-OPECHK.
           CALL SOUSPROG-OPE USING WS-OPE-ACTION WS-OPE-PROG
                WS-OPE-CODE WS-OPE-OBJET WS-OPE-ETAT WS-OPE-ID
                WS-OPE-AGC
           .

       TEST-STAT-PRO.
           IF WS-PRO NOT = '00'
             DISPLAY 'ERREUR FICHIER PROPOSITIONS ' WS-PRO
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
