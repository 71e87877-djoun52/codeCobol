      *       POLICES CANDIDATES (MATRICULE, NOM, VILLE, AGENCE) ;
      *       L'AGENT REPREND ENSUITE LE MATRICULE CHOISI POUR LA
      *       VUE 360, SANS CHANGER DE PROGRAMME.
      *       LES RECLAMATIONS OUVERTES DU CLIENT (REGISTRE RECLAM,
      *       TENU PAR TPPRJ81) SONT AFFICHEES AVEC LEURS ECHEANCES
      *       D'ACCUSE ET DE REPONSE, UNE ECHEANCE DEPASSEE ETANT
      *       SIGNALEE.
      *       LES AVENANTS EMIS SUR LA POLICE (FICHIER AVENANT, TENU
      *       PAR TPPRJ87) SONT LISTES : NUMERO, DATE D'EFFET,
      *       NATURE DE LA MODIFICATION ET QUITTANCE D'AJUSTEMENT.
      *       LES POLICES DE LA PERSONNE QUI DETIENT LA POLICE
      *       (PRSLNK) SONT LISTEES AVEC LEUR ETAT ET LEUR RESTANT
      *       DU (QUITTANCES NON SOLDEES DU JOURNAL QUIT, AVOIRS
      *       EXCLUS), ET LE TOTAL DU PAR LE CLIENT.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS  WS-MAJ.
           SELECT HIST  ASSIGN HIST
             FILE STATUS  WS-HIST.
           SELECT RECLAM ASSIGN RECLAM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RCL-NO
             FILE STATUS  WS-RCL.
           SELECT AVENANT ASSIGN AVENANT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY AVN-CLE
             FILE STATUS  WS-AVN.

       DATA DIVISION.
       FILE SECTION.
           COPY MVTREC.
       FD  HIST RECORDING F.
           COPY HISTREC.
       FD  RECLAM RECORDING F.
           COPY RCLREC.
       FD  AVENANT RECORDING F.
           COPY AVNREC.

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-QUI         PIC XX.
       77  WS-MAJ         PIC XX.
       77  WS-HIST        PIC XX.
       77  WS-RCL         PIC XX.
       77  WS-AVN         PIC XX.
       77  WS-SAISIE-MAT  PIC 9(6)  VALUE 0.
       77  FIN-PROG       PIC X     VALUE 'N'.
      * RECHERCHE PAR NOM : LE CRITERE EST CHERCHE N'IMPORTE OU
       77  DISP-PRM-BS    PIC ZB999V,99.
       77  DISP-MNT       PIC Z(5)9,99.
       01  WS-DERN-QUI    PIC X(100).
      * RECLAMATIONS OUVERTES : LE REGISTRE EST CLE SUR LE NUMERO,
      * IL EST PARCOURU EN ENTIER ; LA DATE DU JOUR (AAAAMMJJ) SERT
      * A SIGNALER LES ECHEANCES DEPASSEES.
       77  WS-FIN-RCL     PIC X     VALUE 'N'.
           88 FIN-RCL               VALUE 'O'.
       77  NB-RCL-OUV     PIC 9(4)  VALUE 0.
       01  WS-DATE-SYS    PIC 9(8)  VALUE 0.
      * AVENANTS DE LA POLICE, DANS L'ORDRE DES NUMEROS.
       77  WS-FIN-AVN     PIC X     VALUE 'N'.
           88 FIN-AVN               VALUE 'O'.
       77  NB-AVN-POL     PIC 9(4)  VALUE 0.
       01  WS-LIB-NATURE  PIC X(40).
      * POLICES DE LA PERSONNE : RESTANT DU PAR POLICE ET TOTAL.
       77  SOUSPROG-PLK   PIC X(8) VALUE 'PRSLNK'.
           COPY PRSZON.
       77  IX-POL         PIC 99    VALUE 0.
       77  WS-MAT-POL     PIC 9(6)  VALUE 0.
       77  WS-ETAT-POL    PIC X(10) VALUE SPACE.
       77  WS-DU-POL      PIC 9(7)V99 VALUE 0.
       77  WS-DU-CLIENT   PIC 9(7)V99 VALUE 0.
       77  DISP-DU        PIC Z(6)9,99.
      * LES CINQ DERNIERS REJETS DE LA POLICE, EN TAMPON TOURNANT :
      * HIST EST CHRONOLOGIQUE, ON NE GARDE QUE LA FIN.
       01  TABLE-REJETS.
                 PERFORM CONSULTER-CLIENT
             END-EVALUATE
           END-PERFORM
           MOVE 'F' TO PLK-ACTION
           CALL SOUSPROG-PLK USING PLK-ZONE
           CLOSE ASSUR
           CLOSE QUIT
           PERFORM TEST-STAT-ASR
               PERFORM AFFICHE-DERNIERE-QUITTANCE
               PERFORM AFFICHE-MVT-CYCLE
               PERFORM AFFICHE-REJETS
               PERFORM AFFICHE-RECLAMATIONS
               PERFORM AFFICHE-AVENANTS
               PERFORM AFFICHE-POLICES-CLIENT
           END-READ
           .

             EVALUATE QUI-ST-PAIE
               WHEN 'P'   DISPLAY 'ETAT          : PAYEE'
               WHEN 'A'   DISPLAY 'ETAT          : ACOMPTE RECU'
               WHEN 'C'   DISPLAY 'ETAT          : AU CONTENTIEUX'
               WHEN OTHER DISPLAY 'ETAT          : DUE'
             END-EVALUATE
           ELSE
           END-IF
           .

       AFFICHE-RECLAMATIONS.
           DISPLAY '--- RECLAMATIONS OUVERTES -------------------'
           MOVE 0 TO NB-RCL-OUV
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           OPEN INPUT RECLAM
           IF WS-RCL = '00'
             MOVE 'N' TO WS-FIN-RCL
             MOVE 0 TO RCL-NO
             START RECLAM KEY IS NOT LESS THAN RCL-NO
               INVALID KEY MOVE 'O' TO WS-FIN-RCL
             END-START
             PERFORM UNTIL FIN-RCL
               READ RECLAM NEXT
                 AT END MOVE 'O' TO WS-FIN-RCL
               END-READ
               IF NOT FIN-RCL
                 IF RCL-MATRICUL = WS-SAISIE-MAT AND RCL-ETAT = 'O'
                   ADD 1 TO NB-RCL-OUV
                   PERFORM AFFICHE-RECLAMATION
                 END-IF
               END-IF
             END-PERFORM
             CLOSE RECLAM
           END-IF
           IF NB-RCL-OUV = 0
             DISPLAY 'AUCUNE RECLAMATION OUVERTE'
           END-IF
           .

       AFFICHE-RECLAMATION.
           DISPLAY 'RECLAMATION ' RCL-NO ' DU ' RCL-DT-RECU
                   ' CATEGORIE ' RCL-CATEG ' : ' RCL-OBJET
           IF RCL-DT-ACCUSE = 0
             IF RCL-ECH-ACCUSE < WS-DATE-SYS
               DISPLAY '   ACCUSE NON ENVOYE - ECHEANCE '
                       RCL-ECH-ACCUSE ' DEPASSEE'
             ELSE
               DISPLAY '   ACCUSE NON ENVOYE - ECHEANCE '
                       RCL-ECH-ACCUSE
             END-IF
           ELSE
             DISPLAY '   ACCUSE ENVOYE LE ' RCL-DT-ACCUSE
           END-IF
           IF RCL-ECH-REPONSE < WS-DATE-SYS
             DISPLAY '   REPONSE ATTENDUE - ECHEANCE ' RCL-ECH-REPONSE
                     ' DEPASSEE'
           ELSE
             DISPLAY '   REPONSE ATTENDUE - ECHEANCE ' RCL-ECH-REPONSE
           END-IF
           .

       AFFICHE-AVENANTS.
           DISPLAY '--- AVENANTS --------------------------------'
           MOVE 0 TO NB-AVN-POL
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
                   ADD 1 TO NB-AVN-POL
                   PERFORM AFFICHE-AVENANT
                 END-IF
               END-IF
             END-PERFORM
             CLOSE AVENANT
           END-IF
           IF NB-AVN-POL = 0
             DISPLAY 'AUCUN AVENANT EMIS'
           END-IF
           .

       AFFICHE-AVENANT.
           MOVE SPACE TO WS-LIB-NATURE
           STRING 'DOSSIER ' AVN-MOD-ASR ' VEHICULE ' AVN-MOD-VEH
                  ' CONDUCTEUR ' AVN-MOD-CND
                  DELIMITED BY SIZE INTO WS-LIB-NATURE
           MOVE AVN-PRM-BS TO DISP-MNT
           DISPLAY 'AVENANT ' AVN-NUM ' EFFET ' AVN-DT-EFF
                   ' EDITE ' AVN-DT-EDIT ' PRIME ' DISP-MNT
           DISPLAY '   MODIFIE : ' WS-LIB-NATURE
           IF AVN-QUI-NUM > 0
             MOVE AVN-QUI-MNT TO DISP-MNT
             IF AVN-QUI-TYPE = 'A'
               DISPLAY '   QUITTANCE ' AVN-QUI-NUM ' COMPLEMENT '
                       DISP-MNT
             ELSE
               DISPLAY '   QUITTANCE ' AVN-QUI-NUM ' AVOIR '
                       DISP-MNT
             END-IF
           END-IF
           .

      * LA ZONE EASR EST RELUE POUR CHAQUE POLICE : CETTE RUBRIQUE
      * VIENT EN DERNIER DANS LA VUE.
       AFFICHE-POLICES-CLIENT.
           DISPLAY '--- POLICES DU CLIENT -----------------------'
           MOVE 'C' TO PLK-ACTION
           MOVE 'TPPRJ29' TO PLK-ORIG
           MOVE WS-SAISIE-MAT TO PLK-MATRICUL
           CALL SOUSPROG-PLK USING PLK-ZONE
           IF PLK-RC NOT = 'O'
             DISPLAY 'POLICE RATTACHEE A AUCUNE PERSONNE'
           ELSE
             DISPLAY 'PERSONNE ' PLK-PRS-ID ' : ' PLK-NB-POL
                     ' POLICE(S) DONT ' PLK-NB-ACTIVES ' ACTIVE(S)'
             IF PLK-DT-NAIS NOT = 0
               DISPLAY 'NE(E) LE ' PLK-DT-NAIS
             END-IF
             MOVE 0 TO WS-DU-CLIENT
             MOVE 1 TO IX-POL
             PERFORM UNTIL IX-POL > PLK-NB-POL
               MOVE PLK-POL(IX-POL) TO WS-MAT-POL
               PERFORM AFFICHE-POLICE-CLIENT
               ADD 1 TO IX-POL
             END-PERFORM
             MOVE WS-DU-CLIENT TO DISP-DU
             DISPLAY 'TOTAL RESTANT DU PAR LE CLIENT : ' DISP-DU
           END-IF
           .

       AFFICHE-POLICE-CLIENT.
           MOVE WS-MAT-POL TO MATRICUL OF EASR
           READ ASSUR
             INVALID KEY
               MOVE 'SUPPRIMEE' TO WS-ETAT-POL
             NOT INVALID KEY
               EVALUATE ASUR-BM
                 WHEN 'B'   MOVE 'ACTIVE' TO WS-ETAT-POL
                 WHEN 'M'   MOVE 'ACTIVE' TO WS-ETAT-POL
                 WHEN 'S'   MOVE 'SUSPENDUE' TO WS-ETAT-POL
                 WHEN OTHER MOVE 'INACTIVE' TO WS-ETAT-POL
               END-EVALUATE
           END-READ
           PERFORM CUMULER-DU-POLICE
           ADD WS-DU-POL TO WS-DU-CLIENT
           MOVE WS-DU-POL TO DISP-DU
           DISPLAY 'POLICE ' WS-MAT-POL ' ' WS-ETAT-POL
                   ' RESTANT DU ' DISP-DU
           .

      * RESTANT DU = TTC - REGLE DES QUITTANCES NON SOLDEES ; LES
      * AVOIRS NAISSENT SOLDES ET NE COMPTENT PAS.
       CUMULER-DU-POLICE.
           MOVE 0 TO WS-DU-POL
           MOVE 'N' TO WS-FIN-QUI
           MOVE WS-MAT-POL TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = WS-MAT-POL
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF QUI-TYPE NOT = 'V' AND QUI-ST-PAIE NOT = 'P'
                    AND QUI-TOT-TTC > QUI-MNT-REGLE
                   COMPUTE WS-DU-POL = WS-DU-POL + QUI-TOT-TTC
                                     - QUI-MNT-REGLE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       TEST-STAT-ASR.
           IF WS-ASR NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
