      *       FICHIER MAITRE DES SINISTRES (SINM, ENTRETENU PAR LE
      *       DIALOGUE TPPRJ33) ; SI SINM EST ABSENT, L'ANCIEN
      *       EXTRAIT ANNUEL A PLAT SIN RESTE ACCEPTE EN REPLI.
      *       LE MONTANT RETENU EST LE COUT NET DU SINISTRE : LES
      *       RECOURS ENCAISSES SUR L'ASSUREUR ADVERSE (FICHIER
      *       RECOURS, TPPRJ65) SONT DEDUITS DU MONTANT REGLE.
      *       FAIT EVOLUER ASUR-TAUX/ASUR-BM DE CHAQUE POLICE : UN
      *       EXERCICE SANS SINISTRE RAPPROCHE LA POLICE DU BONUS
      *       MAXIMUM D'UN PAS FIXE, UN EXERCICE AVEC SINISTRES LA
      *       FUSION CLASSIQUE DES DEUX FLUX, MEME PRINCIPE QUE TPPRJ9
      *       POUR MVT. LE TAUX MIS A JOUR EST REECRIT SUR LE MAITRE
      *       AVANT LE PROCHAIN CYCLE DE QUITTANCEMENT.
      *       LES SINISTRES DE LA DERNIERE ANNEE CHEZ L'ASSUREUR
      *       PRECEDENT, SAISIS PAR TPPRJ78 SUR RELANT ET PAS ENCORE
      *       PASSES D'ECHEANCE, ENTRENT AU BAREME DU PREMIER
      *       RENOUVELLEMENT (POINTS DE BASE, LE RELEVE NE DONNANT PAS
      *       LE MONTANT) ; LE RELEVE EST ALORS MARQUE REPRIS.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE DYNAMIC
             RECORD KEY SINM-CLE
             FILE STATUS  WS-SNM.
           SELECT RECOURS ASSIGN RECOURS
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RCS-CLE
             FILE STATUS  WS-RCS.
           SELECT TRI-SIN ASSIGN TRISIN.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.
             FILE STATUS  WS-VEH.
           SELECT BMHIST ASSIGN BMHIST
             FILE STATUS  WS-BMH.
           SELECT RELANT ASSIGN RELANT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RIA-MATRICUL
             FILE STATUS  WS-RIA.

       DATA DIVISION.
       FILE SECTION.
           COPY SINREC.
       FD  SINM RECORDING F.
           COPY SINMREC.
       FD  RECOURS RECORDING F.
           COPY RCSREC.
       SD  TRI-SIN.
       01  T-ESIN.
           05 T-MATRICUL     PIC 9(6).
           COPY VEHREC.
       FD  BMHIST RECORDING F.
           COPY BMHREC.
       FD  RELANT RECORDING F.
           COPY RIAREC.

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       01  TIM            PIC X(8).
       77  WS-SNM         PIC XX.
       77  WS-BMH         PIC XX.
       77  WS-RCS         PIC XX.
       77  WS-RECOURS-OUV PIC X      VALUE 'N'.
       77  NB-HIST-ECRITS PIC 9(6)   VALUE 0.
       77  WS-RIA         PIC XX.
       77  WS-RELANT-OUV  PIC X      VALUE 'N'.
       77  WS-FIN-RIA     PIC X      VALUE 'N'.
           88 FIN-RIA                VALUE 'O'.
       77  WS-NB-ANT      PIC 99     VALUE 0.
       77  NB-SIN-ANT     PIC 9(6)   VALUE 0.
       77  NB-RELEVES-REPRIS PIC 9(6) VALUE 0.
       77  WS-FIN-SNM     PIC X      VALUE 'N'.
           88 FIN-SNM                VALUE 'O'.
       77  WS-EXERCICE    PIC 9(4)   VALUE 0.
             END-IF
             PERFORM TEST-STAT-BMH
           END-IF
           IF MODE-SIMULATION
             OPEN INPUT RELANT
           ELSE
             OPEN I-O RELANT
           END-IF
           IF WS-RIA = '00'
             MOVE 'O' TO WS-RELANT-OUV
           END-IF
           OPEN OUTPUT LST
           OPEN INPUT VEHIC
           IF WS-VEH = '00'
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
           END-IF
           IF WS-RELANT-OUV = 'O'
             CLOSE RELANT
           END-IF
           IF NOT MODE-SIMULATION
             CLOSE BMHIST
             PERFORM TEST-STAT-BMH
       EXTRACTION-SIN.
           OPEN INPUT SINM
           IF WS-SNM = '00'
             OPEN INPUT RECOURS
             IF WS-RCS = '00'
               MOVE 'O' TO WS-RECOURS-OUV
             END-IF
             PERFORM EXTRAIRE-DEPUIS-SINM
             CLOSE SINM
             IF WS-RECOURS-OUV = 'O'
               CLOSE RECOURS
             END-IF
           ELSE
             OPEN INPUT SIN
             PERFORM TEST-STAT-SIN
             END-PERFORM
             CLOSE SIN
           END-IF
           IF WS-RELANT-OUV = 'O'
             PERFORM EXTRAIRE-SINISTRES-ANTERIEURS
           END-IF
           .

      * SINISTRES DE L'ANNEE DE FIN CHEZ L'ASSUREUR PRECEDENT
      * (RELEVES A REPRENDRE) : UN ARTICLE DE TRI PAR SINISTRE, AU
      * MONTANT ZERO QUI LES PLACE AU PAS DE BASE DU BAREME.
       EXTRAIRE-SINISTRES-ANTERIEURS.
           MOVE 'N' TO WS-FIN-RIA
           MOVE 0 TO RIA-MATRICUL
           START RELANT KEY IS NOT LESS THAN RIA-MATRICUL
             INVALID KEY MOVE 'O' TO WS-FIN-RIA
           END-START
           PERFORM UNTIL FIN-RIA
             READ RELANT NEXT
               AT END MOVE 'O' TO WS-FIN-RIA
             END-READ
             IF NOT FIN-RIA AND RIA-ST = 'A'
               MOVE ALL SPACE TO T-ESIN
               MOVE RIA-MATRICUL TO T-MATRICUL
               MOVE RIA-DT-FIN TO T-SIN-DT-SIN
               MOVE 0 TO T-SIN-MNT
               MOVE 'O' TO T-SIN-RSP
               MOVE 0 TO WS-NB-ANT
               PERFORM UNTIL WS-NB-ANT NOT < RIA-ATT-RSP
                 ADD 1 TO WS-NB-ANT
                 ADD 1 TO NB-SIN-ANT
                 ADD 1 TO NB-SIN-RETENUS
                 RELEASE T-ESIN
               END-PERFORM
               MOVE 'N' TO T-SIN-RSP
               MOVE 0 TO WS-NB-ANT
               PERFORM UNTIL WS-NB-ANT NOT < RIA-ATT-NRSP
                 ADD 1 TO WS-NB-ANT
                 ADD 1 TO NB-SIN-ANT
                 ADD 1 TO NB-SIN-RETENUS
                 RELEASE T-ESIN
               END-PERFORM
             END-IF
           END-PERFORM
           .

       EXTRAIRE-DEPUIS-SINM.
                 MOVE SINM-DT-SIN TO T-SIN-DT-SIN
                 MOVE SINM-MNT TO T-SIN-MNT
                 MOVE SINM-RSP TO T-SIN-RSP
                 IF SINM-RSP = 'N' AND WS-RECOURS-OUV = 'O'
                   PERFORM DEDUIRE-RECOURS
                 END-IF
                 ADD 1 TO NB-SIN-RETENUS
                 RELEASE T-ESIN
               END-IF
           END-PERFORM
           .

      * COUT NET : LE RECOUVRE EST DEDUIT DU MONTANT REGLE, SANS
      * DESCENDRE SOUS ZERO.
       DEDUIRE-RECOURS.
           MOVE SINM-MATRICUL TO RCS-MATRICUL
           MOVE SINM-NO TO RCS-NO
           READ RECOURS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF RCS-MNT-RECU >= T-SIN-MNT
                 MOVE 0 TO T-SIN-MNT
               ELSE
                 SUBTRACT RCS-MNT-RECU FROM T-SIN-MNT
               END-IF
           END-READ
           .

       TRAITER-ASSUR-SIN.
           RETURN TRI-SIN AT END MOVE 'O' TO WS-FIN-SIN END-RETURN
           READ ASSUR
             IF NOT MODE-SIMULATION
               REWRITE EASR
               PERFORM ECRIRE-BMHIST
               IF WS-RELANT-OUV = 'O'
                 PERFORM MARQUER-RELEVE-REPRIS
               END-IF
             END-IF
             PERFORM CALCULER-PROJECTION
             PERFORM IMPRIME-LIGNE
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING '  DONT REPRIS ASSUREUR PRECEDENT: ' NB-SIN-ANT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF NOT MODE-SIMULATION
             MOVE ALL SPACE TO ELST
             STRING 'RELEVES ANTERIEURS MARQUES REPRIS: '
                    NB-RELEVES-REPRIS
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           MOVE ALL SPACE TO ELST
           STRING 'NOMBRE DE POLICES EN BONUS      : ' NB-BONUS
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           ADD 1 TO NB-HIST-ECRITS
           .

      * LE RELEVE DE L'ASSUREUR PRECEDENT EST REPRIS UNE FOIS :
      * SES SINISTRES NE REVIENDRONT PAS AU RENOUVELLEMENT SUIVANT.
       MARQUER-RELEVE-REPRIS.
           MOVE MATRICUL OF EASR TO RIA-MATRICUL
           READ RELANT
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF RIA-ST = 'A'
                 MOVE 'R' TO RIA-ST
                 MOVE WS-EXERCICE TO RIA-EXER-REPRIS
                 REWRITE ERIA
                 ADD 1 TO NB-RELEVES-REPRIS
               END-IF
           END-READ
           .

       TEST-STAT-BMH.
           IF WS-BMH NOT = '00'
             DISPLAY 'ERREUR FICHIER HISTORIQUE BONUS-MALUS ' WS-BMH
