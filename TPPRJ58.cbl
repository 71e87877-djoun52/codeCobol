      *         REGLE ET RESTANT DU, LE TOTAL REGLE ETANT RAPPROCHE
      *         DE LA SOMME DU JOURNAL DES IMPUTATIONS PAIJRN
      *         (TPPRJ14), DONT LE CUMUL DU JOUR EST AUSSI EDITE.
      *       LE COMPTE CREDIT CLIENT ENTRE DANS LA BALANCE : LE
      *       TOTAL REGLE DES QUITTANCES VAUT PAIJRN MOINS LES
      *       FRAIS DE RETARD ET DE REJET REGLES (PJR-FRAIS) MOINS
      *       LES EXCEDENTS PORTES AU CREDIT PLUS LES CREDITS IMPUTES
      *       ET LES EXCEDENTS REPRIS PAR UNE ANNULATION (JOURNAL
      *       CRDJRN, L'ANNULATION DE TPPRJ75 VENANT EN DEDUCTION
      *       DE PAIJRN) ; LA SOMME DES SOLDES DU FICHIER CREDIT
      *       VAUT EXCEDENTS + AVOIRS - IMPUTATIONS - REMBOURSEMENTS
      *       - EXCEDENTS REPRIS ; LES REMBOURSEMENTS DE CRDJRN SONT
      *       RAPPROCHES DU JOURNAL RMBJRN DE TPPRJ59. L'AVOIR
      *       PASSANT AU COMPTE CREDIT, LE RESTANT DU DES QUITTANCES
      *       SE CALCULE HORS AVOIRS ET LA POSITION NETTE DES
      *       CLIENTS EST CE RESTANT MOINS LES SOLDES CREDITEURS.
      *       LES SINISTRES ENTRENT AUSSI DANS LA BALANCE : LE
      *       MONTANT REGLE DE CHAQUE SINISTRE (SINM-MNT) DOIT ETRE
      *       LE TOTAL DE SON REGISTRE DES REGLEMENTS SINREG, LE
      *       REGISTRE EST VENTILE EN A EMETTRE, EMIS (DONT CE JOUR
      *       PAR LE RELEVE TPPRJ63) ET REPRIS ; UN SINISTRE SANS
      *       REGLEMENT AU REGISTRE EST COMPTE A PART (ANTERIEUR).
      *       LE CONTENTIEUX ENTRE DANS LA BALANCE : LE RESTANT DU
      *       DES QUITTANCES A L'ETAT C (RESILIATION POUR
      *       NON-PAIEMENT, TPPRJ76) DOIT ETRE LE TOTAL TRANSFERE DU
      *       JOURNAL CTXJRN, ET LA SOMME DES SOLDES DU FICHIER
      *       CONTX CE TRANSFERE MOINS LES PERTES (TPPRJ77) ; LE
      *       RESTANT DU CLIENTS ET LA POSITION NETTE S'ENTENDENT
      *       HORS CONTENTIEUX.
      *       TOUT ECART SORT AVEC SES DEUX TOTAUX ET REND LE CODE
      *       RETOUR 8 : LE SUPERVISEUR TPPRJ26 ARRETE LA CHAINE ET
      *       ON LE SAIT LA NUIT MEME, PAS A LA DECLARATION FISCALE.
      *       LE RESULTAT (SANS ECART OU EN ECART) EST NOTE SUR LA
      *       PERIODE COMPTABLE DU MOIS EN COURS (SOUS-PROGRAMME
      *       PERCHK) : LA CLOTURE MENSUELLE TPPRJ85 REFUSE DE CLORE
      *       UN MOIS DONT LA DERNIERE BALANCE EST EN ECART.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS  WS-BLN.
           SELECT PAIJRN ASSIGN PAIJRN
             FILE STATUS  WS-PJR.
           SELECT CREDIT ASSIGN CREDIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CRD-MATRICUL
             FILE STATUS  WS-CRD.
           SELECT CRDJRN ASSIGN CRDJRN
             FILE STATUS  WS-CRJ.
           SELECT RMBJRN ASSIGN RMBJRN
             FILE STATUS  WS-RMB.
           SELECT SINM   ASSIGN SINM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SINM-CLE
             FILE STATUS  WS-SNM.
           SELECT SINREG ASSIGN SINREG
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SRG-CLE
             FILE STATUS  WS-SRG.
           SELECT CONTX  ASSIGN CONTX
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CTX-MATRICUL
             FILE STATUS  WS-CTX.
           SELECT CTXJRN ASSIGN CTXJRN
             FILE STATUS  WS-CTJ.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

           COPY BILREC.
       FD  PAIJRN RECORDING F.
           COPY PAIJREC.
       FD  CREDIT RECORDING F.
           COPY CRDREC.
       FD  CRDJRN RECORDING F.
           COPY CRJREC.
       FD  RMBJRN RECORDING F.
           COPY RMBREC.
       FD  SINM RECORDING F.
           COPY SINMREC.
       FD  SINREG RECORDING F.
           COPY SRGREC.
       FD  CONTX RECORDING F.
           COPY CTXREC.
       FD  CTXJRN RECORDING F.
           COPY CTJREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       77  WS-BLN         PIC XX.
       77  WS-PJR         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-CRD         PIC XX.
       77  WS-CRJ         PIC XX.
       77  WS-RMB         PIC XX.
       77  WS-SNM         PIC XX.
       77  WS-SRG         PIC XX.
       77  WS-CTX         PIC XX.
       77  WS-CTJ         PIC XX.
       77  WS-FIN-CTX     PIC X     VALUE 'N'.
           88 FIN-CTX               VALUE 'O'.
       77  WS-SINREG-OUV  PIC X     VALUE 'N'.
       77  WS-FIN-SNM     PIC X     VALUE 'N'.
           88 FIN-SNM               VALUE 'O'.
       77  WS-FIN-SRG     PIC X     VALUE 'N'.
           88 FIN-SRG               VALUE 'O'.
       77  WS-FIN-CRD     PIC X     VALUE 'N'.
           88 FIN-CRD               VALUE 'O'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       01  G-TOT-TAXE     PIC S9(9)V99 VALUE 0.
       01  G-TOT-REGLE    PIC 9(9)V99 VALUE 0.
       01  G-TOT-RESTANT  PIC S9(9)V99 VALUE 0.
       01  G-TOT-AVOIR    PIC 9(9)V99 VALUE 0.
       01  G-POS-NETTE    PIC S9(9)V99 VALUE 0.
       01  MNT-DU         PIC 9(6)V99 COMP-3.
      * RESTANT DU DES QUITTANCES PASSEES AU CONTENTIEUX (ETAT C)
      * ET RESTANT DU CLIENTS HORS CONTENTIEUX.
       01  G-TOT-CTX      PIC S9(9)V99 VALUE 0.
       01  G-RESTANT-CLI  PIC S9(9)V99 VALUE 0.
      * COTE BILAN : LES PASSAGES DU MEME MOIS.
       01  B-NB-QUITT     PIC 9(6)    VALUE 0.
       01  B-TOT-FACT     PIC 9(9)V99 VALUE 0.
       01  B-TOT-AVOIR    PIC 9(9)V99 VALUE 0.
       77  NB-BILANS      PIC 9(4)    VALUE 0.
      * COTE PAIJRN : CUMUL TOTAL ET CUMUL DU JOUR.
       01  J-TOT-REGLE    PIC S9(9)V99 VALUE 0.
       01  J-JOUR-REGLE   PIC S9(9)V99 VALUE 0.
       01  J-TOT-FRAIS    PIC S9(9)V99 VALUE 0.
      * COTE COMPTE CREDIT : MOUVEMENTS CRDJRN PAR NATURE, SOLDES
      * DU FICHIER CREDIT ET JOURNAL DES REMBOURSEMENTS RMBJRN.
       01  C-TOT-EXCED    PIC 9(9)V99 VALUE 0.
       01  C-TOT-AVOIR    PIC 9(9)V99 VALUE 0.
       01  C-TOT-IMPUT    PIC 9(9)V99 VALUE 0.
       01  C-TOT-REMB     PIC 9(9)V99 VALUE 0.
       01  C-TOT-ANNUL    PIC 9(9)V99 VALUE 0.
       01  C-TOT-SOLDE    PIC 9(9)V99 VALUE 0.
       01  C-SOLDE-CALC   PIC S9(9)V99 VALUE 0.
       01  C-REGLE-CALC   PIC S9(9)V99 VALUE 0.
       01  R-TOT-REMB     PIC 9(9)V99 VALUE 0.
       01  R-JOUR-REMB    PIC 9(9)V99 VALUE 0.
      * COTE CONTENTIEUX : JOURNAL CTXJRN PAR NATURE, SOLDES DU
      * FICHIER CONTX.
       01  X-TOT-TRANSF   PIC 9(9)V99 VALUE 0.
       01  X-TOT-PERTE    PIC 9(9)V99 VALUE 0.
       01  X-JOUR-PERTE   PIC 9(9)V99 VALUE 0.
       01  X-TOT-SOLDE    PIC 9(9)V99 VALUE 0.
       01  X-SOLDE-CALC   PIC S9(9)V99 VALUE 0.
      * COTE SINISTRES : REGISTRE SINREG PAR ETAT, MONTANTS REGLES
      * DU MAITRE SINM.
       01  S-REG-TOT      PIC 9(9)V99 VALUE 0.
       01  S-REG-ATT      PIC 9(9)V99 VALUE 0.
       01  S-REG-EMIS     PIC 9(9)V99 VALUE 0.
       01  S-REG-JOUR     PIC 9(9)V99 VALUE 0.
       01  S-REG-HIST     PIC 9(9)V99 VALUE 0.
       01  S-SIN-REG      PIC 9(9)V99 VALUE 0.
       01  S-SIN-ANTER    PIC 9(9)V99 VALUE 0.
       77  S-NB-ANTER     PIC 9(6)    VALUE 0.
       77  S-NB-LIGNES    PIC 9(4)    VALUE 0.
       01  S-TOT-UN-SIN   PIC 9(7)V99 VALUE 0.
       77  DISP-SIN       PIC Z(6)9,99.
       77  DISP-MNT-SIN   PIC Z(6)9,99.
       01  WS-ECART       PIC S9(9)V99 VALUE 0.
       77  NB-ECARTS      PIC 99      VALUE 0.
       77  WS-DU-MOIS     PIC X       VALUE 'N'.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.
      * RESULTAT NOTE AUX PERIODES COMPTABLES (PERCHK).
       77  SOUSPROG-PCK   PIC X(8) VALUE 'PERCHK'.
           COPY PERCZON.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM CUMULER-QUIT
           PERFORM CUMULER-BILAN
           PERFORM CUMULER-PAIJRN
           PERFORM CUMULER-CRDJRN
           PERFORM CUMULER-CREDIT
           PERFORM CUMULER-RMBJRN
           PERFORM CUMULER-CTXJRN
           PERFORM CUMULER-CONTX
           PERFORM IMPRIME-BALANCE
           CLOSE QUIT
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ58 - BALANCE FINANCIERE'
           DISPLAY 'ECARTS DETECTES : ' NB-ECARTS
           MOVE 'B' TO PCK-ACTION
           MOVE WS-MOIS-COUR TO PCK-PERIODE
           MOVE 'O' TO PCK-RESULTAT
           IF NB-ECARTS > 0
             MOVE 8 TO RETURN-CODE
             MOVE 'E' TO PCK-RESULTAT
           END-IF
           CALL SOUSPROG-PCK USING PCK-ZONE
           MOVE P-NB-QUITT TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
               PERFORM CUMULER-UNE-QUITTANCE
             END-IF
           END-PERFORM
           COMPUTE G-TOT-RESTANT = G-TOT-TTC + G-TOT-AVOIR
                                 - G-TOT-REGLE
           COMPUTE G-RESTANT-CLI = G-TOT-RESTANT - G-TOT-CTX
           .

       CUMULER-UNE-QUITTANCE.
           END-IF
           IF QUI-TYPE = 'V'
             SUBTRACT MNT-DU FROM G-TOT-TTC
             ADD MNT-DU TO G-TOT-AVOIR
             IF QUI-TAXE IS NUMERIC
               SUBTRACT QUI-TAXE FROM G-TOT-TAXE
             END-IF
             IF QUI-MNT-REGLE IS NUMERIC
               ADD QUI-MNT-REGLE TO G-TOT-REGLE
             END-IF
             IF QUI-ST-PAIE = 'C'
               ADD MNT-DU TO G-TOT-CTX
               IF QUI-MNT-REGLE IS NUMERIC
                 SUBTRACT QUI-MNT-REGLE FROM G-TOT-CTX
               END-IF
             END-IF
           END-IF
      * RATTACHEMENT AU MOIS : LA PERIODE POUR LES QUITTANCES
      * ORIGINALES, LE MOIS DE L'ECHEANCE (JOUR DE L'AJUSTEMENT)
             READ PAIJRN
             PERFORM UNTIL WS-PJR = '10'
               IF PJR-MNT IS NUMERIC
                 IF PJR-SENS = 'A'
                   SUBTRACT PJR-MNT FROM J-TOT-REGLE
                   IF PJR-DT-IMP = WS-DT-JOUR
                     SUBTRACT PJR-MNT FROM J-JOUR-REGLE
                   END-IF
                   IF PJR-FRAIS IS NUMERIC
                     SUBTRACT PJR-FRAIS FROM J-TOT-FRAIS
                   END-IF
                 ELSE
                   ADD PJR-MNT TO J-TOT-REGLE
                   IF PJR-DT-IMP = WS-DT-JOUR
                     ADD PJR-MNT TO J-JOUR-REGLE
                   END-IF
                   IF PJR-FRAIS IS NUMERIC
                     ADD PJR-FRAIS TO J-TOT-FRAIS
                   END-IF
                 END-IF
               END-IF
               READ PAIJRN
           END-IF
           .

       CUMULER-CRDJRN.
           OPEN INPUT CRDJRN
           IF WS-CRJ = '00'
             READ CRDJRN
             PERFORM UNTIL WS-CRJ = '10'
               IF CRJ-MNT IS NUMERIC
                 EVALUATE CRJ-NATURE
                   WHEN 'E'
                     ADD CRJ-MNT TO C-TOT-EXCED
                   WHEN 'V'
                     ADD CRJ-MNT TO C-TOT-AVOIR
                   WHEN 'I'
                     ADD CRJ-MNT TO C-TOT-IMPUT
                   WHEN 'R'
                   WHEN 'C'
                     ADD CRJ-MNT TO C-TOT-REMB
                   WHEN 'A'
                     ADD CRJ-MNT TO C-TOT-ANNUL
                 END-EVALUATE
               END-IF
               READ CRDJRN
             END-PERFORM
             CLOSE CRDJRN
           END-IF
           COMPUTE C-SOLDE-CALC = C-TOT-EXCED + C-TOT-AVOIR
                                - C-TOT-IMPUT - C-TOT-REMB
                                - C-TOT-ANNUL
           COMPUTE C-REGLE-CALC = J-TOT-REGLE - J-TOT-FRAIS
                                - C-TOT-EXCED
                                + C-TOT-IMPUT + C-TOT-ANNUL
           .

       CUMULER-CREDIT.
           OPEN INPUT CREDIT
           IF WS-CRD = '00'
             MOVE 'N' TO WS-FIN-CRD
             PERFORM UNTIL FIN-CRD
               READ CREDIT NEXT
                 AT END MOVE 'O' TO WS-FIN-CRD
               END-READ
               IF NOT FIN-CRD AND CRD-SOLDE IS NUMERIC
                 ADD CRD-SOLDE TO C-TOT-SOLDE
               END-IF
             END-PERFORM
             CLOSE CREDIT
           END-IF
           .

       CUMULER-RMBJRN.
           OPEN INPUT RMBJRN
           IF WS-RMB = '00'
             READ RMBJRN
             PERFORM UNTIL WS-RMB = '10'
               IF RMB-MNT IS NUMERIC
                 ADD RMB-MNT TO R-TOT-REMB
                 IF RMB-DT = WS-DT-JOUR
                   ADD RMB-MNT TO R-JOUR-REMB
                 END-IF
               END-IF
               READ RMBJRN
             END-PERFORM
             CLOSE RMBJRN
           END-IF
           .

       CUMULER-CTXJRN.
           OPEN INPUT CTXJRN
           IF WS-CTJ = '00'
             READ CTXJRN
             PERFORM UNTIL WS-CTJ = '10'
               IF CTJ-MNT IS NUMERIC
                 EVALUATE CTJ-NATURE
                   WHEN 'T'
                     ADD CTJ-MNT TO X-TOT-TRANSF
                   WHEN 'P'
                     ADD CTJ-MNT TO X-TOT-PERTE
                     IF CTJ-DT = WS-DT-JOUR
                       ADD CTJ-MNT TO X-JOUR-PERTE
                     END-IF
                 END-EVALUATE
               END-IF
               READ CTXJRN
             END-PERFORM
             CLOSE CTXJRN
           END-IF
           COMPUTE X-SOLDE-CALC = X-TOT-TRANSF - X-TOT-PERTE
           .

       CUMULER-CONTX.
           OPEN INPUT CONTX
           IF WS-CTX = '00'
             MOVE 'N' TO WS-FIN-CTX
             PERFORM UNTIL FIN-CTX
               READ CONTX NEXT
                 AT END MOVE 'O' TO WS-FIN-CTX
               END-READ
               IF NOT FIN-CTX AND CTX-SOLDE IS NUMERIC
                 ADD CTX-SOLDE TO X-TOT-SOLDE
               END-IF
             END-PERFORM
             CLOSE CONTX
           END-IF
           .

       IMPRIME-BALANCE.
           MOVE ALL SPACE TO ELST
           STRING 'API58   BALANCE FINANCIERE DU ' WS-DT-JOUR
           STRING 'TOTAL FACTURE TTC (NET D''AVOIRS) : ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE J-TOT-REGLE TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING 'REGLEMENTS IMPUTES (PAIJRN)       : ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE J-TOT-FRAIS TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING ' - FRAIS DE RETARD ET REJET REGLES: ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE C-TOT-EXCED TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING ' - EXCEDENTS PORTES AU CREDIT     : ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE C-TOT-IMPUT TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING ' + CREDITS IMPUTES SUR QUITTANCES : ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE C-TOT-ANNUL TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING ' + EXCEDENTS REPRIS (ANNULATIONS) : ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE G-TOT-REGLE TO DISP-A
           MOVE C-REGLE-CALC TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'TOTAL REGLE  QUIT ' DISP-A
                  '  CALCULE ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF G-TOT-REGLE NOT = C-REGLE-CALC
             PERFORM SIGNALER-ECART
           END-IF
           MOVE J-JOUR-REGLE TO DISP-A
           PERFORM ECRIRE-LST
           MOVE G-TOT-RESTANT TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING 'RESTANT DU GLOBAL (HORS AVOIRS)  : ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE G-TOT-CTX TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING ' - DONT AU CONTENTIEUX (ETAT C)   : ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE G-RESTANT-CLI TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING 'RESTANT DU CLIENTS               : ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           PERFORM IMPRIME-BALANCE-CREDIT
           PERFORM IMPRIME-BALANCE-CTX
           PERFORM IMPRIME-BALANCE-SINISTRES
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           .

      * COMPTE CREDIT CLIENT : SOLDES DU FICHIER CONTRE MOUVEMENTS
      * DU JOURNAL, REMBOURSEMENTS DU JOURNAL CONTRE RMBJRN.
       IMPRIME-BALANCE-CREDIT.
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'COMPTE CREDIT CLIENT - CREDIT CONTRE CRDJRN/RMBJRN'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE C-TOT-EXCED TO DISP-A
           MOVE C-TOT-AVOIR TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'EXCEDENTS ' DISP-A '  AVOIRS ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE C-TOT-IMPUT TO DISP-A
           MOVE C-TOT-REMB TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'IMPUTES  ' DISP-A '  REMBOURSES ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE C-TOT-ANNUL TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING 'REPRIS   ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE C-TOT-SOLDE TO DISP-A
           MOVE C-SOLDE-CALC TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'SOLDES CREDIT ' DISP-A '  CALCULE ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF C-TOT-SOLDE NOT = C-SOLDE-CALC
             PERFORM SIGNALER-ECART
           END-IF
           MOVE C-TOT-REMB TO DISP-A
           MOVE R-TOT-REMB TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'REMBOURSEMENTS CRDJRN ' DISP-A '  RMBJRN ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF C-TOT-REMB NOT = R-TOT-REMB
             PERFORM SIGNALER-ECART
           END-IF
           MOVE R-JOUR-REMB TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING 'REMBOURSEMENTS DU JOUR           : ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           COMPUTE G-POS-NETTE = G-RESTANT-CLI - C-TOT-SOLDE
           MOVE G-POS-NETTE TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING 'POSITION NETTE DES CLIENTS       : ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

      * CONTENTIEUX : QUITTANCES A L'ETAT C CONTRE LES TRANSFERTS
      * DU JOURNAL, SOLDES DU FICHIER CONTX CONTRE TRANSFERTS MOINS
      * PERTES.
       IMPRIME-BALANCE-CTX.
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'CONTENTIEUX - QUIT ET CONTX CONTRE CTXJRN'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE G-TOT-CTX TO DISP-A
           MOVE X-TOT-TRANSF TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'QUITTANCES ETAT C ' DISP-A
                  '  TRANSFERES ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF G-TOT-CTX NOT = X-TOT-TRANSF
             PERFORM SIGNALER-ECART
           END-IF
           MOVE X-TOT-PERTE TO DISP-A
           MOVE X-JOUR-PERTE TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'PASSE EN PERTE ' DISP-A '  DONT CE JOUR ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE X-TOT-SOLDE TO DISP-A
           MOVE X-SOLDE-CALC TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'SOLDES CONTX ' DISP-A '  CALCULE ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF X-TOT-SOLDE NOT = X-SOLDE-CALC
             PERFORM SIGNALER-ECART
           END-IF
           .

      * SINISTRES : CHAQUE MONTANT REGLE DU MAITRE CONTRE LE TOTAL
      * DE SON REGISTRE ; LE TOTAL DU REGISTRE CONTRE LA SOMME DES
      * SINISTRES QUI EN ONT (UN REGLEMENT ORPHELIN FAIT ECART).
       IMPRIME-BALANCE-SINISTRES.
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'SINISTRES - MAITRE SINM CONTRE REGISTRE SINREG'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           OPEN INPUT SINREG
           IF WS-SRG = '00'
             MOVE 'O' TO WS-SINREG-OUV
             PERFORM CUMULER-SINREG
           END-IF
           OPEN INPUT SINM
           IF WS-SNM = '00'
             MOVE 'N' TO WS-FIN-SNM
             PERFORM UNTIL FIN-SNM
               READ SINM NEXT
                 AT END MOVE 'O' TO WS-FIN-SNM
               END-READ
               IF NOT FIN-SNM
                 PERFORM CONTROLER-UN-SINISTRE
               END-IF
             END-PERFORM
             CLOSE SINM
           END-IF
           IF WS-SINREG-OUV = 'O'
             CLOSE SINREG
           END-IF
           MOVE S-REG-ATT TO DISP-A
           MOVE S-REG-EMIS TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'A EMETTRE ' DISP-A '  EMIS ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE S-REG-JOUR TO DISP-A
           MOVE S-REG-HIST TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'EMIS CE JOUR ' DISP-A '  REPRISES ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE S-SIN-REG TO DISP-A
           MOVE S-REG-TOT TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'REGLE SINM ' DISP-A '  REGISTRE ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF S-SIN-REG NOT = S-REG-TOT
             PERFORM SIGNALER-ECART
           END-IF
           MOVE S-NB-ANTER TO DISP-CPT
           MOVE S-SIN-ANTER TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING 'SINISTRES ANTERIEURS AU REGISTRE ' DISP-CPT
                  '  REGLE ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       CUMULER-SINREG.
           MOVE 'N' TO WS-FIN-SRG
           PERFORM UNTIL FIN-SRG
             READ SINREG NEXT
               AT END MOVE 'O' TO WS-FIN-SRG
             END-READ
             IF NOT FIN-SRG AND SRG-MNT IS NUMERIC
               ADD SRG-MNT TO S-REG-TOT
               EVALUATE SRG-ST
                 WHEN 'E'
                   ADD SRG-MNT TO S-REG-EMIS
                   IF SRG-DT-EMIS = WS-DT-JOUR
                     ADD SRG-MNT TO S-REG-JOUR
                   END-IF
                 WHEN 'H'
                   ADD SRG-MNT TO S-REG-HIST
                 WHEN OTHER
                   ADD SRG-MNT TO S-REG-ATT
               END-EVALUATE
             END-IF
           END-PERFORM
           .

       CONTROLER-UN-SINISTRE.
           MOVE 0 TO S-TOT-UN-SIN
           MOVE 0 TO S-NB-LIGNES
           IF WS-SINREG-OUV = 'O'
             MOVE SINM-MATRICUL TO SRG-MATRICUL
             MOVE SINM-NO TO SRG-NO
             MOVE 0 TO SRG-SEQ
             MOVE 'N' TO WS-FIN-SRG
             START SINREG KEY IS NOT LESS THAN SRG-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-SRG
             END-START
             PERFORM UNTIL FIN-SRG
               READ SINREG NEXT
                 AT END MOVE 'O' TO WS-FIN-SRG
               END-READ
               IF NOT FIN-SRG
                 IF SRG-MATRICUL NOT = SINM-MATRICUL
                    OR SRG-NO NOT = SINM-NO
                   MOVE 'O' TO WS-FIN-SRG
                 ELSE
                   ADD SRG-MNT TO S-TOT-UN-SIN
                   ADD 1 TO S-NB-LIGNES
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           IF S-NB-LIGNES = 0
             IF SINM-MNT > 0
               ADD 1 TO S-NB-ANTER
               ADD SINM-MNT TO S-SIN-ANTER
             END-IF
           ELSE
             ADD SINM-MNT TO S-SIN-REG
             IF S-TOT-UN-SIN NOT = SINM-MNT
               MOVE SINM-MNT TO DISP-MNT-SIN
               MOVE S-TOT-UN-SIN TO DISP-SIN
               MOVE ALL SPACE TO ELST
               STRING 'SINISTRE ' SINM-MATRICUL '/' SINM-NO
                      '  SINM ' DISP-MNT-SIN '  REGISTRE ' DISP-SIN
                      DELIMITED BY SIZE INTO ELST
               PERFORM ECRIRE-LST
               PERFORM SIGNALER-ECART
             END-IF
           END-IF
           .

       EDITER-COMPARAISON-FACT.
           MOVE ALL SPACE TO ELST
           STRING 'PRIMES NETTES (HT)  QUIT ' DISP-A
