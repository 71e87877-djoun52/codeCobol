       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ61.
      ******************************
      *  61 - INTERFACE COMPTABLE : TRADUIT CHAQUE NUIT LES
      *       EVENEMENTS DE GESTION EN ECRITURES EN PARTIE DOUBLE
      *       DANS LE FICHIER ECRCPT (DESSIN ECRREC) QU'IMPORTE LA
      *       COMPTABILITE GENERALE, AU LIEU DE LA RESAISIE DE LA
      *       SYNTHESE TPPRJ35 ET DE LA BALANCE TPPRJ58 :
      *       - QUITTANCES EMISES ET COMPLEMENTS (JOURNAL QUIT,
      *         NUMERO AU-DELA DU DERNIER COMPTABILISE) : CLIENT AU
      *         DEBIT, PRIME HT ET TAXE QUI-TAXE AU CREDIT ; AVOIRS :
      *         L'INVERSE, LE CLIENT CREDITEUR AU CREDIT (L'AVOIR
      *         PASSE AU COMPTE CREDIT) ;
      *       - REGLEMENTS IMPUTES (PAIJRN) : BANQUE CONTRE CLIENT,
      *         L'ANNULATION D'UNE IMPUTATION ERRONEE (TPPRJ75) EN
      *         SENS INVERSE ;
      *       - COMPTE CREDIT (CRDJRN) : EXCEDENTS, IMPUTATIONS ET
      *         EXCEDENTS REPRIS ENTRE CLIENT ET CLIENT CREDITEUR,
      *         REMBOURSEMENTS TPPRJ59 CONTRE BANQUE ;
      *       - COMMISSIONS D'AGENCE SUR LES QUITTANCES SOLDEES,
      *         AU TAUX DU FICHIER COMRT COMME LE BORDEREAU TPPRJ35 ;
      *       - REGLEMENTS DE SINISTRES EMIS PAR LE RELEVE TPPRJ63
      *         (REGISTRE SINREG) : CHARGE CONTRE BANQUE ;
      *       - CONTENTIEUX (CTXJRN) : L'IMPAYE D'UNE POLICE
      *         RESILIEE POUR NON-PAIEMENT (TPPRJ76) PASSE DU CLIENT
      *         AU CLIENT DOUTEUX, LA PERTE SUR CREANCE IRRECOUVRABLE
      *         (TPPRJ77) SOLDE LE CLIENT DOUTEUX ;
      *       - FRAIS DE RETARD (RELSTA, NIVEAUX 2 ET 3 NOTIFIES) ET
      *         FRAIS DE REJET DE PRELEVEMENT (PRLVRJ) : CLIENT AU
      *         DEBIT, FRAIS ACCESSOIRES AU CREDIT, AU MONTANT
      *         FACTURE ENREGISTRE PAR NIVEAU SUR RELSTA ET PAR REJET
      *         SUR PRLVRJ. LE CLIENT LES SOLDE PAR L'EXCEDENT D'UN
      *         REGLEMENT (TPPRJ14), DEJA PASSE EN ENTIER CONTRE
      *         BANQUE AVEC PAIJRN.
      *       LES COMPTES VIENNENT DU REFERENTIEL PLANCPT (DESSIN
      *       PLCREC), COMPTES PAR DEFAUT COMPILES EN REPLI. CHAQUE
      *       ECRITURE PORTE L'AGENCE DU DOSSIER (ASUR-AGC, IMAGE
      *       ARCH EN REPLI) A LA DATE DE L'EVENEMENT : COMME POUR LE
      *       BORDEREAU TPPRJ35, UN TRANSFERT DE PORTEFEUILLE
      *       (TRFAGC, TPPRJ86) D'EFFET POSTERIEUR A L'EVENEMENT
      *       RAMENE L'ECRITURE A L'AGENCE CEDANTE. CHAQUE JOURNAL EST
      *       CONTROLE EQUILIBRE PAR AGENCE : AU MOINDRE
      *       DESEQUILIBRE, ECRCPT EST LAISSE VIDE, LA REPRISE
      *       N'AVANCE PAS ET LE CODE RETOUR 12 ARRETE LA CHAINE.
      *       LA FENETRE DES EVENEMENTS VA DU DERNIER JOUR
      *       COMPTABILISE (FICHIER GLCTL, DESSIN GLCREC) EXCLU A LA
      *       VEILLE DU PASSAGE INCLUSE : LA JOURNEE EN COURS, QUE
      *       D'AUTRES TRAITEMENTS PEUVENT ENCORE ALIMENTER APRES LA
      *       NUIT, N'EST PRISE QU'UNE FOIS CLOSE. LES ECRITURES SONT
      *       DATEES DE LA VEILLE. UNE NUIT SAUTEE EST RATTRAPEE, UN
      *       DEUXIEME PASSAGE LE MEME JOUR NE COMPTABILISE RIEN
      *       (CODE RETOUR 4, ECRCPT DU PREMIER CONSERVE). LES
      *       QUITTANCES, SUIVIES PAR NUMERO, NE DEPENDENT PAS DE LA
      *       FENETRE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUIT   ASSIGN QUIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY QUI-CLE
             FILE STATUS  WS-QUI.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT ARCH   ASSIGN ARCH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY ARC-MATRICUL
             FILE STATUS  WS-ARC.
           SELECT RELSTA ASSIGN RELSTA
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY RLS-CLE
             FILE STATUS  WS-RLS.
           SELECT SINREG ASSIGN SINREG
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY SRG-CLE
             FILE STATUS  WS-SRG.
           SELECT PAIJRN ASSIGN PAIJRN
             FILE STATUS  WS-PJR.
           SELECT CRDJRN ASSIGN CRDJRN
             FILE STATUS  WS-CRJ.
           SELECT PRLVRJ ASSIGN PRLVRJ
             FILE STATUS  WS-PRJ.
           SELECT COMRT  ASSIGN COMRT
             FILE STATUS  WS-CRT.
           SELECT TRFAGC ASSIGN TRFAGC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY TRF-CLE
             FILE STATUS  WS-TRF.
           SELECT CTXJRN ASSIGN CTXJRN
             FILE STATUS  WS-CTJ.
           SELECT PLANCPT ASSIGN PLANCPT
             FILE STATUS  WS-PLC.
           SELECT GLCTL  ASSIGN GLCTL
             FILE STATUS  WS-GLC.
           SELECT ECRTRV ASSIGN ECRTRV
             FILE STATUS  WS-ETV.
           SELECT ECRCPT ASSIGN ECRCPT
             FILE STATUS  WS-ECR.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  QUIT RECORDING F.
           COPY QUIREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  RELSTA RECORDING F.
           COPY RELREC.
       FD  SINREG RECORDING F.
           COPY SRGREC.
       FD  PAIJRN RECORDING F.
           COPY PAIJREC.
       FD  CRDJRN RECORDING F.
           COPY CRJREC.
       FD  PRLVRJ RECORDING F.
           COPY RETREC.
       FD  COMRT RECORDING F.
       01  ECRT.
           05 CRT-AGC        PIC X.
           05 CRT-TAUX       PIC 99V99.
           05 FILLER         PIC X(75).
       FD  TRFAGC RECORDING F.
           COPY TRFREC.
       FD  CTXJRN RECORDING F.
           COPY CTJREC.
       FD  PLANCPT RECORDING F.
           COPY PLCREC.
       FD  GLCTL RECORDING F.
           COPY GLCREC.
       FD  ECRTRV RECORDING F.
       01  EETV              PIC X(100).
       FD  ECRCPT RECORDING F.
           COPY ECRREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-QUI         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-RLS         PIC XX.
       77  WS-SRG         PIC XX.
       77  WS-PJR         PIC XX.
       77  WS-CRJ         PIC XX.
       77  WS-PRJ         PIC XX.
       77  WS-CRT         PIC XX.
       77  WS-CTJ         PIC XX.
       77  WS-TRF         PIC XX.
       77  WS-PLC         PIC XX.
       77  WS-GLC         PIC XX.
       77  WS-ETV         PIC XX.
       77  WS-ECR         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-ARCH-OUV    PIC X     VALUE 'N'.
       77  WS-RELSTA-OUV  PIC X     VALUE 'N'.
       77  WS-SINREG-OUV  PIC X     VALUE 'N'.
       77  WS-TRF-OUV     PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * FENETRE DES EVENEMENTS : DU DERNIER JOUR COMPTABILISE
      * (EXCLU) A LA VEILLE DU PASSAGE (INCLUSE), DATES AAAAMMJJ.
       77  WS-DT-JOUR     PIC 9(8)  VALUE 0.
       77  WS-DT-DEB      PIC 9(8)  VALUE 0.
       01  WS-DT-FIN      PIC 9(8)  VALUE 0.
       01  WS-DT-FIN-R REDEFINES WS-DT-FIN.
           05 WS-FIN-AA   PIC 9(4).
           05 WS-FIN-MM   PIC 99.
           05 WS-FIN-JJ   PIC 99.
       77  WS-BIS-DIV     PIC 9(4).
       77  WS-BIS-R4      PIC 9(3).
       77  WS-BIS-R100    PIC 9(3).
       77  WS-BIS-R400    PIC 9(3).
       01  TABLE-JRS-MOIS.
           05 FILLER      PIC X(24) VALUE '312831303130313130313031'.
       01  JRS-MOIS-R REDEFINES TABLE-JRS-MOIS.
           05 JRS-MOIS    OCCURS 12 PIC 99.
       77  WS-QUI-DER     PIC 9(8)  VALUE 0.
       77  WS-QUI-MAX     PIC 9(8)  VALUE 0.
       77  WS-REPRISE-INI PIC X     VALUE 'N'.
       01  WS-DT-CONV     PIC 9(8)  VALUE 0.
       01  WS-DT-JJMMAAAA PIC 9(8)  VALUE 0.
       77  WS-DANS-FENETRE PIC X    VALUE 'N'.
       77  WS-FIN-QUI     PIC X     VALUE 'N'.
           88 FIN-QUI               VALUE 'O'.
       77  WS-FIN-FIC     PIC X     VALUE 'N'.
           88 FIN-FIC               VALUE 'O'.
      * AGENCE DU DOSSIER (TABLE AGENCES PAR TABLOD ; LE POSTE
      * NB-AGC + 1 RECUEILLE LES DOSSIERS SANS AGENCE CONNUE).
       COPY AGENCES.
       77  WS-NB-PA       PIC 99    VALUE 4.
       77  WS-MAT-CHERCHE PIC 9(6)  VALUE 0.
       77  WS-AGC-DOSS    PIC X     VALUE SPACE.
      * DATE DE L'EVENEMENT (AAAAMMJJ) POUR L'HISTORIQUE DES
      * TRANSFERTS ; ZERO = AGENCE DU JOUR.
       01  WS-DT-EVT      PIC 9(8)  VALUE 0.
       77  WS-IX-AGC      PIC 99    VALUE 0.
       77  WS-I           PIC 99    VALUE 0.
       77  WS-J           PIC 99    VALUE 0.
      * TAUX DE COMMISSION PAR AGENCE (FICHIER COMRT), MEMES REGLES
      * QUE LE BORDEREAU TPPRJ35.
       77  WS-TAUX-DEFAUT PIC 99V99 VALUE 10.00.
       01  TAUX-COM-TABLE.
           05 TAUX-COM OCCURS 11 PIC 99V99 VALUE 10.00.
      * PLAN DE COMPTES : POSTE, COMPTE, LIBELLE ; VALEURS PAR
      * DEFAUT REMPLACEES PAR CELLES DU REFERENTIEL PLANCPT.
       01  TABLE-POSTES.
           05 FILLER PIC X(37) VALUE
              'CLI 411000  CLIENTS ASSURES          '.
           05 FILLER PIC X(37) VALUE
              'PRIM706000  PRIMES EMISES            '.
           05 FILLER PIC X(37) VALUE
              'TAXE445700  TAXE ASSURANCE A PAYER   '.
           05 FILLER PIC X(37) VALUE
              'BNQ 512000  BANQUE                   '.
           05 FILLER PIC X(37) VALUE
              'CRED419000  CLIENTS CREDITEURS       '.
           05 FILLER PIC X(37) VALUE
              'FRAI708000  FRAIS ACCESSOIRES        '.
           05 FILLER PIC X(37) VALUE
              'COMC622000  COMMISSIONS D AGENCE     '.
           05 FILLER PIC X(37) VALUE
              'COMP401000  AGENCES COMMISSIONS DUES '.
           05 FILLER PIC X(37) VALUE
              'SIN 601000  SINISTRES PAYES          '.
           05 FILLER PIC X(37) VALUE
              'CTX 416000  CLIENTS DOUTEUX          '.
           05 FILLER PIC X(37) VALUE
              'PERT654000  PERTES CREANCES IRRECOUV.'.
       01  POSTES REDEFINES TABLE-POSTES.
           05 PST-ENT OCCURS 11 INDEXED BY IX-PST.
              10 PST-POSTE   PIC X(4).
              10 PST-COMPTE  PIC X(8).
              10 PST-LIB     PIC X(25).
       77  NB-PST         PIC 99    VALUE 11.
       77  NB-PST-FIC     PIC 99    VALUE 0.
      * JOURNAUX COMPTABLES : 1 VT VENTES, 2 BQ BANQUE, 3 OD
      * OPERATIONS DIVERSES.
       01  TABLE-JOURNAUX  PIC X(6) VALUE 'VTBQOD'.
       01  JOURNAUX REDEFINES TABLE-JOURNAUX.
           05 JRN-CODE OCCURS 3 PIC XX.
      * EQUILIBRE PAR JOURNAL ET PAR AGENCE.
       01  BAL-TABLE.
           05 BAL-JRN OCCURS 3.
              10 BAL-AGC OCCURS 11.
                 15 BAL-DEBIT  PIC 9(9)V99 VALUE 0.
                 15 BAL-CREDIT PIC 9(9)V99 VALUE 0.
      * MOUVEMENT A PASSER (ZONE D'APPEL DE PASSER-ECRITURE).
       77  WS-E-IX-JRN    PIC 9     VALUE 0.
       77  WS-E-POSTE     PIC X(4)  VALUE SPACE.
       77  WS-E-SENS      PIC X     VALUE SPACE.
       01  WS-E-MNT       PIC 9(9)V99 VALUE 0.
       77  WS-E-LIB       PIC X(25) VALUE SPACE.
       77  WS-E-MAT       PIC 9(6)  VALUE 0.
       77  WS-E-PIECE     PIC 9(8)  VALUE 0.
       01  MNT-TTC        PIC 9(7)V99 VALUE 0.
       01  MNT-TAXE       PIC 9(7)V99 VALUE 0.
       01  MNT-HT         PIC 9(7)V99 VALUE 0.
       01  MNT-COMMISSION PIC 9(7)V99 VALUE 0.
       77  WS-DESEQUILIBRE PIC X    VALUE 'N'.
      * COMPTEURS ET TOTAUX.
       77  NB-LIGNES      PIC 9(7)  VALUE 0.
       77  NB-EV-QUIT     PIC 9(6)  VALUE 0.
       77  NB-EV-AVOIR    PIC 9(6)  VALUE 0.
       77  NB-EV-REGL     PIC 9(6)  VALUE 0.
       77  NB-EV-CREDIT   PIC 9(6)  VALUE 0.
      * FRAIS FACTURES DANS LA FENETRE.
       77  NB-FRAIS-RET   PIC 9(6)  VALUE 0.
       77  NB-FRAIS-REJ   PIC 9(6)  VALUE 0.
       01  TOT-FRAIS-RET  PIC 9(7)V99 VALUE 0.
       01  TOT-FRAIS-REJ  PIC 9(7)V99 VALUE 0.
       01  WS-FRAIS-N2    PIC 9(3)V99 VALUE 0.
       01  WS-FRAIS-N3    PIC 9(3)V99 VALUE 0.
       77  NB-EV-COMM     PIC 9(6)  VALUE 0.
       77  NB-EV-SIN      PIC 9(6)  VALUE 0.
       77  NB-EV-CTX      PIC 9(6)  VALUE 0.
       01  TOT-DEBIT      PIC 9(11)V99 VALUE 0.
       01  TOT-CREDIT     PIC 9(11)V99 VALUE 0.
       77  DISP-A         PIC Z(8)9,99.
       77  DISP-B         PIC Z(8)9,99.
       77  DISP-CPT       PIC ZZZZZ9.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ61'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           PERFORM CALCULER-VEILLE
           PERFORM LIRE-GLCTL
           IF WS-DT-DEB >= WS-DT-FIN
             DISPLAY 'TPPRJ61 - EVENEMENTS DU ' WS-DT-FIN
                     ' DEJA COMPTABILISES - ECRCPT CONSERVE'
             MOVE 4 TO RETURN-CODE
             MOVE 'FIN' TO WS-JEX-EVT
             MOVE RETURN-CODE TO WS-JEX-RC
             PERFORM JOURNAL-EXEC
             GOBACK
           END-IF
           OPEN INPUT QUIT
           OPEN INPUT ASSUR
           OPEN OUTPUT ECRTRV
           OPEN OUTPUT LST
           PERFORM TEST-STAT-QUI
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-ETV
           PERFORM TEST-STAT-LST
           OPEN INPUT ARCH
           IF WS-ARC = '00'
             MOVE 'O' TO WS-ARCH-OUV
           END-IF
           OPEN INPUT RELSTA
           IF WS-RLS = '00'
             MOVE 'O' TO WS-RELSTA-OUV
           END-IF
           OPEN INPUT SINREG
           IF WS-SRG = '00'
             MOVE 'O' TO WS-SINREG-OUV
           END-IF
           OPEN INPUT TRFAGC
           IF WS-TRF = '00'
             MOVE 'O' TO WS-TRF-OUV
           END-IF
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           COMPUTE WS-NB-PA = NB-AGC + 1
           PERFORM CHARGER-TAUX
           PERFORM CHARGER-PLAN
           PERFORM IMPRIME-ENTETE
           PERFORM COMPTA-QUITTANCES
           PERFORM COMPTA-REGLEMENTS
           PERFORM COMPTA-CREDITS
           PERFORM COMPTA-FRAIS-REJET
           PERFORM COMPTA-FRAIS-RELANCE
           PERFORM COMPTA-SINISTRES
           PERFORM COMPTA-CONTENTIEUX
           CLOSE ECRTRV
           PERFORM CONTROLER-EQUILIBRE
           OPEN OUTPUT ECRCPT
           PERFORM TEST-STAT-ECR
           IF WS-DESEQUILIBRE = 'N'
             PERFORM PRODUIRE-ECRCPT
             PERFORM SAUVER-GLCTL
           END-IF
           CLOSE ECRCPT
           PERFORM IMPRIME-PIED
           CLOSE QUIT
           CLOSE ASSUR
           CLOSE LST
           IF WS-ARCH-OUV = 'O'
             CLOSE ARCH
           END-IF
           IF WS-RELSTA-OUV = 'O'
             CLOSE RELSTA
           END-IF
           IF WS-SINREG-OUV = 'O'
             CLOSE SINREG
           END-IF
           IF WS-TRF-OUV = 'O'
             CLOSE TRFAGC
           END-IF
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ61 - INTERFACE COMPTABLE DU ' WS-DT-JOUR
           DISPLAY 'FENETRE APRES LE           : ' WS-DT-DEB
           DISPLAY 'FENETRE JUSQU''AU           : ' WS-DT-FIN
           DISPLAY 'LIGNES D''ECRITURE          : ' NB-LIGNES
           DISPLAY 'TOTAL DEBIT                : ' TOT-DEBIT
           DISPLAY 'TOTAL CREDIT               : ' TOT-CREDIT
           IF WS-DESEQUILIBRE = 'O'
             DISPLAY 'JOURNAL DESEQUILIBRE - ECRCPT NON PRODUIT'
             MOVE 12 TO RETURN-CODE
           END-IF
           MOVE NB-LIGNES TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

      * VEILLE DU JOUR DU PASSAGE, CALENDRIER EXACT (ANNEES
      * BISSEXTILES COMPRISES).
       CALCULER-VEILLE.
           MOVE WS-DT-JOUR TO WS-DT-FIN
           IF WS-FIN-JJ > 1
             SUBTRACT 1 FROM WS-FIN-JJ
           ELSE
             IF WS-FIN-MM = 1
               SUBTRACT 1 FROM WS-FIN-AA
               MOVE 12 TO WS-FIN-MM
             ELSE
               SUBTRACT 1 FROM WS-FIN-MM
             END-IF
             MOVE JRS-MOIS(WS-FIN-MM) TO WS-FIN-JJ
             IF WS-FIN-MM = 2
               DIVIDE WS-FIN-AA BY 4 GIVING WS-BIS-DIV
                      REMAINDER WS-BIS-R4
               DIVIDE WS-FIN-AA BY 100 GIVING WS-BIS-DIV
                      REMAINDER WS-BIS-R100
               DIVIDE WS-FIN-AA BY 400 GIVING WS-BIS-DIV
                      REMAINDER WS-BIS-R400
               IF WS-BIS-R400 = 0 OR
                  (WS-BIS-R4 = 0 AND WS-BIS-R100 NOT = 0)
                 MOVE 29 TO WS-FIN-JJ
               END-IF
             END-IF
           END-IF
           .

      * REPRISE : SANS FICHIER GLCTL (MISE EN SERVICE), TOUT
      * L'HISTORIQUE EST REPRIS, CE QUE L'ETAT SIGNALE.
       LIRE-GLCTL.
           MOVE 0 TO WS-DT-DEB
           MOVE 0 TO WS-QUI-DER
           OPEN INPUT GLCTL
           IF WS-GLC = '00'
             READ GLCTL
               AT END MOVE 'O' TO WS-REPRISE-INI
               NOT AT END
                 IF GLC-DT-DER NUMERIC
                   MOVE GLC-DT-DER TO WS-DT-DEB
                 END-IF
                 IF GLC-QUI-DER NUMERIC
                   MOVE GLC-QUI-DER TO WS-QUI-DER
                 END-IF
             END-READ
             CLOSE GLCTL
           ELSE
             MOVE 'O' TO WS-REPRISE-INI
           END-IF
           MOVE WS-QUI-DER TO WS-QUI-MAX
           .

       SAUVER-GLCTL.
           OPEN OUTPUT GLCTL
           PERFORM TEST-STAT-GLC
           MOVE ALL SPACE TO EGLC
           MOVE WS-DT-FIN TO GLC-DT-DER
           MOVE WS-QUI-MAX TO GLC-QUI-DER
           WRITE EGLC
           CLOSE GLCTL
           .

       CHARGER-TAUX.
           OPEN INPUT COMRT
           IF WS-CRT = '00'
             READ COMRT
             PERFORM UNTIL WS-CRT = '10'
               IF CRT-TAUX IS NUMERIC AND CRT-TAUX > 0
                 MOVE 1 TO WS-I
                 PERFORM UNTIL WS-I > NB-AGC
                   IF AG-CODE(WS-I) = CRT-AGC
                     MOVE CRT-TAUX TO TAUX-COM(WS-I)
                   END-IF
                   ADD 1 TO WS-I
                 END-PERFORM
               END-IF
               READ COMRT
             END-PERFORM
             CLOSE COMRT
           END-IF
           .

       CHARGER-PLAN.
           OPEN INPUT PLANCPT
           IF WS-PLC = '00'
             READ PLANCPT
             PERFORM UNTIL WS-PLC = '10'
               SET IX-PST TO 1
               SEARCH PST-ENT
                 AT END
                   DISPLAY 'TPPRJ61 - POSTE INCONNU SUR PLANCPT : '
                           PLC-POSTE
                 WHEN PST-POSTE(IX-PST) = PLC-POSTE
                   IF PLC-COMPTE NOT = SPACE
                     MOVE PLC-COMPTE TO PST-COMPTE(IX-PST)
                     MOVE PLC-LIB TO PST-LIB(IX-PST)
                     ADD 1 TO NB-PST-FIC
                   END-IF
               END-SEARCH
               READ PLANCPT
             END-PERFORM
             CLOSE PLANCPT
           END-IF
           .

       LOCALISER-AGENCE.
           MOVE SPACE TO WS-AGC-DOSS
           MOVE WS-MAT-CHERCHE TO MATRICUL OF EASR
           READ ASSUR
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE ASUR-AGC TO WS-AGC-DOSS
           END-READ
           IF WS-AGC-DOSS = SPACE AND WS-ARCH-OUV = 'O'
             MOVE WS-MAT-CHERCHE TO ARC-MATRICUL
             READ ARCH
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE ARC-EASR TO EASR
                 MOVE ASUR-AGC TO WS-AGC-DOSS
             END-READ
           END-IF
           IF WS-TRF-OUV = 'O' AND WS-DT-EVT > 0
             PERFORM AGENCE-A-LA-DATE
           END-IF
           MOVE WS-NB-PA TO WS-IX-AGC
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-AGC
             IF AG-CODE(WS-I) = WS-AGC-DOSS
               MOVE WS-I TO WS-IX-AGC
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           .

      * MEME REGLE QUE LE BORDEREAU TPPRJ35 : LE PREMIER TRANSFERT
      * DONT L'EFFET SUIT L'EVENEMENT DONNE L'AGENCE QUI GERAIT
      * ALORS LA POLICE ; SANS TRANSFERT POSTERIEUR, C'EST L'AGENCE
      * DU DOSSIER.
       AGENCE-A-LA-DATE.
           MOVE WS-MAT-CHERCHE TO TRF-MATRICUL
           MOVE WS-DT-EVT TO TRF-DT-EFF
           START TRFAGC KEY IS GREATER THAN TRF-CLE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ TRFAGC NEXT
                 AT END
                   CONTINUE
                 NOT AT END
                   IF TRF-MATRICUL = WS-MAT-CHERCHE
                     MOVE TRF-AGC-AV TO WS-AGC-DOSS
                   END-IF
               END-READ
           END-START
           .

      * DATE JJMMAAAA (ZONE WS-DT-JJMMAAAA) RAMENEE EN AAAAMMJJ ET
      * COMPAREE A LA FENETRE.
       TESTER-FENETRE-JJMM.
           MOVE 'N' TO WS-DANS-FENETRE
           IF WS-DT-JJMMAAAA NUMERIC AND WS-DT-JJMMAAAA > 0
             MOVE WS-DT-JJMMAAAA(5:4) TO WS-DT-CONV(1:4)
             MOVE WS-DT-JJMMAAAA(3:2) TO WS-DT-CONV(5:2)
             MOVE WS-DT-JJMMAAAA(1:2) TO WS-DT-CONV(7:2)
             PERFORM TESTER-FENETRE
           END-IF
           .

       TESTER-FENETRE.
           MOVE 'N' TO WS-DANS-FENETRE
           IF WS-DT-CONV > WS-DT-DEB AND WS-DT-CONV <= WS-DT-FIN
             MOVE 'O' TO WS-DANS-FENETRE
           END-IF
           .

      * UN SEUL PASSAGE SUR QUIT : LES PIECES NON ENCORE
      * COMPTABILISEES (NUMERO AU-DELA DE LA REPRISE) ET LES
      * COMMISSIONS DES QUITTANCES SOLDEES DANS LA FENETRE.
       COMPTA-QUITTANCES.
           MOVE 'N' TO WS-FIN-QUI
           MOVE 0 TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-NUM NUMERIC AND QUI-NUM > WS-QUI-DER
                 PERFORM COMPTA-UNE-QUITTANCE
                 IF QUI-NUM > WS-QUI-MAX
                   MOVE QUI-NUM TO WS-QUI-MAX
                 END-IF
               END-IF
               IF QUI-ST-PAIE = 'P' AND QUI-TYPE NOT = 'V'
                 MOVE QUI-DT-REGLE TO WS-DT-JJMMAAAA
                 PERFORM TESTER-FENETRE-JJMM
                 IF WS-DANS-FENETRE = 'O'
                   PERFORM COMPTA-COMMISSION
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      * LA PRIME HT EST LE TTC MOINS LA TAXE : LA PIECE S'EQUILIBRE
      * TOUJOURS SUR SON TTC.
       COMPTA-UNE-QUITTANCE.
           IF QUI-TOT-TTC IS NUMERIC AND QUI-TOT-TTC > 0
             MOVE QUI-TOT-TTC TO MNT-TTC
           ELSE
             MOVE QUI-PRIM TO MNT-TTC
           END-IF
           MOVE 0 TO MNT-TAXE
           IF QUI-TAXE IS NUMERIC AND QUI-TAXE < MNT-TTC
             MOVE QUI-TAXE TO MNT-TAXE
           END-IF
           COMPUTE MNT-HT = MNT-TTC - MNT-TAXE
           MOVE QUI-MATRICUL TO WS-MAT-CHERCHE
           MOVE 0 TO WS-DT-EVT
           PERFORM LOCALISER-AGENCE
           MOVE 1 TO WS-E-IX-JRN
           MOVE QUI-MATRICUL TO WS-E-MAT
           MOVE QUI-NUM TO WS-E-PIECE
           IF QUI-TYPE = 'V'
             ADD 1 TO NB-EV-AVOIR
             MOVE 'AVOIR SUR PRIME' TO WS-E-LIB
             MOVE 'PRIM' TO WS-E-POSTE
             MOVE 'D' TO WS-E-SENS
             MOVE MNT-HT TO WS-E-MNT
             PERFORM PASSER-ECRITURE
             MOVE 'TAXE' TO WS-E-POSTE
             MOVE MNT-TAXE TO WS-E-MNT
             PERFORM PASSER-ECRITURE
             MOVE 'CRED' TO WS-E-POSTE
             MOVE 'C' TO WS-E-SENS
             MOVE MNT-TTC TO WS-E-MNT
             PERFORM PASSER-ECRITURE
           ELSE
             ADD 1 TO NB-EV-QUIT
             IF QUI-TYPE = 'A'
               MOVE 'COMPLEMENT DE PRIME' TO WS-E-LIB
             ELSE
               MOVE 'QUITTANCE DE PRIME' TO WS-E-LIB
             END-IF
             MOVE 'CLI ' TO WS-E-POSTE
             MOVE 'D' TO WS-E-SENS
             MOVE MNT-TTC TO WS-E-MNT
             PERFORM PASSER-ECRITURE
             MOVE 'PRIM' TO WS-E-POSTE
             MOVE 'C' TO WS-E-SENS
             MOVE MNT-HT TO WS-E-MNT
             PERFORM PASSER-ECRITURE
             MOVE 'TAXE' TO WS-E-POSTE
             MOVE MNT-TAXE TO WS-E-MNT
             PERFORM PASSER-ECRITURE
           END-IF
           .

      * LA COMMISSION REVIENT A L'AGENCE QUI GERAIT LA POLICE AU
      * REGLEMENT (WS-DT-CONV, DATE DU REGLEMENT EN AAAAMMJJ).
       COMPTA-COMMISSION.
           MOVE QUI-MATRICUL TO WS-MAT-CHERCHE
           MOVE WS-DT-CONV TO WS-DT-EVT
           PERFORM LOCALISER-AGENCE
           IF WS-IX-AGC <= NB-AGC
             COMPUTE MNT-COMMISSION ROUNDED
                   = QUI-MNT-REGLE * TAUX-COM(WS-IX-AGC) / 100
           ELSE
             COMPUTE MNT-COMMISSION ROUNDED
                   = QUI-MNT-REGLE * WS-TAUX-DEFAUT / 100
           END-IF
           ADD 1 TO NB-EV-COMM
           MOVE 3 TO WS-E-IX-JRN
           MOVE QUI-MATRICUL TO WS-E-MAT
           MOVE QUI-NUM TO WS-E-PIECE
           MOVE 'COMMISSION D AGENCE' TO WS-E-LIB
           MOVE 'COMC' TO WS-E-POSTE
           MOVE 'D' TO WS-E-SENS
           MOVE MNT-COMMISSION TO WS-E-MNT
           PERFORM PASSER-ECRITURE
           MOVE 'COMP' TO WS-E-POSTE
           MOVE 'C' TO WS-E-SENS
           PERFORM PASSER-ECRITURE
           .

       COMPTA-REGLEMENTS.
           OPEN INPUT PAIJRN
           IF WS-PJR = '00'
             READ PAIJRN
             PERFORM UNTIL WS-PJR = '10'
               MOVE PJR-DT-IMP TO WS-DT-CONV
               PERFORM TESTER-FENETRE
               IF WS-DANS-FENETRE = 'O' AND PJR-MNT NUMERIC
                 ADD 1 TO NB-EV-REGL
                 MOVE PJR-MATRICUL TO WS-MAT-CHERCHE
                 MOVE WS-DT-CONV TO WS-DT-EVT
                 PERFORM LOCALISER-AGENCE
                 MOVE 2 TO WS-E-IX-JRN
                 MOVE PJR-MATRICUL TO WS-E-MAT
                 MOVE PJR-NO-REM TO WS-E-PIECE
                 MOVE PJR-MNT TO WS-E-MNT
                 IF PJR-SENS = 'A'
                   MOVE 'ANNULATION REGLEMENT' TO WS-E-LIB
                   MOVE 'CLI ' TO WS-E-POSTE
                   MOVE 'D' TO WS-E-SENS
                   PERFORM PASSER-ECRITURE
                   MOVE 'BNQ ' TO WS-E-POSTE
                   MOVE 'C' TO WS-E-SENS
                   PERFORM PASSER-ECRITURE
                 ELSE
                   MOVE 'REGLEMENT CLIENT' TO WS-E-LIB
                   MOVE 'BNQ ' TO WS-E-POSTE
                   MOVE 'D' TO WS-E-SENS
                   PERFORM PASSER-ECRITURE
                   MOVE 'CLI ' TO WS-E-POSTE
                   MOVE 'C' TO WS-E-SENS
                   PERFORM PASSER-ECRITURE
                 END-IF
               END-IF
               READ PAIJRN
             END-PERFORM
             CLOSE PAIJRN
           END-IF
           .

      * L'AVOIR (NATURE V) EST DEJA PASSE AVEC SA PIECE QUIT.
       COMPTA-CREDITS.
           OPEN INPUT CRDJRN
           IF WS-CRJ = '00'
             READ CRDJRN
             PERFORM UNTIL WS-CRJ = '10'
               MOVE CRJ-DT TO WS-DT-CONV
               PERFORM TESTER-FENETRE
               IF WS-DANS-FENETRE = 'O' AND CRJ-MNT NUMERIC
                  AND CRJ-NATURE NOT = 'V'
                 PERFORM COMPTA-UN-CREDIT
               END-IF
               READ CRDJRN
             END-PERFORM
             CLOSE CRDJRN
           END-IF
           .

       COMPTA-UN-CREDIT.
           ADD 1 TO NB-EV-CREDIT
           MOVE CRJ-MATRICUL TO WS-MAT-CHERCHE
           MOVE WS-DT-CONV TO WS-DT-EVT
           PERFORM LOCALISER-AGENCE
           MOVE CRJ-MATRICUL TO WS-E-MAT
           MOVE CRJ-REF TO WS-E-PIECE
           MOVE CRJ-MNT TO WS-E-MNT
           EVALUATE CRJ-NATURE
             WHEN 'E'
               MOVE 3 TO WS-E-IX-JRN
               MOVE 'EXCEDENT DE REGLEMENT' TO WS-E-LIB
               MOVE 'CLI ' TO WS-E-POSTE
               MOVE 'D' TO WS-E-SENS
               PERFORM PASSER-ECRITURE
               MOVE 'CRED' TO WS-E-POSTE
               MOVE 'C' TO WS-E-SENS
               PERFORM PASSER-ECRITURE
             WHEN 'A'
               MOVE 3 TO WS-E-IX-JRN
               MOVE 'EXCEDENT REPRIS' TO WS-E-LIB
               MOVE 'CRED' TO WS-E-POSTE
               MOVE 'D' TO WS-E-SENS
               PERFORM PASSER-ECRITURE
               MOVE 'CLI ' TO WS-E-POSTE
               MOVE 'C' TO WS-E-SENS
               PERFORM PASSER-ECRITURE
             WHEN 'I'
               MOVE 3 TO WS-E-IX-JRN
               MOVE 'IMPUTATION DU CREDIT' TO WS-E-LIB
               MOVE 'CRED' TO WS-E-POSTE
               MOVE 'D' TO WS-E-SENS
               PERFORM PASSER-ECRITURE
               MOVE 'CLI ' TO WS-E-POSTE
               MOVE 'C' TO WS-E-SENS
               PERFORM PASSER-ECRITURE
             WHEN OTHER
               MOVE 2 TO WS-E-IX-JRN
               MOVE 'REMBOURSEMENT CLIENT' TO WS-E-LIB
               MOVE 'CRED' TO WS-E-POSTE
               MOVE 'D' TO WS-E-SENS
               PERFORM PASSER-ECRITURE
               MOVE 'BNQ ' TO WS-E-POSTE
               MOVE 'C' TO WS-E-SENS
               PERFORM PASSER-ECRITURE
           END-EVALUATE
           .

      * UN REJET DE PRELEVEMENT FACTURE SES FRAIS A SA DATE DE
      * TRAITEMENT ; TPPRJ60 LES CUMULE AUSSI SUR RLS-FRAIS-REJ.
       COMPTA-FRAIS-REJET.
           OPEN INPUT PRLVRJ
           IF WS-PRJ = '00'
             READ PRLVRJ
             PERFORM UNTIL WS-PRJ = '10'
               MOVE RET-DT-TRT TO WS-DT-CONV
               PERFORM TESTER-FENETRE
               IF WS-DANS-FENETRE = 'O' AND RET-FRAIS NUMERIC
                  AND RET-FRAIS > 0
                 ADD 1 TO NB-FRAIS-REJ
                 ADD RET-FRAIS TO TOT-FRAIS-REJ
                 MOVE RET-MATRICUL TO WS-E-MAT
                 MOVE RET-NO-QUIT TO WS-E-PIECE
                 MOVE 'FRAIS DE REJET PRLV' TO WS-E-LIB
                 MOVE RET-FRAIS TO WS-E-MNT
                 PERFORM COMPTA-FRAIS
               END-IF
               READ PRLVRJ
             END-PERFORM
             CLOSE PRLVRJ
           END-IF
           .

      * LES FRAIS DE RETARD SONT FACTURES AUX NIVEAUX 2 ET 3 DE LA
      * RELANCE (TPPRJ14), AU MONTANT ENREGISTRE POUR LE NIVEAU.
       COMPTA-FRAIS-RELANCE.
           IF WS-RELSTA-OUV = 'O'
             MOVE 'N' TO WS-FIN-FIC
             PERFORM UNTIL FIN-FIC
               READ RELSTA NEXT
                 AT END MOVE 'O' TO WS-FIN-FIC
               END-READ
               IF NOT FIN-FIC
                 PERFORM FRAIS-PAR-NIVEAU
                 MOVE RLS-MATRICUL TO WS-E-MAT
                 MOVE RLS-PERIODE TO WS-E-PIECE
                 MOVE 'FRAIS DE RETARD' TO WS-E-LIB
                 MOVE RLS-DT-NIV2 TO WS-DT-JJMMAAAA
                 PERFORM TESTER-FENETRE-JJMM
                 IF WS-DANS-FENETRE = 'O' AND WS-FRAIS-N2 > 0
                   ADD 1 TO NB-FRAIS-RET
                   ADD WS-FRAIS-N2 TO TOT-FRAIS-RET
                   MOVE WS-FRAIS-N2 TO WS-E-MNT
                   PERFORM COMPTA-FRAIS
                 END-IF
                 MOVE RLS-DT-NIV3 TO WS-DT-JJMMAAAA
                 PERFORM TESTER-FENETRE-JJMM
                 IF WS-DANS-FENETRE = 'O' AND WS-FRAIS-N3 > 0
                   ADD 1 TO NB-FRAIS-RET
                   ADD WS-FRAIS-N3 TO TOT-FRAIS-RET
                   MOVE WS-FRAIS-N3 TO WS-E-MNT
                   PERFORM COMPTA-FRAIS
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .

      * LES ETATS DE RELANCE ANTERIEURS AU DETAIL PAR NIVEAU N'ONT
      * QUE LE CUMUL RLS-FRAIS : LA PART D'UN NIVEAU SANS DETAIL EST
      * CE QUE LE CUMUL NE DOIT PAS A L'AUTRE NIVEAU, PARTAGEE PAR
      * MOITIE QUAND AUCUN DES DEUX N'A DE DETAIL.
       FRAIS-PAR-NIVEAU.
           MOVE 0 TO WS-FRAIS-N2
           MOVE 0 TO WS-FRAIS-N3
           EVALUATE TRUE
             WHEN RLS-FRAIS-NIV2 NUMERIC AND RLS-FRAIS-NIV3 NUMERIC
               MOVE RLS-FRAIS-NIV2 TO WS-FRAIS-N2
               MOVE RLS-FRAIS-NIV3 TO WS-FRAIS-N3
             WHEN RLS-FRAIS-NIV2 NUMERIC
               MOVE RLS-FRAIS-NIV2 TO WS-FRAIS-N2
             WHEN NOT RLS-FRAIS NUMERIC
               CONTINUE
             WHEN RLS-FRAIS-NIV3 NUMERIC
               MOVE RLS-FRAIS-NIV3 TO WS-FRAIS-N3
               IF RLS-FRAIS > WS-FRAIS-N3
                 COMPUTE WS-FRAIS-N2 = RLS-FRAIS - WS-FRAIS-N3
               END-IF
             WHEN RLS-DT-NIV2 NUMERIC AND RLS-DT-NIV2 > 0
                  AND RLS-DT-NIV3 NUMERIC AND RLS-DT-NIV3 > 0
               DIVIDE RLS-FRAIS BY 2 GIVING WS-FRAIS-N2
               COMPUTE WS-FRAIS-N3 = RLS-FRAIS - WS-FRAIS-N2
             WHEN RLS-DT-NIV2 NUMERIC AND RLS-DT-NIV2 > 0
               MOVE RLS-FRAIS TO WS-FRAIS-N2
             WHEN OTHER
               MOVE RLS-FRAIS TO WS-FRAIS-N3
           END-EVALUATE
           .

      * LA DATE DE L'EVENEMENT (WS-DT-CONV, AAAAMMJJ) DONNE
      * L'AGENCE QUI GERAIT ALORS LA POLICE.
       COMPTA-FRAIS.
           MOVE WS-E-MAT TO WS-MAT-CHERCHE
           MOVE WS-DT-CONV TO WS-DT-EVT
           PERFORM LOCALISER-AGENCE
           MOVE 1 TO WS-E-IX-JRN
           MOVE 'CLI ' TO WS-E-POSTE
           MOVE 'D' TO WS-E-SENS
           PERFORM PASSER-ECRITURE
           MOVE 'FRAI' TO WS-E-POSTE
           MOVE 'C' TO WS-E-SENS
           PERFORM PASSER-ECRITURE
           .

      * LE REGLEMENT EST COMPTABILISE A SON EMISSION PAR LE RELEVE
      * TPPRJ63 ; LES LIGNES DE REPRISE (ETAT H) NE SONT PAS DE
      * L'ARGENT SORTI.
       COMPTA-SINISTRES.
           IF WS-SINREG-OUV = 'O'
             MOVE 'N' TO WS-FIN-FIC
             PERFORM UNTIL FIN-FIC
               READ SINREG NEXT
                 AT END MOVE 'O' TO WS-FIN-FIC
               END-READ
               IF NOT FIN-FIC AND SRG-ST = 'E'
                 MOVE SRG-DT-EMIS TO WS-DT-CONV
                 PERFORM TESTER-FENETRE
                 IF WS-DANS-FENETRE = 'O' AND SRG-MNT NUMERIC
                   ADD 1 TO NB-EV-SIN
                   MOVE SRG-MATRICUL TO WS-MAT-CHERCHE
                   MOVE WS-DT-CONV TO WS-DT-EVT
                   PERFORM LOCALISER-AGENCE
                   MOVE 2 TO WS-E-IX-JRN
                   MOVE SRG-MATRICUL TO WS-E-MAT
                   COMPUTE WS-E-PIECE = SRG-NO * 1000 + SRG-SEQ
                   MOVE 'REGLEMENT DE SINISTRE' TO WS-E-LIB
                   MOVE SRG-MNT TO WS-E-MNT
                   MOVE 'SIN ' TO WS-E-POSTE
                   MOVE 'D' TO WS-E-SENS
                   PERFORM PASSER-ECRITURE
                   MOVE 'BNQ ' TO WS-E-POSTE
                   MOVE 'C' TO WS-E-SENS
                   PERFORM PASSER-ECRITURE
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .

      * LE TRANSFERT ET LA PERTE SONT DES OPERATIONS DIVERSES ; LA
      * PIECE EST LA DATE DU MOUVEMENT.
       COMPTA-CONTENTIEUX.
           OPEN INPUT CTXJRN
           IF WS-CTJ = '00'
             READ CTXJRN
             PERFORM UNTIL WS-CTJ = '10'
               MOVE CTJ-DT TO WS-DT-CONV
               PERFORM TESTER-FENETRE
               IF WS-DANS-FENETRE = 'O' AND CTJ-MNT NUMERIC
                 ADD 1 TO NB-EV-CTX
                 MOVE CTJ-MATRICUL TO WS-MAT-CHERCHE
                 MOVE WS-DT-CONV TO WS-DT-EVT
                 PERFORM LOCALISER-AGENCE
                 MOVE 3 TO WS-E-IX-JRN
                 MOVE CTJ-MATRICUL TO WS-E-MAT
                 MOVE CTJ-DT TO WS-E-PIECE
                 MOVE CTJ-MNT TO WS-E-MNT
                 IF CTJ-NATURE = 'P'
                   MOVE 'PERTE SUR CREANCE' TO WS-E-LIB
                   MOVE 'PERT' TO WS-E-POSTE
                   MOVE 'D' TO WS-E-SENS
                   PERFORM PASSER-ECRITURE
                   MOVE 'CTX ' TO WS-E-POSTE
                   MOVE 'C' TO WS-E-SENS
                   PERFORM PASSER-ECRITURE
                 ELSE
                   MOVE 'TRANSFERT CONTENTIEUX' TO WS-E-LIB
                   MOVE 'CTX ' TO WS-E-POSTE
                   MOVE 'D' TO WS-E-SENS
                   PERFORM PASSER-ECRITURE
                   MOVE 'CLI ' TO WS-E-POSTE
                   MOVE 'C' TO WS-E-SENS
                   PERFORM PASSER-ECRITURE
                 END-IF
               END-IF
               READ CTXJRN
             END-PERFORM
             CLOSE CTXJRN
           END-IF
           .

      * UNE LIGNE D'ECRITURE SUR LE FICHIER DE TRAVAIL, CUMULEE
      * DANS L'EQUILIBRE DE SON JOURNAL ET DE SON AGENCE. UN
      * MONTANT NUL NE FAIT PAS DE LIGNE.
       PASSER-ECRITURE.
           IF WS-E-MNT > 0
             MOVE ALL SPACE TO EECR
             MOVE '1' TO ECR-TYPE
             MOVE WS-DT-FIN TO ECR-DT
             MOVE JRN-CODE(WS-E-IX-JRN) TO ECR-JOURNAL
             MOVE WS-AGC-DOSS TO ECR-AGC
             MOVE WS-E-POSTE TO ECR-POSTE
             MOVE ALL SPACE TO ECR-COMPTE
             SET IX-PST TO 1
             SEARCH PST-ENT
               AT END CONTINUE
               WHEN PST-POSTE(IX-PST) = WS-E-POSTE
                 MOVE PST-COMPTE(IX-PST) TO ECR-COMPTE
             END-SEARCH
             MOVE WS-E-SENS TO ECR-SENS
             MOVE WS-E-MNT TO ECR-MNT
             MOVE WS-E-LIB TO ECR-LIB
             MOVE WS-E-MAT TO ECR-MATRICUL
             MOVE WS-E-PIECE TO ECR-PIECE
             MOVE EECR TO EETV
             WRITE EETV
             ADD 1 TO NB-LIGNES
             IF WS-E-SENS = 'D'
               ADD WS-E-MNT TO BAL-DEBIT(WS-E-IX-JRN WS-IX-AGC)
               ADD WS-E-MNT TO TOT-DEBIT
             ELSE
               ADD WS-E-MNT TO BAL-CREDIT(WS-E-IX-JRN WS-IX-AGC)
               ADD WS-E-MNT TO TOT-CREDIT
             END-IF
           END-IF
           .

      * CHAQUE JOURNAL DE CHAQUE AGENCE DOIT S'EQUILIBRER ; L'ETAT
      * DONNE LES TOTAUX DEBIT/CREDIT DE TOUS LES COUPLES SERVIS.
       CONTROLER-EQUILIBRE.
           MOVE 'N' TO WS-DESEQUILIBRE
           MOVE ALL SPACE TO ELST
           STRING 'JOURNAL AGENCE               DEBIT         CREDIT'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE 1 TO WS-J
           PERFORM UNTIL WS-J > 3
             MOVE 1 TO WS-I
             PERFORM UNTIL WS-I > WS-NB-PA
               IF BAL-DEBIT(WS-J WS-I) > 0 OR
                  BAL-CREDIT(WS-J WS-I) > 0
                 PERFORM EDITER-EQUILIBRE
               END-IF
               ADD 1 TO WS-I
             END-PERFORM
             ADD 1 TO WS-J
           END-PERFORM
           .

       EDITER-EQUILIBRE.
           MOVE BAL-DEBIT(WS-J WS-I) TO DISP-A
           MOVE BAL-CREDIT(WS-J WS-I) TO DISP-B
           MOVE ALL SPACE TO ELST
           IF WS-I <= NB-AGC
             STRING JRN-CODE(WS-J) '      ' AG-LIBELLE(WS-I)
                    ' ' DISP-A ' ' DISP-B
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING JRN-CODE(WS-J) '      ' 'AGENCE INCONNUE'
                    ' ' DISP-A ' ' DISP-B
                    DELIMITED BY SIZE INTO ELST
           END-IF
           IF BAL-DEBIT(WS-J WS-I) NOT = BAL-CREDIT(WS-J WS-I)
             MOVE 'O' TO WS-DESEQUILIBRE
             STRING ' *** DESEQUILIBRE'
                    DELIMITED BY SIZE INTO ELST(70:)
           END-IF
           PERFORM ECRIRE-LST
           .

      * LE FICHIER DE TRAVAIL EQUILIBRE EST RECOPIE DANS ECRCPT
      * ENTRE SON ENTETE ET SA FIN.
       PRODUIRE-ECRCPT.
           MOVE ALL SPACE TO EECR
           MOVE '0' TO ECR-E-TYPE
           MOVE WS-DT-FIN TO ECR-E-DT
           MOVE WS-DT-DEB TO ECR-E-DT-DEB
           WRITE EECR
           OPEN INPUT ECRTRV
           PERFORM TEST-STAT-ETV
           READ ECRTRV
           PERFORM UNTIL WS-ETV = '10'
             MOVE EETV TO EECR
             WRITE EECR
             READ ECRTRV
           END-PERFORM
           CLOSE ECRTRV
           MOVE ALL SPACE TO EECR
           MOVE '9' TO ECR-F-TYPE
           MOVE NB-LIGNES TO ECR-F-NB
           MOVE TOT-DEBIT TO ECR-F-DEBIT
           MOVE TOT-CREDIT TO ECR-F-CREDIT
           WRITE EECR
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API61   INTERFACE COMPTABLE   ' DAT ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           IF WS-REPRISE-INI = 'O'
             STRING 'REPRISE INITIALE : TOUT L''HISTORIQUE JUSQU''AU '
                    WS-DT-FIN
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING 'EVENEMENTS APRES LE ' WS-DT-DEB ' JUSQU''AU '
                    WS-DT-FIN ' - QUITTANCES APRES LE NUMERO '
                    WS-QUI-DER
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           MOVE NB-PST-FIC TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'POSTES REPRIS DU PLAN DE COMPTES PLANCPT : '
                  DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-EV-QUIT TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'QUITTANCES ET COMPLEMENTS  ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-EV-AVOIR TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'AVOIRS                     ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-EV-REGL TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'REGLEMENTS                 ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-EV-CREDIT TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'MOUVEMENTS DU COMPTE CREDIT' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-EV-COMM TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'COMMISSIONS                ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-EV-SIN TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'SINISTRES REGLES           ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-EV-CTX TO DISP-CPT
           MOVE ALL SPACE TO ELST
           STRING 'CONTENTIEUX ET PERTES      ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-FRAIS-RET TO DISP-CPT
           MOVE TOT-FRAIS-RET TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING 'FRAIS DE RETARD            ' DISP-CPT ' ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-FRAIS-REJ TO DISP-CPT
           MOVE TOT-FRAIS-REJ TO DISP-A
           MOVE ALL SPACE TO ELST
           STRING 'FRAIS DE REJET             ' DISP-CPT ' ' DISP-A
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-DEBIT TO DISP-A
           MOVE TOT-CREDIT TO DISP-B
           MOVE ALL SPACE TO ELST
           STRING 'TOTAL DEBIT ' DISP-A '  TOTAL CREDIT ' DISP-B
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           IF WS-DESEQUILIBRE = 'O'
             STRING '*** JOURNAL DESEQUILIBRE : ECRCPT NON PRODUIT,'
                    ' REPRISE INCHANGEE'
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING 'JOURNAUX EQUILIBRES - ECRCPT PRODUIT, REPRISE '
                    'AVANCEE AU ' WS-DT-FIN
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-QUI.
           IF WS-QUI NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER JOURNAL QUITTANCES ' WS-QUI
             MOVE 16 TO RETURN-CODE
             MOVE WS-QUI TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-ASR.
           IF WS-ASR NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             MOVE WS-ASR TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-ETV.
           IF WS-ETV NOT = '00'
             DISPLAY 'ERREUR FICHIER DE TRAVAIL ECRITURES ' WS-ETV
             MOVE 16 TO RETURN-CODE
             MOVE WS-ETV TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-ECR.
           IF WS-ECR NOT = '00'
             DISPLAY 'ERREUR FICHIER INTERFACE COMPTABLE ' WS-ECR
             MOVE 16 TO RETURN-CODE
             MOVE WS-ECR TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-GLC.
           IF WS-GLC NOT = '00'
             DISPLAY 'ERREUR FICHIER REPRISE COMPTABLE ' WS-GLC
             MOVE 16 TO RETURN-CODE
             MOVE WS-GLC TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-LST.
           IF WS-LST NOT = '00'
             DISPLAY 'ERREUR FICHIER LISTE ' WS-LST
             MOVE 16 TO RETURN-CODE
             MOVE WS-LST TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .

      * JOURNAL CENTRAL D'EXECUTION (RUNJRN) : UN EVENEMENT AU
      * DEBUT, UN EN FIN NORMALE AVEC LE COMPTEUR TRAITE, UN SUR
      * ABANDON AVEC LE FILE STATUS ET LE CODE RETOUR EN CAUSE.
       JOURNAL-EXEC.
           CALL SOUSPROG-JRN USING WS-JEX-PROG WS-JEX-EVT WS-JEX-NB
                WS-JEX-FS WS-JEX-RC
           .

       JOURNAL-ABANDON.
           MOVE 'ABANDON' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           .
