             ACCESS MODE DYNAMIC
             RECORD KEY CND-CLE
             FILE STATUS  WS-CND.
           SELECT CKP2 ASSIGN CKP2
             FILE STATUS  WS-CKP.
           SELECT TRAV ASSIGN TRAV
             FILE STATUS  WS-TRV.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSUR RECORDING F.
           COPY VEHREC.
       FD  CONDUC RECORDING F.
           COPY CONDREC.
       FD  CKP2 RECORDING F.
           COPY CKFREC.
       FD  TRAV RECORDING F.
       01  ETRAV             PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-LST         PIC XX.
      * LA TABLE NE BORNE QUE LE DETAIL IMPRIME (10 LIGNES) : TOUS
      * LES VEHICULES SONT FACTURES, ET LA QUITTANCE SIGNALE CEUX
      * QUI NE SONT PAS DETAILLES.
      * UN VEHICULE QUI PORTE DES GARANTIES (VEH-GAR) EST FACTURE
      * SUR LEUR SOMME, CHACUNE AU TAUX DU REFERENTIEL GARANT SUR LA
      * PRIME DE BASE APRES COEFFICIENT, ET LA QUITTANCE EN DONNE LE
      * DETAIL. UN CODE ABSENT DU REFERENTIEL N'EST PAS FACTURE : IL
      * EST SIGNALE SUR LA QUITTANCE ET COMPTE EN PIED D'ETAT.
       01  TABLE-VEH.
           05  VT-ENT OCCURS 10.
               10 VT-TYPE  PIC X.
               10 VT-PRM   PIC 9(4)V99.
               10 VT-COEF  PIC 9V99.
               10 VT-NB-GAR PIC 9.
               10 VT-GAR OCCURS 5.
                  15 VT-GAR-CODE    PIC XX.
                  15 VT-GAR-LIBELLE PIC X(20).
                  15 VT-GAR-TAUX    PIC 9(3)V99.
                  15 VT-GAR-MNT     PIC 9(6)V99.
                  15 VT-GAR-CONNUE  PIC X.
       COPY GARTAB.
       77  WS-G           PIC 9.
       01  WS-PRM-GAR     PIC 9(6)V99  COMP-3.
       77  WS-GAR-CONNUE  PIC X        VALUE 'N'.
       77  NB-GAR-INCONNUE PIC 9(5)    VALUE 0.
       77  DISP-TX-GAR    PIC ZZ9,99.
       77  DISP-PRM-GAR   PIC Z(5)9,99.
       77  WS-COEF        PIC 9V99.
       77  WS-TP-CHERCHE  PIC X.
       77  DISP-COEF      PIC 9,99.
       77  DISP-TX-JEUNE  PIC Z9,99.
       77  NB-SURCHARGES  PIC 9(5)     VALUE 0.
       77  DISP-TX-TAXE   PIC Z9,99.
      * REMISE MULTI-CONTRATS : APPLIQUEE SUR LA PRIME NETTE APRES
      * BONUS-MALUS, AVANT LA SURCHARGE JEUNE CONDUCTEUR ET LA TAXE,
      * QUAND LA PERSONNE DU CLIENT (PRSLNK) DETIENT PLUS D'UNE
      * POLICE ACTIVE. TAUX : FICHIER PARAM (DEFAUT 5,00).
       77  SOUSPROG-PLK   PIC X(8) VALUE 'PRSLNK'.
           COPY PRSZON.
       77  WS-TX-MULTI    PIC 99V99    VALUE 05.00.
       01  MNT-REMISE     PIC 9(5)V99  COMP-3.
       77  DISP-REMISE    PIC Z(4)9,99.
       77  DISP-TX-MULTI  PIC Z9,99.
       77  NB-REMISES     PIC 9(5)     VALUE 0.
       77  TOT-REMISE     PIC 9(7)V99  VALUE 0.
       01  MNT-TAXE       PIC 9(5)V99  COMP-3.
       01  MNT-TTC        PIC 9(6)V99  COMP-3.
       77  DISP-TAXE      PIC Z(4)9,99.
       77  SOUSPROG-RUN   PIC X(8) VALUE 'RUNLOD'.
       77  WS-RUN-OK      PIC X     VALUE 'N'.
           COPY RUNREC.
      * PERIODE COMPTABLE DES QUITTANCES (PERCHK).
       77  SOUSPROG-PCK   PIC X(8) VALUE 'PERCHK'.
           COPY PERCZON.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ2'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.
      * POINT DE REPRISE (CKP2, DESSIN CKFREC) : TOUS LES
      * WS-FRQ-CKPT DOSSIERS LUS, DERNIER MATRICULE, NUMERO DE
      * QUITTANCE ATTEINT, PARAMETRES DU PASSAGE ET TOTAUX DU BILAN.
       77  WS-CKP         PIC XX.
       77  WS-TRV         PIC XX.
       77  WS-FRQ-CKPT    PIC 9(3)     VALUE 050.
       77  WS-CKPT-DIV    PIC 9(6).
       77  WS-CKPT-MOD    PIC 9(3).
       77  NB-ASR-LUS     PIC 9(6)     VALUE 0.
       77  NB-LGN-LST     PIC 9(6)     VALUE 0.
       77  WS-NB-COPIE    PIC 9(6)     VALUE 0.
       77  WS-NB-GARDE    PIC 9(6)     VALUE 0.
       77  WS-REPRISE     PIC X        VALUE 'N'.
           88 REPRISE-CKPT             VALUE 'O'.
       01  WS-CKF-DERNIER PIC X(250)   VALUE SPACE.
       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           PERFORM LIRE-DERNIER-CKP2
           OPEN INPUT ASSUR
           IF REPRISE-CKPT
             MOVE CKF-NB-LGN-1 TO WS-NB-GARDE
             PERFORM TRONQUER-LST
             MOVE CKF-NB-LGN-2 TO WS-NB-GARDE
             PERFORM TRONQUER-SUSP
           ELSE
             OPEN OUTPUT LST
             OPEN OUTPUT SUSP
           END-IF
           OPEN OUTPUT BIL
           OPEN I-O QUIT
           IF WS-QUI = '35'
             OPEN OUTPUT QUIT
           PERFORM TEST-STAT-SUSP
           PERFORM TEST-STAT-QUI
           PERFORM LIRE-NUMQUI
           IF REPRISE-CKPT
             MOVE CKF-NO-QUITT TO WS-NO-QUITT
           END-IF
           PERFORM CHARGER-PARAM
           MOVE 'V' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI TP-VHCL-TABLE
           MOVE 'G' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI GAR-TABLE
           CALL SOUSPROG USING DAT CODEDG CODECL
           MOVE DAT(7:4) TO WS-PERIODE(1:4)
           MOVE DAT(4:2) TO WS-PERIODE(5:2)
      * LA CHAINE TOURNE SANS PUPITREUR ; SAISIE CONSOLE EN REPLI,
      * ET LES VALEURS RETENUES SONT RAPPELEES SUR L'ETAT ET AU
      * JOURNAL JEXEC.
      * UNE REPRISE GARDE LES PARAMETRES DU PASSAGE INTERROMPU.
           IF REPRISE-CKPT
             PERFORM RESTAURER-CKP2
           ELSE
             CALL SOUSPROG-RUN USING ERUN WS-RUN-OK
             IF WS-RUN-OK = 'O' AND (RUN-FREQ = 'A' OR RUN-FREQ = 'T'
                OR RUN-FREQ = 'M')
               MOVE RUN-FREQ TO WS-FREQ
             ELSE
               DISPLAY 'FREQUENCE DE PAIEMENT (A=ANNUEL T=TRIMESTRIEL'
                       ' M=MENSUEL) : ' WITH NO ADVANCING
               ACCEPT WS-FREQ
             END-IF
           END-IF
           EVALUATE TRUE
             WHEN FREQ-TRIM  MOVE 04 TO WS-NB-ECH
             WHEN FREQ-MENS  MOVE 12 TO WS-NB-ECH
             WHEN OTHER      MOVE 01 TO WS-NB-ECH
           END-EVALUATE
           IF REPRISE-CKPT
             CONTINUE
           ELSE
             IF WS-RUN-OK = 'O' AND RUN-MOIS-FACT IS NUMERIC
                AND RUN-MOIS-FACT <= 12
               MOVE RUN-MOIS-FACT TO WS-MOIS-FACT
             ELSE
               PERFORM SAISIE-MOIS-FACT
             END-IF
             PERFORM ECHO-PARAMETRES
             PERFORM IMPRIME-ENTETE
           END-IF
           PERFORM CONTROLER-PERIODE
           IF REPRISE-CKPT
             MOVE CKF-MATRICUL TO MATRICUL
             START ASSUR KEY IS GREATER THAN MATRICUL
               INVALID KEY MOVE '10' TO WS-ASR
             END-START
           END-IF
           IF WS-ASR NOT = '10'
             READ ASSUR
           END-IF
           PERFORM UNTIL WS-ASR = '10'
             IF WS-LGN-PAGE + 10 > WS-MAX-LGN
               PERFORM IMPRIME-ENTETE
             END-IF
             PERFORM FILTRE-ANNIVERSAIRE
             ADD 1 TO NB-ASR-LUS
             DIVIDE NB-ASR-LUS BY WS-FRQ-CKPT
                    GIVING WS-CKPT-DIV REMAINDER WS-CKPT-MOD
             IF WS-CKPT-MOD = 0
               PERFORM ECRIRE-CKP2
             END-IF
             READ ASSUR
           END-PERFORM
           PERFORM IMPRIME-PIED
           PERFORM ECRIRE-BIL
           PERFORM SAUVER-NUMQUI
           PERFORM CLORE-CKP2
           MOVE 'F' TO PLK-ACTION
           CALL SOUSPROG-PLK USING PLK-ZONE
           CLOSE CKP2
           CLOSE LST
           CLOSE ASSUR
           CLOSE BIL
             IF PRM-TX-JEUNE NUMERIC AND PRM-TX-JEUNE > 0
               MOVE PRM-TX-JEUNE TO WS-TX-JEUNE
             END-IF
             IF PRM-TX-MULTI NUMERIC AND PRM-TX-MULTI > 0
               MOVE PRM-TX-MULTI TO WS-TX-MULTI
             END-IF
             IF PRM-ANS-JEUNE NUMERIC AND PRM-ANS-JEUNE > 0
               MOVE PRM-ANS-JEUNE TO WS-ANS-JEUNE
             END-IF
             IF PRM-FRQ-CKPT NUMERIC AND PRM-FRQ-CKPT > 0
               MOVE PRM-FRQ-CKPT TO WS-FRQ-CKPT
             END-IF
           END-IF
           .

      * LE DERNIER POINT DE CKP2 FAIT FOI : ETAT E = LE PASSAGE
      * PRECEDENT S'EST ARRETE EN COURS DE ROUTE, ON REPART APRES
      * SON DERNIER MATRICULE. FICHIER ABSENT OU DERNIER POINT A
      * L'ETAT T : PASSAGE NORMAL.
       LIRE-DERNIER-CKP2.
           MOVE 'N' TO WS-REPRISE
           MOVE SPACE TO WS-CKF-DERNIER
           OPEN INPUT CKP2
           IF WS-CKP = '00'
             READ CKP2
             PERFORM UNTIL WS-CKP NOT = '00'
               MOVE ECKF TO WS-CKF-DERNIER
               READ CKP2
             END-PERFORM
             CLOSE CKP2
           END-IF
           OPEN EXTEND CKP2
           IF WS-CKP = '35'
             OPEN OUTPUT CKP2
           END-IF
           PERFORM TEST-STAT-CKP
           IF WS-CKF-DERNIER NOT = SPACE
             MOVE WS-CKF-DERNIER TO ECKF
             IF CKF-ETAT = 'E'
               MOVE 'O' TO WS-REPRISE
             END-IF
           END-IF
           .

      * LES CUMULS, LA PAGINATION ET LES PARAMETRES REPARTENT DU
      * POINT DE REPRISE ; LA REPRISE EST TRACEE SUR L'ETAT ET AU
      * JOURNAL D'EXECUTION.
       RESTAURER-CKP2.
           MOVE CKF-FREQ TO WS-FREQ
           MOVE CKF-MOIS-FACT TO WS-MOIS-FACT
           MOVE CKF-PERIODE TO WS-PERIODE
           MOVE CKF-NB-LUS TO NB-ASR-LUS
           MOVE CKF-NO-PAGE TO WS-NO-PAGE
           MOVE CKF-LGN-PAGE TO WS-LGN-PAGE
           MOVE CKF-NB-LGN-1 TO NB-LGN-LST
           MOVE CKF-NB-QUITT TO NB-QUITT
           MOVE CKF-TOT-FACTURE TO TOT-FACTURE
           MOVE CKF-TOT-TAXE TO TOT-TAXE
           MOVE CKF-NB-SUSPENS TO NB-SUSPENS
           MOVE CKF-NB-SURCH TO NB-SURCHARGES
           MOVE CKF-NB-MULTI TO NB-REMISES
           MOVE CKF-TOT-MULTI TO TOT-REMISE
           MOVE CKF-NB-GAR-INC TO NB-GAR-INCONNUE
           MOVE CKF-NB-SANS-DATE TO NB-SANS-DATE
           DISPLAY 'TPPRJ2 - REPRISE APRES LE MATRICULE ' CKF-MATRICUL
                   ' (' CKF-NB-LUS ' DOSSIERS DEJA TRAITES)'
           MOVE 'REPRISE' TO WS-JEX-EVT
           MOVE CKF-NB-LUS TO WS-JEX-NB
           PERFORM JOURNAL-EXEC
           MOVE 0 TO WS-JEX-NB
           .

      * A CHAQUE POINT, LE COMPTEUR NUMQUI EST AUSSI SAUVE : UN
      * AUTRE PROGRAMME QUI PRENDRAIT UN NUMERO AVANT LA REPRISE NE
      * PEUT PLUS RETOMBER SUR UN NUMERO DEJA EMIS.
       ECRIRE-CKP2.
           PERFORM SAUVER-NUMQUI
           MOVE ALL SPACE TO ECKF
           MOVE 'TPPRJ2' TO CKF-PROG
           MOVE 'E' TO CKF-ETAT
           MOVE '1' TO CKF-PHASE
           PERFORM REMPLIR-CKP2
           WRITE ECKF
           PERFORM TEST-STAT-CKP
           .

       CLORE-CKP2.
           MOVE ALL SPACE TO ECKF
           MOVE 'TPPRJ2' TO CKF-PROG
           MOVE 'T' TO CKF-ETAT
           MOVE '1' TO CKF-PHASE
           PERFORM REMPLIR-CKP2
           WRITE ECKF
           PERFORM TEST-STAT-CKP
           .

       REMPLIR-CKP2.
           MOVE DAT(7:4) TO CKF-DAT(1:4)
           MOVE DAT(4:2) TO CKF-DAT(5:2)
           MOVE DAT(1:2) TO CKF-DAT(7:2)
           MOVE SPACE TO CKF-TIM
           MOVE NB-ASR-LUS TO CKF-NB-LUS
           MOVE MATRICUL TO CKF-MATRICUL
           MOVE WS-PERIODE TO CKF-PERIODE
           MOVE WS-NO-QUITT TO CKF-NO-QUITT
           MOVE 0 TO CKF-NO-REMISE
           MOVE WS-FREQ TO CKF-FREQ
           MOVE WS-MOIS-FACT TO CKF-MOIS-FACT
           MOVE WS-NO-PAGE TO CKF-NO-PAGE
           MOVE WS-LGN-PAGE TO CKF-LGN-PAGE
           MOVE NB-LGN-LST TO CKF-NB-LGN-1
           MOVE NB-SUSPENS TO CKF-NB-LGN-2
           MOVE NB-QUITT TO CKF-NB-QUITT
           MOVE TOT-FACTURE TO CKF-TOT-FACTURE
           MOVE TOT-TAXE TO CKF-TOT-TAXE
           MOVE NB-SUSPENS TO CKF-NB-SUSPENS
           MOVE NB-SURCHARGES TO CKF-NB-SURCH
           MOVE NB-REMISES TO CKF-NB-MULTI
           MOVE TOT-REMISE TO CKF-TOT-MULTI
           MOVE NB-GAR-INCONNUE TO CKF-NB-GAR-INC
           MOVE NB-SANS-DATE TO CKF-NB-SANS-DATE
           .

      * LES ETATS LST ET SUSP SONT RAMENES AU POINT DE REPRISE : LES
      * LIGNES ECRITES APRES LE DERNIER POINT SERONT REECRITES PAR
      * LA REPRISE. LE FICHIER EST RECOPIE SUR TRAV JUSQU'A
      * WS-NB-GARDE LIGNES, PUIS RECHARGE ; IL RESTE OUVERT EN
      * SORTIE, PRET A ETRE CONTINUE.
       TRONQUER-LST.
           OPEN INPUT LST
           OPEN OUTPUT TRAV
           PERFORM TEST-STAT-LST
           PERFORM TEST-STAT-TRV
           MOVE 0 TO WS-NB-COPIE
           READ LST
           PERFORM UNTIL WS-LST NOT = '00'
                      OR WS-NB-COPIE NOT < WS-NB-GARDE
             MOVE ELST TO ETRAV
             WRITE ETRAV
             ADD 1 TO WS-NB-COPIE
             READ LST
           END-PERFORM
           CLOSE LST
           CLOSE TRAV
           OPEN INPUT TRAV
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           READ TRAV
           PERFORM UNTIL WS-TRV NOT = '00'
             MOVE ETRAV TO ELST
             WRITE ELST
             READ TRAV
           END-PERFORM
           CLOSE TRAV
           .

       TRONQUER-SUSP.
           OPEN INPUT SUSP
           OPEN OUTPUT TRAV
           PERFORM TEST-STAT-SUSP
           PERFORM TEST-STAT-TRV
           MOVE 0 TO WS-NB-COPIE
           READ SUSP
           PERFORM UNTIL WS-SUSP NOT = '00'
                      OR WS-NB-COPIE NOT < WS-NB-GARDE
             MOVE ESUSP TO ETRAV
             WRITE ETRAV
             ADD 1 TO WS-NB-COPIE
             READ SUSP
           END-PERFORM
           CLOSE SUSP
           CLOSE TRAV
           OPEN INPUT TRAV
           OPEN OUTPUT SUSP
           PERFORM TEST-STAT-SUSP
           READ TRAV
           PERFORM UNTIL WS-TRV NOT = '00'
             MOVE ETRAV TO ESUSP
             WRITE ESUSP
             READ TRAV
           END-PERFORM
           CLOSE TRAV
           .

       LIRE-NUMQUI.
           OPEN INPUT NUMQUI
           IF WS-NUMQ = '00'
                    DELIMITED BY SIZE INTO ELST
           END-IF
           WRITE ELST
           ADD 1 TO NB-LGN-LST
           MOVE ALL SPACE TO ELST
           MOVE 'PARAMS' TO WS-JEX-EVT
           MOVE WS-MOIS-FACT TO WS-JEX-NB
           MOVE 0 TO WS-JEX-NB
           .

      * LES QUITTANCES D'UNE PERIODE CLOSE PAR LA CLOTURE MENSUELLE
      * (TPPRJ85) - CAS D'UNE REPRISE APRES LA FIN DU MOIS - SONT
      * EMISES SUR LA PREMIERE PERIODE OUVERTE, SIGNALEE SUR L'ETAT.
       CONTROLER-PERIODE.
           MOVE 'Q' TO PCK-ACTION
           MOVE WS-PERIODE TO PCK-PERIODE
           CALL SOUSPROG-PCK USING PCK-ZONE
           IF PCK-RC = 'R'
             MOVE ALL SPACE TO ELST
             STRING 'PERIODE ' WS-PERIODE ' CLOSE - QUITTANCES'
                    ' COMPTABILISEES SUR LA PERIODE ' PCK-PER-CPT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             DISPLAY 'TPPRJ2 - PERIODE ' WS-PERIODE ' CLOSE -'
                     ' QUITTANCES SUR ' PCK-PER-CPT
             MOVE PCK-PER-CPT TO WS-PERIODE
           END-IF
           .

       IMPRIME-ENTETE.
           ADD 1 TO WS-NO-PAGE
           MOVE 0 TO WS-LGN-PAGE
                 ADD 1 TO NB-VEH
                 MOVE VEH-TP-VHCL TO WS-TP-CHERCHE
                 PERFORM TROUVER-COEF
                 IF NB-VEH <= 10
                   MOVE VEH-TP-VHCL TO VT-TYPE(NB-VEH)
                   MOVE VEH-PRM-BS TO VT-PRM(NB-VEH)
                   MOVE WS-COEF TO VT-COEF(NB-VEH)
                   MOVE 0 TO VT-NB-GAR(NB-VEH)
                 END-IF
                 IF VEH-GAR(1) = SPACE
                   MULTIPLY VEH-PRM-BS BY WS-COEF
                            GIVING WS-PRM-COEF ROUNDED
                 ELSE
                   PERFORM TARIFER-GARANTIES
                 END-IF
                 ADD WS-PRM-COEF TO PRM-BASE
               END-IF
             END-IF
           END-PERFORM
           END-IF
           .

      * PRIME DU VEHICULE = SOMME DE SES GARANTIES, CHACUNE AU TAUX
      * DU REFERENTIEL SUR LA PRIME DE BASE APRES COEFFICIENT.
       TARIFER-GARANTIES.
           MOVE 0 TO WS-PRM-COEF
           MOVE 1 TO WS-G
           PERFORM UNTIL WS-G > 5
             IF VEH-GAR(WS-G) NOT = SPACE
               MOVE 0 TO WS-PRM-GAR
               MOVE 'N' TO WS-GAR-CONNUE
               SET IX-GAR TO 1
               SEARCH GAR-ENT
                 AT END
                   ADD 1 TO NB-GAR-INCONNUE
                 WHEN GT-CODE(IX-GAR) = VEH-GAR(WS-G)
                   MOVE 'O' TO WS-GAR-CONNUE
                   COMPUTE WS-PRM-GAR ROUNDED = VEH-PRM-BS * WS-COEF
                         * GT-TAUX(IX-GAR) / 100
               END-SEARCH
               ADD WS-PRM-GAR TO WS-PRM-COEF
               IF NB-VEH <= 10
                 ADD 1 TO VT-NB-GAR(NB-VEH)
                 MOVE VEH-GAR(WS-G)
                   TO VT-GAR-CODE(NB-VEH, VT-NB-GAR(NB-VEH))
                 MOVE WS-PRM-GAR
                   TO VT-GAR-MNT(NB-VEH, VT-NB-GAR(NB-VEH))
                 MOVE WS-GAR-CONNUE
                   TO VT-GAR-CONNUE(NB-VEH, VT-NB-GAR(NB-VEH))
                 IF WS-GAR-CONNUE = 'O'
                   MOVE GT-LIBELLE(IX-GAR)
                     TO VT-GAR-LIBELLE(NB-VEH, VT-NB-GAR(NB-VEH))
                   MOVE GT-TAUX(IX-GAR)
                     TO VT-GAR-TAUX(NB-VEH, VT-NB-GAR(NB-VEH))
                 END-IF
               END-IF
             END-IF
             ADD 1 TO WS-G
           END-PERFORM
           .

      * COEFFICIENT DE TARIFICATION DE LA CATEGORIE : L'ENTREE DU
      * REFERENTIEL LA PLUS RECENTE DONT LA DATE D'EFFET EST
      * ATTEINTE AU CYCLE (UNE REVISION CHARGEE EN AVANCE PREND
                    '     ' DISP-PRM-VEH ' COEF ' DISP-COEF
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             MOVE 1 TO WS-G
             PERFORM UNTIL WS-G > VT-NB-GAR(IX-VEH)
               PERFORM EDITER-GARANTIE
               ADD 1 TO WS-G
             END-PERFORM
             ADD 1 TO IX-VEH
           END-PERFORM
           IF NB-VEH > 10
           END-IF
           .

       EDITER-GARANTIE.
           MOVE ALL SPACE TO ELST
           IF VT-GAR-CONNUE(IX-VEH, WS-G) = 'O'
             MOVE VT-GAR-TAUX(IX-VEH, WS-G) TO DISP-TX-GAR
             MOVE VT-GAR-MNT(IX-VEH, WS-G) TO DISP-PRM-GAR
             STRING '   GARANTIE ' VT-GAR-CODE(IX-VEH, WS-G) ' '
                    VT-GAR-LIBELLE(IX-VEH, WS-G) ' ' DISP-TX-GAR
                    '% ' DISP-PRM-GAR
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING '   GARANTIE ' VT-GAR-CODE(IX-VEH, WS-G)
                    ' INCONNUE AU REFERENTIEL - NON FACTUREE'
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           .

      * CODE S = POLICE SUSPENDUE POUR IMPAYE PAR TPPRJ51, LISTEE
      * EN CLAIR ; TOUT AUTRE CODE HORS B/M RESTE UNE ANOMALIE.
       SIGNALER-SUSPENS.

       TOTALISE-QUITTANCE.
           ADD 1 TO NB-QUITT
           PERFORM CHERCHER-PERSONNE
           IF PLK-RC = 'O' AND PLK-NB-ACTIVES > 1
             COMPUTE MNT-REMISE ROUNDED
                   = TRTM-PRIM * WS-TX-MULTI / 100
             SUBTRACT MNT-REMISE FROM TRTM-PRIM
             ADD 1 TO NB-REMISES
             ADD MNT-REMISE TO TOT-REMISE
             PERFORM AFFICHE-REMISE
           END-IF
           PERFORM CHERCHER-CONDUCTEURS
           IF JEUNE-CONDUCTEUR
             COMPUTE MNT-SURCH ROUNDED
           END-IF
           .

      * POLICES ACTIVES DE LA PERSONNE QUI DETIENT LA POLICE ; UNE
      * POLICE SANS PERSONNE N'A PAS DE REMISE.
       CHERCHER-PERSONNE.
           MOVE 'C' TO PLK-ACTION
           MOVE 'TPPRJ2' TO PLK-ORIG
           MOVE MATRICUL TO PLK-MATRICUL
           MOVE 0 TO PLK-NB-ACTIVES
           CALL SOUSPROG-PLK USING PLK-ZONE
           .

       AFFICHE-REMISE.
           MOVE WS-TX-MULTI TO DISP-TX-MULTI
           MOVE MNT-REMISE TO DISP-REMISE
           MOVE ALL SPACE TO ELST
           STRING 'REMISE MULTI-CONTRATS ' DISP-TX-MULTI '% -'
                  DISP-REMISE
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           .

      * LA SURCHARGE S'AFFICHE SUR SA PROPRE LIGNE DE QUITTANCE,
      * COMME LA TAXE D'ASSURANCE.
       AFFICHE-SURCHARGE.
           STRING 'SURCHARGES JEUNE CONDUCTEUR     : ' NB-SURCHARGES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-REMISE TO DISP-TOT
           MOVE WS-TX-MULTI TO DISP-TX-MULTI
           MOVE ALL SPACE TO ELST
           STRING 'REMISES MULTI-CONTRATS (' DISP-TX-MULTI '%) : '
                  NB-REMISES ' POUR ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF NB-GAR-INCONNUE > 0
             MOVE ALL SPACE TO ELST
             STRING 'GARANTIES INCONNUES NON FACTUREES: '
                    NB-GAR-INCONNUE
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MOIS-FACT > 0
             MOVE ALL SPACE TO ELST
             STRING 'POLICES SANS DATE D''EFFET      : ' NB-SANS-DATE
       ECRIRE-LST.
           WRITE ELST
           ADD 1 TO WS-LGN-PAGE
           ADD 1 TO NB-LGN-LST
           .

      * LE BILAN DU PASSAGE PART SUR BIL (TABLEAU DE BORD DU JOUR,
             STOP RUN
           END-IF
           .
       TEST-STAT-CKP.
           IF WS-CKP NOT = '00'
             DISPLAY 'ERREUR FICHIER POINT DE REPRISE ' WS-CKP
             MOVE 16 TO RETURN-CODE
             MOVE WS-CKP TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-TRV.
           IF WS-TRV NOT = '00'
             DISPLAY 'ERREUR FICHIER DE TRAVAIL ' WS-TRV
             MOVE 16 TO RETURN-CODE
             MOVE WS-TRV TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-NUMQ.
           IF WS-NUMQ NOT = '00'
             DISPLAY 'ERREUR FICHIER NUMEROTATION ' WS-NUMQ
