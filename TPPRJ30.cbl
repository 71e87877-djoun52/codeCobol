      *       PASSAGE EST AJOUTE AU BILAN BIL (UN SECOND
      *       ENREGISTREMENT, CUMULE PAR TPPRJ12) AINSI QU'AU
      *       JOURNAL CUMULATIF BILAN POUR LA DECLARATION FISCALE.
      *       LES DEMANDES DE RISTOURNE DE RESILIATION (AJUST DE
      *       NATURE R, DEPOSEES PAR TPPRJ6) DONNENT UN AVOIR DE
      *       PRIME NON COURUE : LA DERNIERE QUITTANCE ORIGINALE DU
      *       MATRICULE (QUIT) COUVRE UN AN A PARTIR DE SON
      *       ECHEANCE, LES JOURS RESTANT APRES LA DATE D'EFFET
      *       (ANNEE DE 360 JOURS) SONT RENDUS SUR LA PRIME ET SUR LA
      *       TAXE, AU TAUX DE RISTOURNE DU MOTIF (TABLE MOTIFRES :
      *       100 % POUR UNE VENTE DU VEHICULE, RIEN POUR UN
      *       IMPAYE). L'AVOIR EST UN AVOIR ORDINAIRE (TYPE V) ET
      *       SUIT DONC LE RELEVE TPPRJ57, LA DECLARATION TPPRJ43 ET
      *       LA BALANCE TPPRJ58. LE NOM DU CLIENT EST RELU SUR
      *       L'ARCHIVE ARCH, LE DOSSIER AYANT QUITTE LE MAITRE.
      *       TOUT AVOIR EMIS EST PORTE AU COMPTE CREDIT DU CLIENT
      *       (FICHIER CREDIT, MOUVEMENT V SUR LE JOURNAL CRDJRN) :
      *       TPPRJ14 L'IMPUTE SUR SES QUITTANCES OUVERTES, TPPRJ59
      *       REMBOURSE LE RESTE.
      *       LES NATURES V (AJOUT OU RETRAIT D'UN VEHICULE) ET C
      *       (SURCHARGE JEUNE CONDUCTEUR) SUIVENT LE MEME CALCUL
      *       QU'UN CODE 4 : TPPRJ6 Y DEPOSE DES PRIMES AVANT/APRES
      *       HORS COEFFICIENT DE CATEGORIE ET HORS BONUS-MALUS,
      *       REMISE MULTI-CONTRATS DEJA DEDUITE. UN CODE 4 (NATURE A
      *       BLANC) RECOIT ICI LA REMISE, APRES LE BONUS-MALUS COMME
      *       AU QUITTANCEMENT TPPRJ2, QUAND LA PERSONNE DU CLIENT
      *       (PRSLNK) DETIENT PLUS D'UNE POLICE ACTIVE.
      *       LE RETRAIT D'UN VEHICULE EN PERTE TOTALE (SOUS-PROGRAMME
      *       PERTOT, CLOTURE DU SINISTRE DANS TPPRJ33 OU TPPRJ72)
      *       EST UNE NATURE V DONT LA DATE D'EFFET AJU-DT-EFF EST LA
      *       DATE DU SINISTRE : LE PRORATA PART ALORS DU MOIS DU
      *       SINISTRE (DE JANVIER S'IL EST D'UNE ANNEE ANTERIEURE),
      *       LA QUITTANCE RESTANT RATTACHEE AU MOIS DU PASSAGE.
      *       UNE PIECE D'AJUSTEMENT NE S'ECRIT JAMAIS DANS UN MOIS
      *       COMPTABLE CLOS (FICHIER PERCPT, CLOTURE TPPRJ85) : LE
      *       SOUS-PROGRAMME PERCHK DONNE LA PREMIERE PERIODE OUVERTE
      *       QUI SUIT, DONT LE 1ER JOUR DEVIENT L'ECHEANCE DE LA
      *       PIECE. LE REPORT EST SIGNALE SUR LA LISTE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             FILE STATUS  WS-QUI.
           SELECT BILAN ASSIGN BILAN
             FILE STATUS  WS-BLN.
           SELECT ARCH  ASSIGN ARCH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY ARC-MATRICUL
             FILE STATUS  WS-ARC.
           SELECT CREDIT ASSIGN CREDIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CRD-MATRICUL
             FILE STATUS  WS-CRD.
           SELECT CRDJRN ASSIGN CRDJRN
             FILE STATUS  WS-CRJ.

       DATA DIVISION.
       FILE SECTION.
           COPY QUIREC.
       FD  BILAN RECORDING F.
       01  EBILAN            PIC X(80).
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  CREDIT RECORDING F.
           COPY CRDREC.
       FD  CRDJRN RECORDING F.
           COPY CRJREC.

       WORKING-STORAGE SECTION.
       77  WS-AJU         PIC XX.
       77  WS-NUMQ        PIC XX.
       77  WS-QUI         PIC XX.
       77  WS-BLN         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-ARCH-OUV    PIC X      VALUE 'N'.
       77  WS-CRD         PIC XX.
       77  WS-CRJ         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       01  TIM            PIC X(8).
       77  WS-PARM-OK     PIC X     VALUE 'N'.
       77  WS-TX-TAXE     PIC 99V99 VALUE 09.00.
       77  WS-TX-MULTI    PIC 99V99 VALUE 05.00.
       77  WS-REMISE      PIC X     VALUE 'N'.
       77  DISP-TX-MULTI  PIC Z9,99.
       77  SOUSPROG-PLK   PIC X(8) VALUE 'PRSLNK'.
           COPY PRSZON.
       77  WS-NO-QUITT    PIC 9(8)  VALUE 0.
       77  DISP-NO-QUITT  PIC 9(8).
       77  NB-AJU-LUS     PIC 9(6)  VALUE 0.
       77  WS-CLE-JOUR    PIC 9(8)  VALUE 0.
       77  WS-DT-RETENUE  PIC 9(8)  VALUE 0.
           COPY PARMREC.
       77  SOUSPROG-PCK   PIC X(8) VALUE 'PERCHK'.
           COPY PERCZON.
       77  WS-DT-ECH-AJ   PIC 9(8)  VALUE 0.
       77  NB-PER-REPORT  PIC 9(6)  VALUE 0.
      * RISTOURNE DE RESILIATION : TAUX DU MOTIF, QUITTANCE DE
      * REFERENCE ET JOURS NON COURUS (ANNEE DE 360 JOURS).
           COPY MOTIFRES.
       77  NB-RISTOURNE   PIC 9(6)  VALUE 0.
       77  NB-SANS-RIST   PIC 9(6)  VALUE 0.
       77  TOT-RISTOURNE  PIC 9(7)V99 VALUE 0.
       77  WS-TX-RIST     PIC 9(3)  VALUE 0.
       77  WS-LIB-MOT     PIC X(20).
       77  WS-FIN-QUI     PIC X     VALUE 'N'.
           88 FIN-QUI               VALUE 'O'.
       77  WS-QUIT-REF    PIC X     VALUE 'N'.
       77  WS-PER-EFF     PIC 9(6)  VALUE 0.
       77  WS-REF-NUM     PIC 9(8)  VALUE 0.
       77  WS-REF-PRIM    PIC 9(6)V99 VALUE 0.
       77  WS-REF-TAXE    PIC 9(5)V99 VALUE 0.
       77  WS-REF-ECH     PIC 9(8)  VALUE 0.
       77  WS-REF-PER     PIC 9(6)  VALUE 0.
       77  WS-AA-CAL      PIC 9(4).
       77  WS-MM-CAL      PIC 99.
       77  WS-JJ-CAL      PIC 99.
       77  WS-JRS-DEB     PIC 9(7)  VALUE 0.
       77  WS-JRS-EFF     PIC 9(7)  VALUE 0.
       01  WS-NB-JRS      PIC S9(5) VALUE 0.
       77  DISP-JRS       PIC ZZ9.

       PROCEDURE DIVISION.
           OPEN INPUT AJUST
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-LST
           PERFORM TEST-STAT-BIL
           OPEN INPUT ARCH
           IF WS-ARC = '00'
             MOVE 'O' TO WS-ARCH-OUV
           END-IF
           OPEN I-O CREDIT
           IF WS-CRD = '35'
             OPEN OUTPUT CREDIT
             CLOSE CREDIT
             OPEN I-O CREDIT
           END-IF
           OPEN EXTEND CRDJRN
           IF WS-CRJ = '35'
             OPEN OUTPUT CRDJRN
           END-IF
           PERFORM TEST-STAT-CRD
           PERFORM TEST-STAT-CRJ
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           PERFORM IMPRIME-PIED
           PERFORM ECRIRE-BIL
           PERFORM SAUVER-NUMQUI
           MOVE 'F' TO PLK-ACTION
           CALL SOUSPROG-PLK USING PLK-ZONE
           CLOSE AJUST
           CLOSE ASSUR
           CLOSE LST
           CLOSE BIL
           CLOSE QUIT
           IF WS-ARCH-OUV = 'O'
             CLOSE ARCH
           END-IF
           CLOSE CREDIT
           CLOSE CRDJRN
           PERFORM TEST-STAT-QUI
           PERFORM TEST-STAT-AJU
           PERFORM TEST-STAT-ASR
           DISPLAY 'QUITTANCES EMISES      : ' NB-QUITT
           DISPLAY 'DOSSIERS INTROUVABLES  : ' NB-SANS-DOSS
           DISPLAY 'DOSSIERS EN SUSPENS    : ' NB-SUSPENS
           DISPLAY 'RISTOURNES EMISES      : ' NB-RISTOURNE
           DISPLAY 'REPORTS DE PERIODE     : ' NB-PER-REPORT
           DISPLAY 'RESILIATIONS SANS RIST.: ' NB-SANS-RIST
           GOBACK
           .

             IF PRM-TX-TAXE NUMERIC AND PRM-TX-TAXE > 0
               MOVE PRM-TX-TAXE TO WS-TX-TAXE
             END-IF
             IF PRM-TX-MULTI NUMERIC AND PRM-TX-MULTI > 0
               MOVE PRM-TX-MULTI TO WS-TX-MULTI
             END-IF
           END-IF
           .

      * MAITRE PUIS TAXE. DELTA POSITIF = COMPLEMENT A PAYER,
      * NEGATIF = AVOIR AU CLIENT.
       TRAITER-AJUSTEMENT.
           IF AJU-NATURE = 'R'
             PERFORM TRAITER-RISTOURNE
           ELSE
             PERFORM TRAITER-AJUSTEMENT-PRIME
           END-IF
           .

       TRAITER-AJUSTEMENT-PRIME.
           MOVE AJU-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
             PERFORM ECRIRE-LST
           ELSE
             MOVE AJU-DT(3:2) TO WS-MM-AJU
             IF AJU-NATURE = 'V' AND AJU-DT-EFF IS NUMERIC
                AND AJU-DT-EFF > 0 AND AJU-DT-EFF NOT = AJU-DT
               IF AJU-DT-EFF(5:4) = AJU-DT(5:4)
                 MOVE AJU-DT-EFF(3:2) TO WS-MM-AJU
               ELSE
                 MOVE 01 TO WS-MM-AJU
               END-IF
             END-IF
             COMPUTE WS-NB-MOIS = 12 - WS-MM-AJU + 1
             COMPUTE MNT-PRORATA ROUNDED
                   = MNT-DELTA * WS-NB-MOIS / 12
               COMPUTE MNT-AJUSTE ROUNDED
                     = MNT-PRORATA * (1 + PCT-TAUX)
             END-IF
             MOVE 'N' TO WS-REMISE
             IF AJU-NATURE = SPACE
               PERFORM CHERCHER-PERSONNE
               IF PLK-RC = 'O' AND PLK-NB-ACTIVES > 1
                 COMPUTE MNT-AJUSTE ROUNDED
                       = MNT-AJUSTE * (100 - WS-TX-MULTI) / 100
                 MOVE 'O' TO WS-REMISE
               END-IF
             END-IF
             COMPUTE MNT-TAXE ROUNDED
                   = MNT-AJUSTE * WS-TX-TAXE / 100
             COMPUTE MNT-TTC = MNT-AJUSTE + MNT-TAXE
           END-IF
           .

      * LA POLICE EST RESILIEE : LE NOM VIENT DE L'IMAGE ARCHIVEE.
      * UN MOTIF A TAUX NUL (OU INCONNU, OU A BLANC POUR LES LOTS
      * ANTERIEURS) NE DONNE PAS D'AVOIR MAIS RESTE LISTE, POUR QUE
      * LE SERVICE CLIENT SACHE QUE RIEN N'EST PARTI.
       TRAITER-RISTOURNE.
           MOVE ALL SPACE TO NOM-CLIENT
           IF WS-ARCH-OUV = 'O'
             MOVE AJU-MATRICUL TO ARC-MATRICUL
             READ ARCH
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE ARC-EASR TO EASR
             END-READ
           END-IF
           MOVE 0 TO WS-TX-RIST
           MOVE 'NON PRECISE         ' TO WS-LIB-MOT
           SET IX-MOT TO 1
           SEARCH MOT-ENT
             AT END
               CONTINUE
             WHEN MOT-CODE(IX-MOT) = AJU-MOTIF
               MOVE MOT-TX-RIST(IX-MOT) TO WS-TX-RIST
               MOVE MOT-LIB(IX-MOT) TO WS-LIB-MOT
           END-SEARCH
           IF WS-TX-RIST = 0
             ADD 1 TO NB-SANS-RIST
             MOVE ALL SPACE TO ELST
             STRING AJU-MATRICUL ' RESILIATION ' WS-LIB-MOT
                    ' - SANS RISTOURNE'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           ELSE
             PERFORM CHERCHER-QUIT-REFERENCE
             IF WS-QUIT-REF = 'N'
               ADD 1 TO NB-SANS-RIST
               MOVE ALL SPACE TO ELST
               STRING AJU-MATRICUL ' RESILIATION AU ' AJU-DT-EFF
                      ' - AUCUNE PRIME NON COURUE'
                      DELIMITED BY SIZE INTO ELST
               PERFORM ECRIRE-LST
             ELSE
               PERFORM CALCULER-RISTOURNE
             END-IF
           END-IF
           .

      * QUITTANCE DE REFERENCE : LA DERNIERE QUITTANCE ORIGINALE
      * (QUI-TYPE A BLANC) DU MATRICULE EMISE AU PLUS TARD LE MOIS
      * DE LA DATE D'EFFET. ELLE COUVRE UN AN DEPUIS SON ECHEANCE
      * (A DEFAUT, LE PREMIER DU MOIS FACTURE).
       CHERCHER-QUIT-REFERENCE.
           MOVE 'N' TO WS-QUIT-REF
           MOVE AJU-DT-EFF(5:4) TO WS-PER-EFF(1:4)
           MOVE AJU-DT-EFF(3:2) TO WS-PER-EFF(5:2)
           MOVE 'N' TO WS-FIN-QUI
           MOVE AJU-MATRICUL TO QUI-MATRICUL
           MOVE 0 TO QUI-PERIODE
           START QUIT KEY IS NOT LESS THAN QUI-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-QUI
           END-START
           PERFORM UNTIL FIN-QUI
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = AJU-MATRICUL
                  OR QUI-PERIODE > WS-PER-EFF
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF QUI-TYPE = SPACE
                   MOVE 'O' TO WS-QUIT-REF
                   MOVE QUI-NUM TO WS-REF-NUM
                   MOVE QUI-PRIM TO WS-REF-PRIM
                   MOVE QUI-TAXE TO WS-REF-TAXE
                   MOVE QUI-PERIODE TO WS-REF-PER
                   IF QUI-DT-ECH IS NUMERIC AND QUI-DT-ECH > 0
                     MOVE QUI-DT-ECH TO WS-REF-ECH
                   ELSE
                     MOVE 01 TO WS-REF-ECH(1:2)
                     MOVE QUI-PERIODE(5:2) TO WS-REF-ECH(3:2)
                     MOVE QUI-PERIODE(1:4) TO WS-REF-ECH(5:4)
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF WS-QUIT-REF = 'O'
             MOVE WS-REF-ECH(5:4) TO WS-AA-CAL
             MOVE WS-REF-ECH(3:2) TO WS-MM-CAL
             MOVE WS-REF-ECH(1:2) TO WS-JJ-CAL
             COMPUTE WS-JRS-DEB = WS-AA-CAL * 360 + WS-MM-CAL * 30
                                + WS-JJ-CAL
             MOVE AJU-DT-EFF(5:4) TO WS-AA-CAL
             MOVE AJU-DT-EFF(3:2) TO WS-MM-CAL
             MOVE AJU-DT-EFF(1:2) TO WS-JJ-CAL
             COMPUTE WS-JRS-EFF = WS-AA-CAL * 360 + WS-MM-CAL * 30
                                + WS-JJ-CAL
             COMPUTE WS-NB-JRS = WS-JRS-DEB + 360 - WS-JRS-EFF
             IF WS-NB-JRS > 360
               MOVE 360 TO WS-NB-JRS
             END-IF
             IF WS-NB-JRS <= 0
               MOVE 'N' TO WS-QUIT-REF
             END-IF
           END-IF
           .

      * MONTANTS NEGATIFS COMME UN AVOIR D'AJUSTEMENT : LA MEME
      * ECRITURE SUR QUIT (TYPE V, NE SOLDE) ET LE MEME CUMUL AU
      * BILAN DU PASSAGE.
       CALCULER-RISTOURNE.
           COMPUTE MNT-AJUSTE ROUNDED = 0 - WS-REF-PRIM * WS-NB-JRS
                 / 360 * WS-TX-RIST / 100
           COMPUTE MNT-TAXE ROUNDED = 0 - WS-REF-TAXE * WS-NB-JRS
                 / 360 * WS-TX-RIST / 100
           COMPUTE MNT-TTC = MNT-AJUSTE + MNT-TAXE
           IF MNT-TTC = 0
             ADD 1 TO NB-SANS-RIST
           ELSE
             PERFORM EDITER-RISTOURNE
             PERFORM ECRIRE-QUIT-AJUST
           END-IF
           .

       EDITER-RISTOURNE.
           ADD 1 TO WS-NO-QUITT
           ADD 1 TO NB-QUITT
           ADD 1 TO NB-RISTOURNE
           COMPUTE MNT-ABS = 0 - MNT-TTC
           ADD MNT-ABS TO TOT-AVOIR
           ADD MNT-ABS TO TOT-RISTOURNE
           MOVE WS-NO-QUITT TO DISP-NO-QUITT
           MOVE ALL SPACE TO ELST
           STRING AJU-MATRICUL '  ' NOM-CLIENT
                  '  RISTOURNE NO ' DISP-NO-QUITT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE WS-NB-JRS TO DISP-JRS
           MOVE ALL SPACE TO ELST
           STRING 'RESILIATION AU ' AJU-DT-EFF ' ' WS-LIB-MOT
                  ' QUITTANCE ' WS-REF-NUM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'PRORATA SUR ' DISP-JRS ' JOURS NON COURUS A '
                  WS-TX-RIST ' %'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE MNT-ABS TO DISP-MNT
           MOVE ALL SPACE TO ELST
           STRING 'AVOIR AU CLIENT (TTC)      -' DISP-MNT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           .

      * L'AJUSTEMENT EST AUSSI JOURNALISE SUR QUIT, EN VALEUR
      * ABSOLUE, TYPE A (COMPLEMENT A ENCAISSER) OU V (AVOIR, NE
      * DONNE RIEN A ENCAISSER ET NAIT DONC SOLDE). LA PERIODE EST
       ECRIRE-QUIT-AJUST.
           MOVE AJU-DT(5:4) TO WS-AA-PER
           MOVE AJU-DT(3:2) TO WS-MM-PER
           MOVE AJU-DT TO WS-DT-ECH-AJ
           PERFORM CONTROLER-PERIODE-AJ
           MOVE 0 TO WS-ESSAIS
           MOVE 'N' TO WS-QUIT-ECRITE
           PERFORM UNTIL WS-QUIT-ECRITE = 'O' OR WS-ESSAIS > 12
      * QUAND MEME LE JOUR DE L'AJUSTEMENT, C'EST ELLE QUI RATTACHE
      * LA PIECE A SON MOIS POUR LA BALANCE FINANCIERE (LA PERIODE
      * PEUT GLISSER D'UN MOIS EN CAS DE COLLISION DE CLE).
               MOVE WS-DT-ECH-AJ TO QUI-DT-ECH
             ELSE
               MOVE MNT-AJUSTE TO QUI-PRIM
               MOVE MNT-TAXE TO QUI-TAXE
               MOVE 'A' TO QUI-TYPE
      * UN COMPLEMENT EST DU DES SON EMISSION : ECHEANCE AU JOUR DE
      * L'AJUSTEMENT.
               MOVE WS-DT-ECH-AJ TO QUI-DT-ECH
             END-IF
             WRITE EQUI
               INVALID KEY
                 END-IF
               NOT INVALID KEY
                 MOVE 'O' TO WS-QUIT-ECRITE
                 IF QUI-TYPE = 'V'
                   PERFORM CREDITER-AVOIR
                 END-IF
             END-WRITE
           END-PERFORM
           IF WS-QUIT-ECRITE = 'N'
           END-IF
           .

      * LE MOIS DE L'AJUSTEMENT EST-IL CLOS ? SI OUI LA PIECE VA A
      * LA PREMIERE PERIODE OUVERTE, ECHEANCE AU 1ER DU MOIS.
       CONTROLER-PERIODE-AJ.
           MOVE 'Q' TO PCK-ACTION
           MOVE WS-AA-PER TO PCK-PERIODE(1:4)
           MOVE WS-MM-PER TO PCK-PERIODE(5:2)
           CALL SOUSPROG-PCK USING PCK-ZONE
           IF PCK-RC = 'R'
             ADD 1 TO NB-PER-REPORT
             MOVE ALL SPACE TO ELST
             STRING AJU-MATRICUL ' AJUSTEMENT DU ' AJU-DT
                    ' PERIODE ' PCK-PERIODE ' CLOSE - REPORT SUR '
                    PCK-PER-CPT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             MOVE PCK-PER-CPT(1:4) TO WS-AA-PER
             MOVE PCK-PER-CPT(5:2) TO WS-MM-PER
             MOVE PCK-DT-CPT TO WS-DT-ECH-AJ
           END-IF
           .

      * L'AVOIR EST DE L'ARGENT DU AU CLIENT : IL VA A SON COMPTE
      * CREDIT, POUR IMPUTATION PAR TPPRJ14 OU REMBOURSEMENT PAR
      * TPPRJ59.
       CREDITER-AVOIR.
           MOVE QUI-MATRICUL TO CRD-MATRICUL
           READ CREDIT
             INVALID KEY
               MOVE ALL SPACE TO ECRD
               MOVE QUI-MATRICUL TO CRD-MATRICUL
               MOVE 0 TO CRD-SOLDE
               MOVE 0 TO CRD-TOT-CREDIT
               MOVE 0 TO CRD-TOT-DEBIT
           END-READ
           ADD QUI-TOT-TTC TO CRD-SOLDE
           ADD QUI-TOT-TTC TO CRD-TOT-CREDIT
           MOVE WS-CLE-JOUR TO CRD-DT-MAJ
           WRITE ECRD
             INVALID KEY REWRITE ECRD
           END-WRITE
           MOVE ALL SPACE TO ECRJ
           MOVE QUI-MATRICUL TO CRJ-MATRICUL
           MOVE WS-CLE-JOUR TO CRJ-DT
           MOVE 'V' TO CRJ-NATURE
           MOVE QUI-TOT-TTC TO CRJ-MNT
           MOVE 'TPPRJ30' TO CRJ-PROG
           MOVE QUI-NUM TO CRJ-REF
           MOVE QUI-PERIODE TO CRJ-PERIODE
           WRITE ECRJ
           .

      * POLICES ACTIVES DE LA PERSONNE QUI DETIENT LA POLICE ; UNE
      * POLICE SANS PERSONNE N'A PAS DE REMISE.
       CHERCHER-PERSONNE.
           MOVE 'C' TO PLK-ACTION
           MOVE 'TPPRJ30' TO PLK-ORIG
           MOVE AJU-MATRICUL TO PLK-MATRICUL
           MOVE 0 TO PLK-NB-ACTIVES
           CALL SOUSPROG-PLK USING PLK-ZONE
           .

       EDITER-QUITTANCE-AJUST.
           ADD 1 TO WS-NO-QUITT
           ADD 1 TO NB-QUITT
           STRING 'PRORATA SUR ' WS-NB-MOIS ' MOIS'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF WS-REMISE = 'O'
             MOVE WS-TX-MULTI TO DISP-TX-MULTI
             MOVE ALL SPACE TO ELST
             STRING 'REMISE MULTI-CONTRATS ' DISP-TX-MULTI
                    '% COMPRISE'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           IF MNT-TTC < 0
             COMPUTE MNT-ABS = 0 - MNT-TTC
             MOVE MNT-ABS TO DISP-MNT
           STRING 'AVOIRS EMIS (TTC)              : ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-RISTOURNE TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING '  DONT RISTOURNES RESILIATION  : ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

      * LE PASSAGE AJOUTE SON PROPRE ENREGISTREMENT AU BILAN BIL ;
             STOP RUN
           END-IF
           .
       TEST-STAT-CRD.
           IF WS-CRD NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER COMPTE CREDIT ' WS-CRD
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-CRJ.
           IF WS-CRJ NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL CREDIT ' WS-CRJ
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-NUMQ.
           IF WS-NUMQ NOT = '00'
             DISPLAY 'ERREUR FICHIER NUMEROTATION ' WS-NUMQ
