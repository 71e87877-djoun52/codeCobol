       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ62.
      ******************************
      *  62 - ARRETE DE LA PROVISION POUR PRIMES NON ACQUISES (PPNA)
      *       ET DES PRIMES ACQUISES A UNE DATE D'ARRETE SAISIE
      *       (JJMMAAAA), POUR LES INVENTAIRES TRIMESTRIELS ET
      *       ANNUELS DE L'ACTUAIRE.
      *       CHAQUE QUITTANCE DU JOURNAL QUIT EMISE SUR UNE PERIODE
      *       ANTERIEURE OU EGALE AU MOIS D'ARRETE COUVRE UN AN A
      *       PARTIR DE SON ECHEANCE (QUI-DT-ECH, PREMIER DU MOIS
      *       FACTURE EN REPLI) : TPPRJ2 QUITTANCE LA PRIME ANNUELLE
      *       UNE FOIS L'AN AU MOIS D'ANNIVERSAIRE, LA FREQUENCE
      *       QUI-FREQ NE FAISANT QUE FRACTIONNER LES ECHEANCES DU
      *       REGLEMENT (QUI-MTT-ECH). LES
      *       COMPLEMENTS ET AVOIRS D'AJUSTEMENT (TPPRJ30) COURENT DE
      *       LEUR ECHEANCE AU PROCHAIN ANNIVERSAIRE DE LA POLICE
      *       (ASUR-DT-POL), COMME LE PRORATA QUI LES A CALCULES. LA
      *       PART DE PRIME HORS TAXE (QUI-PRIM) CORRESPONDANT AUX
      *       JOURS POSTERIEURS A L'ARRETE EST NON ACQUISE, EN JOURS
      *       DE L'ANNEE DE 360 COMME TOUS LES PRORATAS DE LA CHAINE ;
      *       UN AVOIR VIENT EN DEDUCTION.
      *       TOTAUX PAR AGENCE ET TYPE DE VEHICULE (MEME MATRICE ET
      *       MEME LOCALISATION DU DOSSIER QUE LE RAPPORT S/P TPPRJ34)
      *       : PRIMES EMISES DEPUIS L'ARRETE PRECEDENT, PPNA DE
      *       L'ARRETE PRECEDENT ET DE L'ARRETE, VARIATION DE LA
      *       PROVISION ET PRIMES ACQUISES (EMISES - VARIATION).
      *       L'ARRETE EST CONSERVE DANS LE FICHIER HISTORIQUE PPNA
      *       (DESSIN PPNREC), OU L'ARRETE SUIVANT RETROUVE LA
      *       PROVISION PRECEDENTE ; UNE DATE DEJA ARRETEE EST
      *       REFUSEE (CODE RETOUR 12).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUIT  ASSIGN QUIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY QUI-CLE
             FILE STATUS  WS-QUI.
           SELECT ASSUR ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT ARCH  ASSIGN ARCH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY ARC-MATRICUL
             FILE STATUS  WS-ARC.
           SELECT PPNA  ASSIGN PPNA
             FILE STATUS  WS-PPN.
           SELECT LST   ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  QUIT RECORDING F.
           COPY QUIREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  PPNA RECORDING F.
           COPY PPNREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-QUI         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-PPN         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-ARCH-OUV    PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-DATE  PIC X(8) VALUE 'DATECHK'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * DATE D'ARRETE SAISIE (JJMMAAAA) ET SES VUES DE TRAVAIL.
       01  WS-DT-ARRETE   PIC 9(8)  VALUE 0.
       01  WS-DT-ARR-R REDEFINES WS-DT-ARRETE.
           05 WS-JJ-ARR   PIC 99.
           05 WS-MM-ARR   PIC 99.
           05 WS-AA-ARR   PIC 9(4).
       01  WS-DT-CLOT     PIC 9(8)  VALUE 0.
       01  WS-PER-CLOT    PIC 9(6)  VALUE 0.
       77  WS-COD-ERR     PIC 9     VALUE 0.
      * ARRETE PRECEDENT RETROUVE DANS L'HISTORIQUE PPNA.
       01  WS-DT-PREC     PIC 9(8)  VALUE 0.
       01  WS-PER-PREC    PIC 9(6)  VALUE 0.
       77  WS-DEJA-ARRETE PIC X     VALUE 'N'.
       77  WS-FIN-QUI     PIC X     VALUE 'N'.
           88 FIN-QUI               VALUE 'O'.
       77  NB-QUI-RETENUES PIC 9(6) VALUE 0.
       77  NB-DOSS-INCONNUS PIC 9(6) VALUE 0.
       77  NB-ENR-PPNA    PIC 9(6)  VALUE 0.
      * CALCUL EN JOURS DE L'ANNEE DE 360 (AA*360 + MM*30 + JJ).
       77  WS-AA-CAL      PIC 9(4).
       77  WS-MM-CAL      PIC 99.
       77  WS-JJ-CAL      PIC 99.
       77  WS-JRS-ARR     PIC 9(7)  VALUE 0.
       77  WS-JRS-DEB     PIC 9(7)  VALUE 0.
       77  WS-JRS-FIN     PIC 9(7)  VALUE 0.
       77  WS-JRS-DUREE   PIC 9(7)  VALUE 0.
       77  WS-JRS-RESTE   PIC 9(7)  VALUE 0.
       01  WS-DT-ECH      PIC 9(8)  VALUE 0.
       01  MNT-PRIME      PIC S9(7)V99 VALUE 0.
       01  MNT-NON-ACQ    PIC S9(7)V99 VALUE 0.
      * LOCALISATION DU DOSSIER COURANT : AGENCE ET TYPE TIRES
      * D'ASSUR, A DEFAUT DE L'ARCHIVE ARCH, A DEFAUT CASE INCONNUE.
       77  WS-MAT-CHERCHE PIC 9(6)  VALUE 0.
       77  WS-AGC-DOSS    PIC X     VALUE SPACE.
       77  WS-TP-DOSS     PIC X     VALUE SPACE.
       77  WS-DOSS-TROUVE PIC X     VALUE 'N'.
      * MATRICE AGENCE X TYPE AU PAS DU REFERENTIEL (TABLOD) : LES
      * POSTES 1 A NB-AGC / NB-TPV SONT LES ENTREES CHARGEES, LE
      * POSTE SUIVANT RAMASSE L'INCONNU.
       01  PP-MATRICE.
           05 PP-LGN OCCURS 11.
              10 PP-CEL OCCURS 11.
                 15 PP-EMIS      PIC S9(9)V99 VALUE 0.
                 15 PP-PPNA      PIC S9(9)V99 VALUE 0.
                 15 PP-PPNA-PREC PIC S9(9)V99 VALUE 0.
       77  IX-A           PIC 99.
       77  IX-T           PIC 99.
       77  WS-I           PIC 99.
       77  WS-NB-PA       PIC 99 VALUE 4.
       77  WS-NB-PT       PIC 99 VALUE 4.
       01  MNT-VARIATION  PIC S9(9)V99 VALUE 0.
       01  MNT-ACQUISE    PIC S9(9)V99 VALUE 0.
       01  TOT-AGC-EMIS   PIC S9(9)V99 VALUE 0.
       01  TOT-AGC-PPNA   PIC S9(9)V99 VALUE 0.
       01  TOT-AGC-PREC   PIC S9(9)V99 VALUE 0.
       01  TOT-GEN-EMIS   PIC S9(9)V99 VALUE 0.
       01  TOT-GEN-PPNA   PIC S9(9)V99 VALUE 0.
       01  TOT-GEN-PREC   PIC S9(9)V99 VALUE 0.
       01  WS-L-EMIS      PIC S9(9)V99 VALUE 0.
       01  WS-L-PPNA      PIC S9(9)V99 VALUE 0.
       01  WS-L-PREC      PIC S9(9)V99 VALUE 0.
       77  DISP-EMIS      PIC -(8)9,99.
       77  DISP-PREC      PIC -(8)9,99.
       77  DISP-PPNA      PIC -(8)9,99.
       77  DISP-VAR       PIC -(8)9,99.
       77  DISP-ACQ       PIC -(8)9,99.
       77  WS-LIB-AGC     PIC X(15).
       77  WS-LIB-TPV     PIC X(15).
       COPY AGENCES.
       COPY VHCLTYPE.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ62'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           DISPLAY 'DATE D''ARRETE (JJMMAAAA) : ' WITH NO ADVANCING
           ACCEPT WS-DT-ARRETE
           MOVE 9 TO WS-COD-ERR
           IF WS-DT-ARRETE NUMERIC
             CALL SOUSPROG-DATE USING WS-JJ-ARR WS-MM-ARR WS-AA-ARR
                  WS-COD-ERR
           END-IF
           IF WS-COD-ERR NOT = 0
             DISPLAY 'TPPRJ62 - DATE D''ARRETE INVALIDE : '
                     WS-DT-ARRETE
             MOVE 12 TO RETURN-CODE
             MOVE 'FIN' TO WS-JEX-EVT
             MOVE RETURN-CODE TO WS-JEX-RC
             PERFORM JOURNAL-EXEC
             GOBACK
           END-IF
           MOVE WS-AA-ARR TO WS-DT-CLOT(1:4)
           MOVE WS-MM-ARR TO WS-DT-CLOT(5:2)
           MOVE WS-JJ-ARR TO WS-DT-CLOT(7:2)
           MOVE WS-DT-CLOT(1:6) TO WS-PER-CLOT
           COMPUTE WS-JRS-ARR = WS-AA-ARR * 360 + WS-MM-ARR * 30
                              + WS-JJ-ARR
           OPEN INPUT QUIT
           OPEN INPUT ASSUR
           OPEN OUTPUT LST
           PERFORM TEST-STAT-QUI
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-LST
           OPEN INPUT ARCH
           IF WS-ARC = '00'
             MOVE 'O' TO WS-ARCH-OUV
           END-IF
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'V' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI TP-VHCL-TABLE
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           COMPUTE WS-NB-PA = NB-AGC + 1
           COMPUTE WS-NB-PT = NB-TPV + 1
           PERFORM CHERCHER-ARRETE-PREC
           IF WS-DEJA-ARRETE = 'O'
             DISPLAY 'TPPRJ62 - ARRETE DU ' WS-DT-CLOT
                     ' DEJA PRESENT SUR PPNA - REFUSE'
             MOVE 12 TO RETURN-CODE
           ELSE
             PERFORM CHARGER-ARRETE-PREC
             PERFORM CUMULER-QUITTANCES
             PERFORM IMPRIME-ENTETE
             PERFORM IMPRIME-MATRICE
             PERFORM SAUVER-ARRETE
           END-IF
           CLOSE QUIT
           CLOSE ASSUR
           IF WS-ARCH-OUV = 'O'
             CLOSE ARCH
           END-IF
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ62 - ARRETE PPNA DU ' WS-DT-CLOT
           DISPLAY 'ARRETE PRECEDENT      : ' WS-DT-PREC
           DISPLAY 'QUITTANCES RETENUES   : ' NB-QUI-RETENUES
           DISPLAY 'DOSSIERS INTROUVABLES : ' NB-DOSS-INCONNUS
           DISPLAY 'CASES ENREGISTREES    : ' NB-ENR-PPNA
           MOVE NB-QUI-RETENUES TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

      * L'ARRETE PRECEDENT EST LE PLUS RECENT DE L'HISTORIQUE
      * ANTERIEUR A LA DATE DEMANDEE ; FICHIER ABSENT = PREMIER
      * ARRETE, SANS PROVISION D'OUVERTURE.
       CHERCHER-ARRETE-PREC.
           MOVE 0 TO WS-DT-PREC
           OPEN INPUT PPNA
           IF WS-PPN = '00'
             READ PPNA
             PERFORM UNTIL WS-PPN = '10'
               IF PPN-DT-CLOT = WS-DT-CLOT
                 MOVE 'O' TO WS-DEJA-ARRETE
               END-IF
               IF PPN-DT-CLOT < WS-DT-CLOT
                  AND PPN-DT-CLOT > WS-DT-PREC
                 MOVE PPN-DT-CLOT TO WS-DT-PREC
               END-IF
               READ PPNA
             END-PERFORM
             CLOSE PPNA
           END-IF
           MOVE WS-DT-PREC(1:6) TO WS-PER-PREC
           .

       CHARGER-ARRETE-PREC.
           IF WS-DT-PREC > 0
             OPEN INPUT PPNA
             PERFORM TEST-STAT-PPN
             READ PPNA
             PERFORM UNTIL WS-PPN = '10'
               IF PPN-DT-CLOT = WS-DT-PREC
                 MOVE PPN-AGC TO WS-AGC-DOSS
                 MOVE PPN-TP-VHCL TO WS-TP-DOSS
                 PERFORM TROUVER-CASE
                 ADD PPN-PPNA TO PP-PPNA-PREC(IX-A IX-T)
               END-IF
               READ PPNA
             END-PERFORM
             CLOSE PPNA
           END-IF
           .

      * UNE QUITTANCE EST EMISE DANS L'INTERVALLE QUAND SA PERIODE
      * SUIT LE MOIS DE L'ARRETE PRECEDENT ; ELLE ENTRE DANS LA
      * PROVISION DES QU'ELLE EST EMISE A LA DATE D'ARRETE.
       CUMULER-QUITTANCES.
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
               IF QUI-PERIODE <= WS-PER-CLOT AND QUI-PRIM NUMERIC
                 ADD 1 TO NB-QUI-RETENUES
                 MOVE QUI-MATRICUL TO WS-MAT-CHERCHE
                 PERFORM LOCALISER-DOSSIER
                 PERFORM TROUVER-CASE
                 IF QUI-TYPE = 'V'
                   COMPUTE MNT-PRIME = 0 - QUI-PRIM
                 ELSE
                   MOVE QUI-PRIM TO MNT-PRIME
                 END-IF
                 PERFORM CALCULER-NON-ACQUIS
                 ADD MNT-NON-ACQ TO PP-PPNA(IX-A IX-T)
                 IF WS-DT-PREC = 0 OR QUI-PERIODE > WS-PER-PREC
                   ADD MNT-PRIME TO PP-EMIS(IX-A IX-T)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      * PART NON ACQUISE = PRIME X JOURS COUVERTS APRES L'ARRETE /
      * JOURS COUVERTS PAR LA QUITTANCE. LE DOSSIER COURANT (EASR)
      * DONNE LE JOUR D'ANNIVERSAIRE DES PIECES D'AJUSTEMENT.
       CALCULER-NON-ACQUIS.
           IF QUI-DT-ECH IS NUMERIC AND QUI-DT-ECH > 0
             MOVE QUI-DT-ECH TO WS-DT-ECH
           ELSE
             MOVE 01 TO WS-DT-ECH(1:2)
             MOVE QUI-PERIODE(5:2) TO WS-DT-ECH(3:2)
             MOVE QUI-PERIODE(1:4) TO WS-DT-ECH(5:4)
           END-IF
           MOVE WS-DT-ECH(5:4) TO WS-AA-CAL
           MOVE WS-DT-ECH(3:2) TO WS-MM-CAL
           MOVE WS-DT-ECH(1:2) TO WS-JJ-CAL
           COMPUTE WS-JRS-DEB = WS-AA-CAL * 360 + WS-MM-CAL * 30
                              + WS-JJ-CAL
           IF QUI-TYPE = 'A' OR QUI-TYPE = 'V'
             PERFORM DUREE-AJUSTEMENT
           ELSE
             MOVE 360 TO WS-JRS-DUREE
           END-IF
           COMPUTE WS-JRS-FIN = WS-JRS-DEB + WS-JRS-DUREE
           IF WS-JRS-ARR >= WS-JRS-FIN
             MOVE 0 TO MNT-NON-ACQ
           ELSE
             IF WS-JRS-ARR < WS-JRS-DEB
               MOVE MNT-PRIME TO MNT-NON-ACQ
             ELSE
               COMPUTE WS-JRS-RESTE = WS-JRS-FIN - WS-JRS-ARR
               COMPUTE MNT-NON-ACQ ROUNDED
                     = MNT-PRIME * WS-JRS-RESTE / WS-JRS-DUREE
             END-IF
           END-IF
           .

       DUREE-AJUSTEMENT.
           MOVE 360 TO WS-JRS-DUREE
           IF WS-DOSS-TROUVE = 'O' AND ASUR-MM-POL NUMERIC
              AND ASUR-JJ-POL NUMERIC AND ASUR-MM-POL > 0
              AND ASUR-JJ-POL > 0
             COMPUTE WS-JRS-FIN = WS-AA-CAL * 360 + ASUR-MM-POL * 30
                                + ASUR-JJ-POL
             IF WS-JRS-FIN <= WS-JRS-DEB
               ADD 360 TO WS-JRS-FIN
             END-IF
             COMPUTE WS-JRS-DUREE = WS-JRS-FIN - WS-JRS-DEB
           END-IF
           .

       LOCALISER-DOSSIER.
           MOVE 'N' TO WS-DOSS-TROUVE
           MOVE SPACE TO WS-AGC-DOSS
           MOVE SPACE TO WS-TP-DOSS
           MOVE WS-MAT-CHERCHE TO MATRICUL OF EASR
           READ ASSUR
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'O' TO WS-DOSS-TROUVE
               MOVE ASUR-AGC TO WS-AGC-DOSS
               MOVE ASUR-TP-VHCL TO WS-TP-DOSS
           END-READ
           IF WS-DOSS-TROUVE = 'N' AND WS-ARCH-OUV = 'O'
             MOVE WS-MAT-CHERCHE TO ARC-MATRICUL
             READ ARCH
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'O' TO WS-DOSS-TROUVE
                 MOVE ARC-EASR TO EASR
                 MOVE ASUR-AGC TO WS-AGC-DOSS
                 MOVE ASUR-TP-VHCL TO WS-TP-DOSS
             END-READ
           END-IF
           IF WS-DOSS-TROUVE = 'N'
             ADD 1 TO NB-DOSS-INCONNUS
           END-IF
           .

       TROUVER-CASE.
           MOVE WS-NB-PA TO IX-A
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-AGC
             IF AG-CODE(WS-I) = WS-AGC-DOSS
               MOVE WS-I TO IX-A
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           MOVE WS-NB-PT TO IX-T
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-TPV
             IF TV-CODE(WS-I) = WS-TP-DOSS
               MOVE WS-I TO IX-T
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           .

      * UN ENREGISTREMENT PAR CASE SERVIE, A LA SUITE DE
      * L'HISTORIQUE.
       SAUVER-ARRETE.
           OPEN EXTEND PPNA
           IF WS-PPN = '35'
             OPEN OUTPUT PPNA
           END-IF
           PERFORM TEST-STAT-PPN
           MOVE 1 TO IX-A
           PERFORM UNTIL IX-A > WS-NB-PA
             MOVE 1 TO IX-T
             PERFORM UNTIL IX-T > WS-NB-PT
               IF PP-EMIS(IX-A IX-T) NOT = 0
                  OR PP-PPNA(IX-A IX-T) NOT = 0
                  OR PP-PPNA-PREC(IX-A IX-T) NOT = 0
                 PERFORM ECRIRE-CASE
               END-IF
               ADD 1 TO IX-T
             END-PERFORM
             ADD 1 TO IX-A
           END-PERFORM
           CLOSE PPNA
           .

       ECRIRE-CASE.
           MOVE ALL SPACE TO EPPN
           MOVE WS-DT-CLOT TO PPN-DT-CLOT
           IF IX-A <= NB-AGC
             MOVE AG-CODE(IX-A) TO PPN-AGC
           END-IF
           IF IX-T <= NB-TPV
             MOVE TV-CODE(IX-T) TO PPN-TP-VHCL
           END-IF
           MOVE PP-EMIS(IX-A IX-T) TO PPN-EMIS
           MOVE PP-PPNA(IX-A IX-T) TO PPN-PPNA
           MOVE PP-PPNA-PREC(IX-A IX-T) TO PPN-PPNA-PREC
           COMPUTE PPN-ACQUISE = PP-EMIS(IX-A IX-T)
                 + PP-PPNA-PREC(IX-A IX-T) - PP-PPNA(IX-A IX-T)
           MOVE WS-DT-PREC TO PPN-DT-PREC
           WRITE EPPN
           ADD 1 TO NB-ENR-PPNA
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API62   PROVISION PRIMES NON ACQUISES - ARRETE DU '
                  WS-DT-ARRETE '   ' DAT ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           IF WS-DT-PREC > 0
             STRING 'ARRETE PRECEDENT (AAAAMMJJ) : ' WS-DT-PREC
                    DELIMITED BY SIZE INTO ELST
           ELSE
             STRING 'PREMIER ARRETE : PRIMES EMISES DEPUIS L''ORIGINE'
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING '                         EMISES  PPNA PRECED.'
                  '   PPNA ARRETE     VARIATION      ACQUISES'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-MATRICE.
           MOVE 1 TO IX-A
           PERFORM UNTIL IX-A > WS-NB-PA
             PERFORM IMPRIME-AGENCE
             ADD 1 TO IX-A
           END-PERFORM
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE 'TOTAL GENERAL  ' TO WS-LIB-TPV
           MOVE TOT-GEN-EMIS TO WS-L-EMIS
           MOVE TOT-GEN-PREC TO WS-L-PREC
           MOVE TOT-GEN-PPNA TO WS-L-PPNA
           PERFORM IMPRIME-LIGNE
           .

       IMPRIME-AGENCE.
           IF IX-A <= NB-AGC
             MOVE AG-LIBELLE(IX-A) TO WS-LIB-AGC
           ELSE
             MOVE 'AGENCE INCONNUE' TO WS-LIB-AGC
           END-IF
           MOVE ALL SPACE TO ELST
           STRING WS-LIB-AGC DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE 0 TO TOT-AGC-EMIS
           MOVE 0 TO TOT-AGC-PREC
           MOVE 0 TO TOT-AGC-PPNA
           MOVE 1 TO IX-T
           PERFORM UNTIL IX-T > WS-NB-PT
             IF PP-EMIS(IX-A IX-T) NOT = 0
                OR PP-PPNA(IX-A IX-T) NOT = 0
                OR PP-PPNA-PREC(IX-A IX-T) NOT = 0
               IF IX-T <= NB-TPV
                 MOVE TV-LIBELLE(IX-T) TO WS-LIB-TPV
               ELSE
                 MOVE 'TYPE INCONNU   ' TO WS-LIB-TPV
               END-IF
               MOVE PP-EMIS(IX-A IX-T) TO WS-L-EMIS
               MOVE PP-PPNA-PREC(IX-A IX-T) TO WS-L-PREC
               MOVE PP-PPNA(IX-A IX-T) TO WS-L-PPNA
               PERFORM IMPRIME-LIGNE
               ADD PP-EMIS(IX-A IX-T) TO TOT-AGC-EMIS
               ADD PP-PPNA-PREC(IX-A IX-T) TO TOT-AGC-PREC
               ADD PP-PPNA(IX-A IX-T) TO TOT-AGC-PPNA
             END-IF
             ADD 1 TO IX-T
           END-PERFORM
           MOVE 'TOTAL AGENCE   ' TO WS-LIB-TPV
           MOVE TOT-AGC-EMIS TO WS-L-EMIS
           MOVE TOT-AGC-PREC TO WS-L-PREC
           MOVE TOT-AGC-PPNA TO WS-L-PPNA
           PERFORM IMPRIME-LIGNE
           ADD TOT-AGC-EMIS TO TOT-GEN-EMIS
           ADD TOT-AGC-PREC TO TOT-GEN-PREC
           ADD TOT-AGC-PPNA TO TOT-GEN-PPNA
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           .

      * VARIATION = PPNA DE L'ARRETE - PPNA PRECEDENTE ; PRIMES
      * ACQUISES = EMISES - VARIATION.
       IMPRIME-LIGNE.
           COMPUTE MNT-VARIATION = WS-L-PPNA - WS-L-PREC
           COMPUTE MNT-ACQUISE = WS-L-EMIS - MNT-VARIATION
           MOVE WS-L-EMIS TO DISP-EMIS
           MOVE WS-L-PREC TO DISP-PREC
           MOVE WS-L-PPNA TO DISP-PPNA
           MOVE MNT-VARIATION TO DISP-VAR
           MOVE MNT-ACQUISE TO DISP-ACQ
           MOVE ALL SPACE TO ELST
           STRING '  ' WS-LIB-TPV ' ' DISP-EMIS ' ' DISP-PREC
                  ' ' DISP-PPNA ' ' DISP-VAR ' ' DISP-ACQ
                  DELIMITED BY SIZE INTO ELST
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
       TEST-STAT-PPN.
           IF WS-PPN NOT = '00'
             DISPLAY 'ERREUR FICHIER HISTORIQUE PPNA ' WS-PPN
             MOVE 16 TO RETURN-CODE
             MOVE WS-PPN TO WS-JEX-FS
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
