       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ69.
      ******************************
      *  69 - AVIS D'ECHEANCE (LOI CHATEL) : PASSAGE MENSUEL QUI
      *       RETIENT LES POLICES DONT LA DATE ANNIVERSAIRE (JOUR ET
      *       MOIS D'ASUR-DT-POL) TOMBE DANS LE MOIS QUI CONTIENT LE
      *       JOUR DU PASSAGE AVANCE DE PRM-AVE-JRS JOURS (FICHIER
      *       PARAM, 60 PAR DEFAUT), ET IMPRIME SUR LST UN AVIS PAR
      *       POLICE : VEHICULES ET GARANTIES, COEFFICIENT DE
      *       CATEGORIE EN VIGUEUR A L'ECHEANCE, BONUS-MALUS QUI
      *       S'APPLIQUERA (CELUI DU MAITRE, DEJA RENOUVELE PAR
      *       TPPRJ11), PRIME NOUVELLE TAXE COMPRISE, CALCULEE SELON
      *       LES REGLES DU QUITTANCEMENT TPPRJ2 (GARANTIES, REMISE
      *       MULTI-CONTRATS, SURCHARGE JEUNE CONDUCTEUR, TAXE
      *       D'ASSURANCE), ET LE RAPPEL DU
      *       DROIT DE REFUSER LA RECONDUCTION. CHAQUE AVIS EST
      *       ENREGISTRE SUR AVISECH (DESSIN AVIREC) : C'EST LA
      *       PREUVE DE L'ENVOI, ET LA REFERENCE DE TPPRJ6 POUR
      *       ADMETTRE UN REFUS DE RECONDUCTION (MOTIF 06) DANS LE
      *       DELAI LEGAL. UNE POLICE DEJA AVISEE POUR CETTE ECHEANCE
      *       N'EST PAS REAVISEE (RELANCEMENT SANS DOUBLE ENVOI) ;
      *       UNE POLICE DE L'ANNEE EN COURS, SUSPENDUE OU SANS DATE
      *       D'EFFET EXPLOITABLE N'A PAS D'AVIS ET EST COMPTEE EN
      *       PIED D'ETAT.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE SEQUENTIAL
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT VEHIC ASSIGN VEHIC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VEH-CLE
             FILE STATUS  WS-VEH.
           SELECT CONDUC ASSIGN CONDUC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CND-CLE
             FILE STATUS  WS-CND.
           SELECT AVISECH ASSIGN AVISECH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY AVI-CLE
             FILE STATUS  WS-AVI.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  CONDUC RECORDING F.
           COPY CONDREC.
       FD  AVISECH RECORDING F.
           COPY AVIREC.
       FD  LST RECORDING F.
       01  ELST              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-VEH         PIC XX.
       77  WS-CND         PIC XX.
       77  WS-AVI         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-VEHIC-OUV   PIC X      VALUE 'N'.
       77  WS-CONDUC-OUV  PIC X      VALUE 'N'.
       77  WS-FIN-VEH     PIC X      VALUE 'N'.
           88 FIN-VEH                VALUE 'O'.
       77  WS-FIN-CND     PIC X      VALUE 'N'.
           88 FIN-CND                VALUE 'O'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-PARM-OK     PIC X      VALUE 'N'.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
           COPY PARMREC.
           COPY GARTAB.
           COPY VHCLTYPE.
      * PARAMETRES : AVANCE DE L'AVIS ET DELAI DE REFUS RAPPELE AU
      * CLIENT, TAXE ET SURCHARGE JEUNE CONDUCTEUR DU QUITTANCEMENT.
       77  WS-AVE-JRS     PIC 9(3)   VALUE 060.
       77  WS-CHATEL-JRS  PIC 9(3)   VALUE 020.
       77  WS-TX-TAXE     PIC 99V99  VALUE 09.00.
       77  WS-TX-JEUNE    PIC 99V99  VALUE 15.00.
       77  WS-ANS-JEUNE   PIC 99     VALUE 03.
      * REMISE MULTI-CONTRATS DU QUITTANCEMENT : PERSONNE DU CLIENT
      * (PRSLNK) DETENANT PLUS D'UNE POLICE ACTIVE.
       77  WS-TX-MULTI    PIC 99V99  VALUE 05.00.
       77  SOUSPROG-PLK   PIC X(8) VALUE 'PRSLNK'.
           COPY PRSZON.
      * JOUR DU PASSAGE ET MOIS CIBLE (JOUR AVANCE DE WS-AVE-JRS
      * JOURS, CALENDRIER EXACT).
       01  WS-DT-JOUR     PIC 9(8)   VALUE 0.
       77  WS-CIB-AA      PIC 9(4).
       77  WS-CIB-MM      PIC 99.
       77  WS-CIB-JJ      PIC 99.
       77  WS-K           PIC 9(3).
       77  WS-FIN-MOIS    PIC 99.
       77  WS-BIS-DIV     PIC 9(4).
       77  WS-BIS-R4      PIC 9(3).
       77  WS-BIS-R100    PIC 9(3).
       77  WS-BIS-R400    PIC 9(3).
       01  TABLE-JRS-MOIS.
           05 FILLER      PIC X(24) VALUE '312831303130313130313031'.
       01  JRS-MOIS-R REDEFINES TABLE-JRS-MOIS.
           05 JRS-MOIS    OCCURS 12 PIC 99.
      * ECHEANCE DE LA POLICE EN COURS.
       01  WS-DT-ECH      PIC 9(8)   VALUE 0.
       01  WS-DT-ECH-R REDEFINES WS-DT-ECH.
           05 WS-ECH-AA   PIC 9(4).
           05 WS-ECH-MM   PIC 99.
           05 WS-ECH-JJ   PIC 99.
       77  WS-AA-CAL      PIC 9(4).
       77  WS-MM-CAL      PIC 99.
       77  WS-JJ-CAL      PIC 99.
       01  WS-JRS-ECH     PIC S9(9)  COMP-3.
       01  WS-JRS-PERMIS  PIC S9(9)  COMP-3.
       01  WS-JRS-JEUNE   PIC S9(9)  COMP-3.
       77  WS-JEUNE-COND  PIC X      VALUE 'N'.
           88 JEUNE-CONDUCTEUR       VALUE 'O'.
      * TARIFICATION : MEMES REGLES QUE LE QUITTANCEMENT TPPRJ2.
       77  NB-VEH         PIC 99     VALUE 0.
       77  WS-G           PIC 9.
       77  WS-COEF        PIC 9V99.
       77  WS-TP-CHERCHE  PIC X.
       77  WS-DT-RETENUE  PIC 9(8)   VALUE 0.
       01  PRM-BASE       PIC 9(6)V99  COMP-3.
       01  WS-PRM-COEF    PIC 9(6)V99  COMP-3.
       01  WS-PRM-GAR     PIC 9(6)V99  COMP-3.
       01  MNT-BM         PIC 9(6)V99  COMP-3.
       01  TRTM-PRIM      PIC 9(6)V99  COMP-3.
       01  MNT-REMISE     PIC 9(5)V99  COMP-3.
       01  MNT-SURCH      PIC 9(5)V99  COMP-3.
       01  MNT-TAXE       PIC 9(5)V99  COMP-3.
       01  MNT-TTC        PIC 9(6)V99  COMP-3.
       77  PCT-TAUX       PIC 9V99.
       77  DISP-COEF      PIC 9,99.
       77  DISP-TAUX      PIC Z9.
       77  DISP-PRIM      PIC Z(5)9,99.
       77  DISP-PRM-VEH   PIC ZB999V,99.
       77  DISP-TX-GAR    PIC ZZ9,99.
       77  DISP-TX        PIC Z9,99.
       77  DISP-JRS       PIC ZZ9.
       01  DISP-ECH       PIC X(10).
       77  DISP-CPT       PIC ZZZZZ9.
       77  NB-AVIS        PIC 9(6)   VALUE 0.
       77  NB-DEJA        PIC 9(6)   VALUE 0.
       77  NB-ANNEE       PIC 9(6)   VALUE 0.
       77  NB-SUSPENS     PIC 9(6)   VALUE 0.
       77  NB-SANS-DATE   PIC 9(6)   VALUE 0.
       01  TOT-TTC        PIC 9(8)V99  VALUE 0.
       77  DISP-TOT       PIC Z(7)9,99.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ69'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           OPEN INPUT ASSUR
           PERFORM TEST-STAT-ASR
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           OPEN INPUT VEHIC
           IF WS-VEH = '00'
             MOVE 'O' TO WS-VEHIC-OUV
           END-IF
           OPEN INPUT CONDUC
           IF WS-CND = '00'
             MOVE 'O' TO WS-CONDUC-OUV
           END-IF
           OPEN I-O AVISECH
           IF WS-AVI = '35'
             OPEN OUTPUT AVISECH
             CLOSE AVISECH
             OPEN I-O AVISECH
           END-IF
           PERFORM TEST-STAT-AVI
           PERFORM CHARGER-PARAM
           MOVE 'V' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI TP-VHCL-TABLE
           MOVE 'G' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI GAR-TABLE
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           PERFORM CALCULER-MOIS-CIBLE
           PERFORM IMPRIME-ENTETE
           READ ASSUR
           PERFORM UNTIL WS-ASR = '10'
             PERFORM FILTRE-ECHEANCE
             READ ASSUR
           END-PERFORM
           PERFORM IMPRIME-PIED
           MOVE 'F' TO PLK-ACTION
           CALL SOUSPROG-PLK USING PLK-ZONE
           CLOSE ASSUR
           CLOSE AVISECH
           CLOSE LST
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
           END-IF
           IF WS-CONDUC-OUV = 'O'
             CLOSE CONDUC
           END-IF
           DISPLAY 'TPPRJ69 - AVIS D''ECHEANCE DU MOIS ' WS-CIB-MM
                   '/' WS-CIB-AA
           DISPLAY 'AVIS EMIS              : ' NB-AVIS
           DISPLAY 'POLICES DEJA AVISEES   : ' NB-DEJA
           MOVE NB-AVIS TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             IF PRM-AVE-JRS NUMERIC AND PRM-AVE-JRS > 0
               MOVE PRM-AVE-JRS TO WS-AVE-JRS
             END-IF
             IF PRM-CHATEL-JRS NUMERIC AND PRM-CHATEL-JRS > 0
               MOVE PRM-CHATEL-JRS TO WS-CHATEL-JRS
             END-IF
             IF PRM-TX-TAXE NUMERIC AND PRM-TX-TAXE > 0
               MOVE PRM-TX-TAXE TO WS-TX-TAXE
             END-IF
             IF PRM-TX-JEUNE NUMERIC AND PRM-TX-JEUNE > 0
               MOVE PRM-TX-JEUNE TO WS-TX-JEUNE
             END-IF
             IF PRM-TX-MULTI NUMERIC AND PRM-TX-MULTI > 0
               MOVE PRM-TX-MULTI TO WS-TX-MULTI
             END-IF
             IF PRM-ANS-JEUNE NUMERIC AND PRM-ANS-JEUNE > 0
               MOVE PRM-ANS-JEUNE TO WS-ANS-JEUNE
             END-IF
           END-IF
           .

      * LE JOUR DU PASSAGE EST AVANCE DE WS-AVE-JRS JOURS SUR LE
      * CALENDRIER REEL (ANNEES BISSEXTILES COMPRISES) ; SON MOIS
      * EST LE MOIS D'ECHEANCE AVISE.
       CALCULER-MOIS-CIBLE.
           MOVE WS-DT-JOUR(1:4) TO WS-CIB-AA
           MOVE WS-DT-JOUR(5:2) TO WS-CIB-MM
           MOVE WS-DT-JOUR(7:2) TO WS-CIB-JJ
           MOVE 0 TO WS-K
           PERFORM UNTIL WS-K >= WS-AVE-JRS
             PERFORM AVANCER-UN-JOUR
             ADD 1 TO WS-K
           END-PERFORM
           .

       AVANCER-UN-JOUR.
           MOVE WS-CIB-AA TO WS-AA-CAL
           MOVE WS-CIB-MM TO WS-MM-CAL
           PERFORM CALCULER-FIN-MOIS
           ADD 1 TO WS-CIB-JJ
           IF WS-CIB-JJ > WS-FIN-MOIS
             MOVE 1 TO WS-CIB-JJ
             ADD 1 TO WS-CIB-MM
             IF WS-CIB-MM > 12
               MOVE 1 TO WS-CIB-MM
               ADD 1 TO WS-CIB-AA
             END-IF
           END-IF
           .

      * DERNIER JOUR DU MOIS WS-MM-CAL DE L'ANNEE WS-AA-CAL.
       CALCULER-FIN-MOIS.
           MOVE JRS-MOIS(WS-MM-CAL) TO WS-FIN-MOIS
           IF WS-MM-CAL = 2
             DIVIDE WS-AA-CAL BY 4 GIVING WS-BIS-DIV
                    REMAINDER WS-BIS-R4
             DIVIDE WS-AA-CAL BY 100 GIVING WS-BIS-DIV
                    REMAINDER WS-BIS-R100
             DIVIDE WS-AA-CAL BY 400 GIVING WS-BIS-DIV
                    REMAINDER WS-BIS-R400
             IF WS-BIS-R400 = 0 OR
                (WS-BIS-R4 = 0 AND WS-BIS-R100 NOT = 0)
               MOVE 29 TO WS-FIN-MOIS
             END-IF
           END-IF
           .

       FILTRE-ECHEANCE.
           IF ASUR-DT-POL IS NOT NUMERIC OR ASUR-MM-POL = 0
              OR ASUR-MM-POL > 12 OR ASUR-JJ-POL = 0
             ADD 1 TO NB-SANS-DATE
           ELSE
             IF ASUR-MM-POL = WS-CIB-MM
               IF ASUR-AAAA-POL >= WS-CIB-AA
                 ADD 1 TO NB-ANNEE
               ELSE
                 IF ASUR-BM NOT = 'B' AND ASUR-BM NOT = 'M'
                   ADD 1 TO NB-SUSPENS
                 ELSE
                   PERFORM POSER-ECHEANCE
                   PERFORM AVISER-POLICE
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      * ECHEANCE = JOUR ANNIVERSAIRE DANS LE MOIS CIBLE, RAMENE AU
      * DERNIER JOUR DU MOIS S'IL N'Y EXISTE PAS (29 FEVRIER).
       POSER-ECHEANCE.
           MOVE WS-CIB-AA TO WS-ECH-AA
           MOVE WS-CIB-MM TO WS-ECH-MM
           MOVE WS-CIB-AA TO WS-AA-CAL
           MOVE WS-CIB-MM TO WS-MM-CAL
           PERFORM CALCULER-FIN-MOIS
           IF ASUR-JJ-POL > WS-FIN-MOIS
             MOVE WS-FIN-MOIS TO WS-ECH-JJ
           ELSE
             MOVE ASUR-JJ-POL TO WS-ECH-JJ
           END-IF
           COMPUTE WS-JRS-ECH = WS-ECH-AA * 360 + WS-ECH-MM * 30
                              + WS-ECH-JJ
           MOVE SPACE TO DISP-ECH
           STRING WS-ECH-JJ '/' WS-ECH-MM '/' WS-ECH-AA
                  DELIMITED BY SIZE INTO DISP-ECH
           .

       AVISER-POLICE.
           MOVE MATRICUL TO AVI-MATRICUL
           MOVE WS-DT-ECH TO AVI-DT-ECH
           READ AVISECH
             INVALID KEY
               PERFORM EDITER-AVIS
             NOT INVALID KEY
               ADD 1 TO NB-DEJA
           END-READ
           .

       EDITER-AVIS.
           MOVE ALL SPACE TO ELST
           MOVE ALL '=' TO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'AVIS D''ECHEANCE                     '
                  'MATRICULE ' MATRICUL '  AGENCE ' ASUR-AGC
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           STRING '                    ***  ' NOM-CLIENT '  ***'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING '                    ***  ' ASUR-ADRS '    ***'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING '                    ***  ' ASUR-CP '/' ASUR-VLL
                  '    ***'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           PERFORM ECRIRE-LST
           STRING 'VOTRE CONTRAT SERA RECONDUIT LE ' DISP-ECH
                  ' AUX CONDITIONS SUIVANTES :'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           PERFORM ECRIRE-LST
           PERFORM TARIFER-VEHICULES
           PERFORM CHIFFRER-PRIME
           PERFORM EDITER-RAPPEL-LEGAL
           PERFORM ENREGISTRER-AVIS
           .

      * PRIME DE BASE = SOMME DES PRIMES DES VEHICULES DE LA POLICE,
      * CHACUN DETAILLE AVEC SES GARANTIES. POLICE SANS VEHICULE :
      * PRIME DU MAITRE, COMME AU QUITTANCEMENT.
       TARIFER-VEHICULES.
           MOVE 0 TO NB-VEH
           MOVE 0 TO PRM-BASE
           MOVE 'N' TO WS-FIN-VEH
           IF WS-VEHIC-OUV NOT = 'O'
             MOVE 'O' TO WS-FIN-VEH
           ELSE
             MOVE MATRICUL TO VEH-MATRICUL
             MOVE 0 TO VEH-SEQ
             START VEHIC KEY IS NOT LESS THAN VEH-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-VEH
             END-START
           END-IF
           PERFORM UNTIL FIN-VEH
             READ VEHIC NEXT
               AT END MOVE 'O' TO WS-FIN-VEH
             END-READ
             IF NOT FIN-VEH
               IF VEH-MATRICUL NOT = MATRICUL
                 MOVE 'O' TO WS-FIN-VEH
               ELSE
                 PERFORM TARIFER-UN-VEHICULE
               END-IF
             END-IF
           END-PERFORM
           IF NB-VEH = 0
             MOVE ASUR-TP-VHCL TO WS-TP-CHERCHE
             PERFORM TROUVER-COEF
             MULTIPLY ASUR-PRM-BS BY WS-COEF
                      GIVING PRM-BASE ROUNDED
             MOVE WS-COEF TO DISP-COEF
             STRING 'VEHICULE TYPE ' ASUR-TP-VHCL
                    '  COEFFICIENT ' DISP-COEF
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

       TARIFER-UN-VEHICULE.
           ADD 1 TO NB-VEH
           MOVE VEH-TP-VHCL TO WS-TP-CHERCHE
           PERFORM TROUVER-COEF
           MOVE VEH-PRM-BS TO DISP-PRM-VEH
           MOVE WS-COEF TO DISP-COEF
           STRING 'VEHICULE ' VEH-SEQ ' TYPE ' VEH-TP-VHCL
                  ' ' VEH-IMMAT ' ' DISP-PRM-VEH ' COEF ' DISP-COEF
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF VEH-GAR(1) = SPACE
             MULTIPLY VEH-PRM-BS BY WS-COEF
                      GIVING WS-PRM-COEF ROUNDED
           ELSE
             MOVE 0 TO WS-PRM-COEF
             MOVE 1 TO WS-G
             PERFORM UNTIL WS-G > 5
               IF VEH-GAR(WS-G) NOT = SPACE
                 PERFORM TARIFER-GARANTIE
               END-IF
               ADD 1 TO WS-G
             END-PERFORM
           END-IF
           ADD WS-PRM-COEF TO PRM-BASE
           .

      * GARANTIE AU TAUX DU REFERENTIEL SUR LA PRIME DE BASE APRES
      * COEFFICIENT ; UN CODE INCONNU N'EST NI ANNONCE NI FACTURE.
       TARIFER-GARANTIE.
           SET IX-GAR TO 1
           SEARCH GAR-ENT
             AT END
               CONTINUE
             WHEN GT-CODE(IX-GAR) = VEH-GAR(WS-G)
               COMPUTE WS-PRM-GAR ROUNDED = VEH-PRM-BS * WS-COEF
                     * GT-TAUX(IX-GAR) / 100
               ADD WS-PRM-GAR TO WS-PRM-COEF
               MOVE GT-TAUX(IX-GAR) TO DISP-TX-GAR
               MOVE WS-PRM-GAR TO DISP-PRIM
               STRING '   GARANTIE ' GT-CODE(IX-GAR) ' '
                      GT-LIBELLE(IX-GAR) ' ' DISP-TX-GAR
                      '% ' DISP-PRIM
                      DELIMITED BY SIZE INTO ELST
               PERFORM ECRIRE-LST
           END-SEARCH
           .

      * COEFFICIENT DE LA CATEGORIE EN VIGUEUR A L'ECHEANCE : UNE
      * REVISION DEJA CHARGEE POUR CETTE DATE EST ANNONCEE.
       TROUVER-COEF.
           MOVE 1.00 TO WS-COEF
           MOVE 0 TO WS-DT-RETENUE
           SET IX-TPV TO 1
           PERFORM UNTIL IX-TPV > NB-TPV
             IF TV-CODE(IX-TPV) = WS-TP-CHERCHE
                AND TV-DT-EFF(IX-TPV) <= WS-DT-ECH
                AND TV-DT-EFF(IX-TPV) >= WS-DT-RETENUE
               MOVE TV-COEF(IX-TPV) TO WS-COEF
               MOVE TV-DT-EFF(IX-TPV) TO WS-DT-RETENUE
             END-IF
             SET IX-TPV UP BY 1
           END-PERFORM
           .

      * BONUS-MALUS, REMISE MULTI-CONTRATS, SURCHARGE JEUNE
      * CONDUCTEUR PUIS TAXE, DANS L'ORDRE DE LA QUITTANCE TPPRJ2.
       CHIFFRER-PRIME.
           MOVE PRM-BASE TO DISP-PRIM
           STRING 'PRIME DE BASE                 ' DISP-PRIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ASUR-TAUX TO DISP-TAUX
           DIVIDE ASUR-TAUX BY 100 GIVING PCT-TAUX
           MULTIPLY PRM-BASE BY PCT-TAUX GIVING MNT-BM
           MOVE MNT-BM TO DISP-PRIM
           IF ASUR-BM = 'B'
             SUBTRACT MNT-BM FROM PRM-BASE GIVING TRTM-PRIM
             STRING 'BONUS ' DISP-TAUX '% APPLICABLE       -'
                    DISP-PRIM
                    DELIMITED BY SIZE INTO ELST
           ELSE
             ADD MNT-BM TO PRM-BASE GIVING TRTM-PRIM
             STRING 'MALUS ' DISP-TAUX '% APPLICABLE       +'
                    DISP-PRIM
                    DELIMITED BY SIZE INTO ELST
           END-IF
           PERFORM ECRIRE-LST
           PERFORM CHERCHER-PERSONNE
           IF PLK-RC = 'O' AND PLK-NB-ACTIVES > 1
             COMPUTE MNT-REMISE ROUNDED
                   = TRTM-PRIM * WS-TX-MULTI / 100
             SUBTRACT MNT-REMISE FROM TRTM-PRIM
             MOVE WS-TX-MULTI TO DISP-TX
             MOVE MNT-REMISE TO DISP-PRIM
             STRING 'REMISE MULTI-CONTRATS ' DISP-TX '%     -'
                    DISP-PRIM
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           PERFORM CHERCHER-CONDUCTEURS
           IF JEUNE-CONDUCTEUR
             COMPUTE MNT-SURCH ROUNDED
                   = TRTM-PRIM * WS-TX-JEUNE / 100
             ADD MNT-SURCH TO TRTM-PRIM
             MOVE WS-TX-JEUNE TO DISP-TX
             MOVE MNT-SURCH TO DISP-PRIM
             STRING 'JEUNE CONDUCTEUR ' DISP-TX '%          +'
                    DISP-PRIM
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           COMPUTE MNT-TAXE ROUNDED = TRTM-PRIM * WS-TX-TAXE / 100
           COMPUTE MNT-TTC = TRTM-PRIM + MNT-TAXE
           MOVE WS-TX-TAXE TO DISP-TX
           MOVE MNT-TAXE TO DISP-PRIM
           STRING 'TAXE ASSURANCE ' DISP-TX '%            +'
                  DISP-PRIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING '                              ---------'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE MNT-TTC TO DISP-PRIM
           STRING 'PRIME ANNUELLE TTC            ' DISP-PRIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           PERFORM ECRIRE-LST
           ADD MNT-TTC TO TOT-TTC
           .

      * POLICES ACTIVES DE LA PERSONNE QUI DETIENT LA POLICE ; UNE
      * POLICE SANS PERSONNE N'A PAS DE REMISE.
       CHERCHER-PERSONNE.
           MOVE 'C' TO PLK-ACTION
           MOVE 'TPPRJ69' TO PLK-ORIG
           MOVE MATRICUL TO PLK-MATRICUL
           MOVE 0 TO PLK-NB-ACTIVES
           CALL SOUSPROG-PLK USING PLK-ZONE
           .

      * ANCIENNETE DE PERMIS JUGEE A LA DATE D'ECHEANCE (ANNEES DE
      * 360 JOURS, COMME AU QUITTANCEMENT).
       CHERCHER-CONDUCTEURS.
           MOVE 'N' TO WS-JEUNE-COND
           MOVE 'N' TO WS-FIN-CND
           COMPUTE WS-JRS-JEUNE = WS-ANS-JEUNE * 360
           IF WS-CONDUC-OUV NOT = 'O'
             MOVE 'O' TO WS-FIN-CND
           ELSE
             MOVE MATRICUL TO CND-MATRICUL
             MOVE 0 TO CND-SEQ
             START CONDUC KEY IS NOT LESS THAN CND-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-CND
             END-START
           END-IF
           PERFORM UNTIL FIN-CND
             READ CONDUC NEXT
               AT END MOVE 'O' TO WS-FIN-CND
             END-READ
             IF NOT FIN-CND
               IF CND-MATRICUL NOT = MATRICUL
                 MOVE 'O' TO WS-FIN-CND
               ELSE
                 IF CND-DT-PERMIS IS NUMERIC AND CND-DT-PERMIS > 0
                   MOVE CND-DT-PERMIS(5:4) TO WS-AA-CAL
                   MOVE CND-DT-PERMIS(3:2) TO WS-MM-CAL
                   MOVE CND-DT-PERMIS(1:2) TO WS-JJ-CAL
                   COMPUTE WS-JRS-PERMIS
                         = WS-AA-CAL * 360 + WS-MM-CAL * 30
                         + WS-JJ-CAL
                   IF WS-JRS-ECH - WS-JRS-PERMIS < WS-JRS-JEUNE
                     MOVE 'O' TO WS-JEUNE-COND
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      * RAPPEL DE L'ARTICLE L113-15-1 DU CODE DES ASSURANCES.
       EDITER-RAPPEL-LEGAL.
           MOVE WS-CHATEL-JRS TO DISP-JRS
           STRING 'VOUS POUVEZ REFUSER LA RECONDUCTION DE VOTRE '
                  'CONTRAT PAR LETTRE'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'OU ENVOI RECOMMANDE ELECTRONIQUE JUSQU''A LA '
                  'DATE D''ECHEANCE.'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'SI CET AVIS VOUS PARVIENT MOINS DE 15 JOURS '
                  'AVANT CETTE DATE OU'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'APRES ELLE, VOUS DISPOSEZ DE ' DISP-JRS
                  ' JOURS A COMPTER DE SON ENVOI POUR LE FAIRE'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING '(ARTICLE L113-15-1 DU CODE DES ASSURANCES).'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ENREGISTRER-AVIS.
           MOVE ALL SPACE TO EAVI
           MOVE MATRICUL TO AVI-MATRICUL
           MOVE WS-DT-ECH TO AVI-DT-ECH
           MOVE WS-DT-JOUR TO AVI-DT-ENV
           MOVE ASUR-AGC TO AVI-AGC
           MOVE ASUR-BM TO AVI-BM
           MOVE ASUR-TAUX TO AVI-TAUX
           MOVE NB-VEH TO AVI-NB-VEH
           MOVE TRTM-PRIM TO AVI-PRM-HT
           MOVE MNT-TAXE TO AVI-TAXE
           MOVE MNT-TTC TO AVI-PRM-TTC
           MOVE SPACE TO AVI-ST
           MOVE 0 TO AVI-DT-REFUS
           WRITE EAVI
           PERFORM TEST-STAT-AVI
           ADD 1 TO NB-AVIS
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API69   AVIS D''ECHEANCE DU MOIS ' WS-CIB-MM '/'
                  WS-CIB-AA '   ' DAT(1:10)
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE WS-AVE-JRS TO DISP-JRS
           STRING 'AVANCE ' DISP-JRS ' JOURS - DELAI DE REFUS '
                  'APRES ENVOI TARDIF '
                  DELIMITED BY SIZE INTO ELST
           MOVE WS-CHATEL-JRS TO DISP-JRS
           MOVE DISP-JRS TO ELST(63:3)
           MOVE 'JOURS' TO ELST(67:5)
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           MOVE ALL '-' TO ELST
           PERFORM ECRIRE-LST
           MOVE NB-AVIS TO DISP-CPT
           STRING 'AVIS EMIS ET ENREGISTRES        : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-TTC TO DISP-TOT
           STRING 'TOTAL DES PRIMES TTC ANNONCEES  : ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-DEJA TO DISP-CPT
           STRING 'POLICES DEJA AVISEES            : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-ANNEE TO DISP-CPT
           STRING 'POLICES DE L''ANNEE (SANS AVIS)  : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-SUSPENS TO DISP-CPT
           STRING 'POLICES SUSPENDUES OU BM ERRONE : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-SANS-DATE TO DISP-CPT
           STRING 'POLICES SANS DATE D''EFFET       : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           IF NB-SUSPENS > 0 OR NB-SANS-DATE > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-ASR.
           IF WS-ASR NOT = '00'
             DISPLAY 'ERREUR FICHIER ASSUR ' WS-ASR
             MOVE 16 TO RETURN-CODE
             MOVE WS-ASR TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-AVI.
           IF WS-AVI NOT = '00'
             DISPLAY 'ERREUR FICHIER AVIS D''ECHEANCE ' WS-AVI
             MOVE 16 TO RETURN-CODE
             MOVE WS-AVI TO WS-JEX-FS
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
