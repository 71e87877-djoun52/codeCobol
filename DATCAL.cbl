       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATCAL.
      ******************************
      *  DATCAL - CALCUL D'ECHEANCES SUR LE CALENDRIER REEL, LA OU
      *      L'ANNEE DE 360 JOURS DES PRORATAS NE CONVIENT PAS (DELAIS
      *      REGLEMENTAIRES DES RECLAMATIONS : TPPRJ81, TPPRJ82).
      *      LK-ACTION : 'O' AJOUTE LK-NB JOURS OUVRES A LK-DATE ; UN
      *                      JOUR OUVRE N'EST NI UN SAMEDI, NI UN
      *                      DIMANCHE, NI UN JOUR FERIE (FETES FIXES
      *                      ET LUNDI DE PAQUES, ASCENSION, LUNDI DE
      *                      PENTECOTE, CALCULES SUR L'ANNEE) ;
      *                  'M' AJOUTE LK-NB MOIS A LK-DATE, LE JOUR
      *                      ETANT RAMENE AU DERNIER DU MOIS S'IL LE
      *                      DEPASSE (31/12 + 2 MOIS = 28 OU 29/02).
      *      LK-DATE ET LK-DATE-RES SONT EN AAAAMMJJ ; LK-DATE N'EST
      *      PAS CONTROLEE, C'EST L'AFFAIRE DE DATECHK EN SAISIE.
      ******************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-AA          PIC 9(4).
       01  WS-MM          PIC 99.
       01  WS-JJ          PIC 99.
       01  WS-MMJJ        PIC 9(4).
       01  WS-DER-JOUR    PIC 99.
       01  WS-BISSEXTILE  PIC X      VALUE 'N'.
       01  WS-Q           PIC 9(5).
       01  WS-R           PIC 9(5).
       01  WS-R100        PIC 9(5).
       01  WS-R400        PIC 9(5).
       01  WS-MOIS-TOT    PIC 9(5).
       01  WS-RESTE       PIC 9(3).
       01  WS-N           PIC 99.
      * JOUR DE LA SEMAINE : 0 = DIMANCHE ... 6 = SAMEDI.
       01  WS-JSEM        PIC 9.
       01  WS-AN-CAL      PIC 9(4).
       01  WS-AN-4        PIC 9(4).
       01  WS-AN-100      PIC 9(4).
       01  WS-AN-400      PIC 9(4).
       01  WS-SOMME       PIC 9(5).
       01  TABLE-DECALAGE-MOIS.
           05 FILLER      PIC X(12) VALUE '032503514624'.
       01  DECALAGES REDEFINES TABLE-DECALAGE-MOIS.
           05 DEC-MOIS    PIC 9 OCCURS 12.
      * FETES FIXES EN MMJJ.
       01  TABLE-FERIES-FIXES.
           05 FILLER      PIC X(32)
                          VALUE '01010501050807140815110111111225'.
       01  FERIES-FIXES REDEFINES TABLE-FERIES-FIXES.
           05 FER-FIXE    PIC 9(4) OCCURS 8.
       01  WS-JOUR-OUVRE  PIC X      VALUE 'O'.
           88 JOUR-OUVRE             VALUE 'O'.
      * FETES MOBILES DE L'ANNEE WS-FER-AA, EN MMJJ.
       01  WS-FER-AA      PIC 9(4)   VALUE 0.
       01  WS-FER-LUNPAQ  PIC 9(4)   VALUE 0.
       01  WS-FER-ASC     PIC 9(4)   VALUE 0.
       01  WS-FER-PENT    PIC 9(4)   VALUE 0.
      * CALCUL DE PAQUES (ALGORITHME GREGORIEN ANONYME).
       01  WS-SAUVE-DATE.
           05 WS-SAUVE-AA PIC 9(4).
           05 WS-SAUVE-MM PIC 99.
           05 WS-SAUVE-JJ PIC 99.
       01  WS-SAUVE-JSEM  PIC 9.
       01  PQ-A           PIC S9(5).
       01  PQ-B           PIC S9(5).
       01  PQ-C           PIC S9(5).
       01  PQ-D           PIC S9(5).
       01  PQ-E           PIC S9(5).
       01  PQ-F           PIC S9(5).
       01  PQ-G           PIC S9(5).
       01  PQ-H           PIC S9(5).
       01  PQ-I           PIC S9(5).
       01  PQ-K           PIC S9(5).
       01  PQ-L           PIC S9(5).
       01  PQ-M           PIC S9(5).
       01  PQ-X           PIC S9(5).
       01  PQ-Q           PIC S9(5).
       LINKAGE SECTION.
       01  LK-ACTION      PIC X.
       01  LK-DATE        PIC 9(8).
       01  LK-NB          PIC 9(3).
       01  LK-DATE-RES    PIC 9(8).
       PROCEDURE DIVISION USING LK-ACTION LK-DATE LK-NB LK-DATE-RES.
           MOVE LK-DATE(1:4) TO WS-AA
           MOVE LK-DATE(5:2) TO WS-MM
           MOVE LK-DATE(7:2) TO WS-JJ
           IF LK-ACTION = 'M'
             PERFORM AJOUTER-MOIS
           ELSE
             PERFORM AJOUTER-JOURS-OUVRES
           END-IF
           MOVE WS-AA TO LK-DATE-RES(1:4)
           MOVE WS-MM TO LK-DATE-RES(5:2)
           MOVE WS-JJ TO LK-DATE-RES(7:2)
           GOBACK
           .

       AJOUTER-MOIS.
           COMPUTE WS-MOIS-TOT = WS-MM + LK-NB - 1
           DIVIDE WS-MOIS-TOT BY 12 GIVING WS-Q REMAINDER WS-R
           ADD WS-Q TO WS-AA
           COMPUTE WS-MM = WS-R + 1
           PERFORM DERNIER-JOUR-MOIS
           IF WS-JJ > WS-DER-JOUR
             MOVE WS-DER-JOUR TO WS-JJ
           END-IF
           .

      * LE JOUR DE DEPART NE COMPTE PAS : ON AVANCE D'UN JOUR
      * CALENDAIRE A LA FOIS ET ON DECOMPTE LES SEULS JOURS OUVRES.
       AJOUTER-JOURS-OUVRES.
           PERFORM CALCULER-JOUR-SEMAINE
           PERFORM CALCULER-FERIES-MOBILES
           MOVE LK-NB TO WS-RESTE
           PERFORM UNTIL WS-RESTE = 0
             PERFORM AVANCER-UN-JOUR
             IF WS-AA NOT = WS-FER-AA
               PERFORM CALCULER-FERIES-MOBILES
             END-IF
             PERFORM TESTER-JOUR-OUVRE
             IF JOUR-OUVRE
               SUBTRACT 1 FROM WS-RESTE
             END-IF
           END-PERFORM
           .

       TESTER-JOUR-OUVRE.
           MOVE 'O' TO WS-JOUR-OUVRE
           COMPUTE WS-MMJJ = WS-MM * 100 + WS-JJ
           IF WS-JSEM = 0 OR WS-JSEM = 6
             MOVE 'N' TO WS-JOUR-OUVRE
           END-IF
           IF WS-MMJJ = WS-FER-LUNPAQ OR WS-MMJJ = WS-FER-ASC
              OR WS-MMJJ = WS-FER-PENT
             MOVE 'N' TO WS-JOUR-OUVRE
           END-IF
           MOVE 1 TO WS-N
           PERFORM UNTIL WS-N > 8
             IF WS-MMJJ = FER-FIXE(WS-N)
               MOVE 'N' TO WS-JOUR-OUVRE
             END-IF
             ADD 1 TO WS-N
           END-PERFORM
           .

       AVANCER-UN-JOUR.
           ADD 1 TO WS-JJ
           PERFORM DERNIER-JOUR-MOIS
           IF WS-JJ > WS-DER-JOUR
             MOVE 1 TO WS-JJ
             ADD 1 TO WS-MM
             IF WS-MM > 12
               MOVE 1 TO WS-MM
               ADD 1 TO WS-AA
             END-IF
           END-IF
           ADD 1 TO WS-JSEM
           IF WS-JSEM > 6
             MOVE 0 TO WS-JSEM
           END-IF
           .

       DERNIER-JOUR-MOIS.
           EVALUATE WS-MM
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30 TO WS-DER-JOUR
             WHEN 02
               PERFORM TESTER-BISSEXTILE
               IF WS-BISSEXTILE = 'O'
                 MOVE 29 TO WS-DER-JOUR
               ELSE
                 MOVE 28 TO WS-DER-JOUR
               END-IF
             WHEN OTHER
               MOVE 31 TO WS-DER-JOUR
           END-EVALUATE
           .

       TESTER-BISSEXTILE.
           MOVE 'N' TO WS-BISSEXTILE
           DIVIDE WS-AA BY 4 GIVING WS-Q REMAINDER WS-R
           DIVIDE WS-AA BY 100 GIVING WS-Q REMAINDER WS-R100
           DIVIDE WS-AA BY 400 GIVING WS-Q REMAINDER WS-R400
           IF WS-R = 0 AND (WS-R100 NOT = 0 OR WS-R400 = 0)
             MOVE 'O' TO WS-BISSEXTILE
           END-IF
           .

      * FORMULE DE SAKAMOTO : (A + A/4 - A/100 + A/400 + DECALAGE DU
      * MOIS + JOUR) MODULO 7, L'ANNEE COMPTANT DE MARS A FEVRIER.
       CALCULER-JOUR-SEMAINE.
           MOVE WS-AA TO WS-AN-CAL
           IF WS-MM < 3
             SUBTRACT 1 FROM WS-AN-CAL
           END-IF
           DIVIDE WS-AN-CAL BY 4 GIVING WS-AN-4
           DIVIDE WS-AN-CAL BY 100 GIVING WS-AN-100
           DIVIDE WS-AN-CAL BY 400 GIVING WS-AN-400
           COMPUTE WS-SOMME = WS-AN-CAL + WS-AN-4 - WS-AN-100
                            + WS-AN-400 + DEC-MOIS(WS-MM) + WS-JJ
           DIVIDE WS-SOMME BY 7 GIVING WS-Q REMAINDER WS-R
           MOVE WS-R TO WS-JSEM
           .

      * PAQUES DE L'ANNEE WS-AA, PUIS LUNDI DE PAQUES (+1),
      * ASCENSION (+39) ET LUNDI DE PENTECOTE (+50) EN AVANCANT LE
      * CALENDRIER ; LA DATE COURANTE EST SAUVEE ET RESTITUEE.
       CALCULER-FERIES-MOBILES.
           MOVE WS-AA TO WS-SAUVE-AA
           MOVE WS-MM TO WS-SAUVE-MM
           MOVE WS-JJ TO WS-SAUVE-JJ
           MOVE WS-JSEM TO WS-SAUVE-JSEM
           MOVE WS-AA TO WS-FER-AA
           DIVIDE WS-AA BY 19 GIVING PQ-Q REMAINDER PQ-A
           DIVIDE WS-AA BY 100 GIVING PQ-B REMAINDER PQ-C
           DIVIDE PQ-B BY 4 GIVING PQ-D REMAINDER PQ-E
           COMPUTE PQ-X = PQ-B + 8
           DIVIDE PQ-X BY 25 GIVING PQ-F
           COMPUTE PQ-X = PQ-B - PQ-F + 1
           DIVIDE PQ-X BY 3 GIVING PQ-G
           COMPUTE PQ-X = 19 * PQ-A + PQ-B - PQ-D - PQ-G + 15
           DIVIDE PQ-X BY 30 GIVING PQ-Q REMAINDER PQ-H
           DIVIDE PQ-C BY 4 GIVING PQ-I REMAINDER PQ-K
           COMPUTE PQ-X = 32 + 2 * PQ-E + 2 * PQ-I - PQ-H - PQ-K
           DIVIDE PQ-X BY 7 GIVING PQ-Q REMAINDER PQ-L
           COMPUTE PQ-X = PQ-A + 11 * PQ-H + 22 * PQ-L
           DIVIDE PQ-X BY 451 GIVING PQ-M
           COMPUTE PQ-X = PQ-H + PQ-L - 7 * PQ-M + 114
           DIVIDE PQ-X BY 31 GIVING PQ-Q REMAINDER PQ-I
           MOVE PQ-Q TO WS-MM
           COMPUTE WS-JJ = PQ-I + 1
           MOVE 0 TO WS-JSEM
           PERFORM AVANCER-UN-JOUR
           COMPUTE WS-FER-LUNPAQ = WS-MM * 100 + WS-JJ
           MOVE 1 TO WS-N
           PERFORM UNTIL WS-N > 38
             PERFORM AVANCER-UN-JOUR
             ADD 1 TO WS-N
           END-PERFORM
           COMPUTE WS-FER-ASC = WS-MM * 100 + WS-JJ
           MOVE 1 TO WS-N
           PERFORM UNTIL WS-N > 11
             PERFORM AVANCER-UN-JOUR
             ADD 1 TO WS-N
           END-PERFORM
           COMPUTE WS-FER-PENT = WS-MM * 100 + WS-JJ
           MOVE WS-SAUVE-AA TO WS-AA
           MOVE WS-SAUVE-MM TO WS-MM
           MOVE WS-SAUVE-JJ TO WS-JJ
           MOVE WS-SAUVE-JSEM TO WS-JSEM
           .
