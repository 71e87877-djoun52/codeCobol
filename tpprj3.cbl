       01  CPT-L          PIC 9(06)  VALUE 00.
       01  NB-SUCC        PIC 9(06)  VALUE 00.
       01  NB-ERR         PIC 9(06)  VALUE 00.
       01  CPT-E0         PIC 9(06)  VALUE 00.
       01  CPT-E1         PIC 9(06)  VALUE 00.
       01  CPT-E2         PIC 9(06)  VALUE 00.
       01  CPT-E3         PIC 9(06)  VALUE 00.
       01  CPT-E4         PIC 9(06)  VALUE 00.
       01  CPT-E6         PIC 9(06)  VALUE 00.
       01  CPT-E7         PIC 9(06)  VALUE 00.
       01  CPT-E8         PIC 9(06)  VALUE 00.
       01  CPT-EMI        PIC 9(06)  VALUE 00.
       01  CPT-ECI        PIC 9(06)  VALUE 00.
       01  CPT-EDBL       PIC 9(06)  VALUE 00.
           05  VUS-ENT OCCURS 500.
               10 VUS-MAT     PIC 9(6).
               10 VUS-CDE     PIC 9.
               10 VUS-NO      PIC 99.
       77  WS-NO-DUP      PIC 99      VALUE 0.
       77  WS-SUCC-AVANT  PIC 9(06)   VALUE 0.
      * CREATION (CODE 0) LA PLUS RECENTE DU LOT : 'O' SI ELLE A
      * ETE ACCEPTEE. UN CODE 7 OU 8 A MATRICULE 000000 NE VAUT
      * QUE DERRIERE UNE CREATION ACCEPTEE.
       77  WS-CRE-OK      PIC X       VALUE 'N'.
       01  DIS-RES2       PIC ZZZZZ9.
      * SOUS-TOTAUX PAR AGENCE EMETTRICE (AGC-MVT) : VOLUMES LUS ET
      * MOUVEMENTS ERRONES, REPRIS DANS LA STATISTIQUE DE FIN. LA
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
       COPY PARMREC.
       COPY GARTAB.
       77  SOUSPROG-DATE  PIC X(8) VALUE 'DATECHK'.
       77  WS-COD-ERR     PIC 9.
       77  SOUSPROG-IMM   PIC X(8) VALUE 'IMMCHK'.
       77  WS-IMM-ACTION  PIC X.
       01  WS-ZONE-IMM    PIC X(17).
       77  WS-IMM-ERR     PIC 9.
       77  WS-JJ          PIC 99.
       77  WS-MM          PIC 99.
       77  WS-AA          PIC 9(4).
       01  WS-ZONE-DT     PIC X(8).
       01  WS-ZONE-DT-R REDEFINES WS-ZONE-DT.
           05 WS-DT-JJ     PIC 99.
           05 WS-DT-MM     PIC 99.
           05 WS-DT-AAAA   PIC 9(4).
       77  WS-DT-KO       PIC X      VALUE 'N'.
       01  WS-CLE-DT      PIC 9(8)   VALUE 0.
       01  WS-CLE-NAIS    PIC 9(8)   VALUE 0.
       01  WS-CLE-JOUR    PIC 9(8)   VALUE 0.
       77  WS-GAR-KO      PIC X      VALUE 'N'.
       77  WS-G           PIC 99     VALUE 0.
       77  WS-G2          PIC 99     VALUE 0.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ3'.
       77  WS-JEX-EVT     PIC X(8) VALUE SPACE.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.
      * OPERATEUR DU LANCEMENT (OPECHK), PORTE SUR CHAQUE
      * ECRITURE DE JOURNAL : BATCH QUAND PERSONNE N'EST SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'Q'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ3'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           CALL SOUSPROG-TBL USING WS-TBL-QUOI TP-VHCL-TABLE
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           MOVE 'G' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI GAR-TABLE
           MOVE DAT(7:4) TO WS-CLE-JOUR(1:4)
           MOVE DAT(4:2) TO WS-CLE-JOUR(5:2)
           MOVE DAT(1:2) TO WS-CLE-JOUR(7:2)
           PERFORM TRT-RESP
           PERFORM CREA-TABL-STAT
           PERFORM ECRIRE-CTL
           .
       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           PERFORM IDENTIFIER-OPERATEUR
           CALL SOUSPROG2 USING TIM 
           MOVE 'API3' TO LGN-DEB1(1:4) LGN-DEB3(1:4)
           MOVE 'LISTE DE CONTROLE DU FICHIER MVT' TO LGN-DEB1(14:32)
               PERFORM ECRIRE-RESPD
             ELSE
             EVALUATE CDE-MVT
              WHEN '0'
                PERFORM CONTROLER-MVT-CRE
              WHEN '1'
                IF SGN NOT = '+' AND SGN NOT = '-' THEN
                   ADD 1 TO CPT-E1
                  PERFORM ECRIRE-RESPD
                  PERFORM ECRIRE-MAJ
                END-IF
              WHEN '7'
                PERFORM CONTROLER-MVT-VEH
              WHEN '8'
                PERFORM CONTROLER-MVT-CND
              WHEN OTHER
                ADD 1 TO CPT-ECI
                STRING EMVT(1:42) ' 2. CODE MOUVEMENT INCONNU'
             IF NB-SUCC = WS-SUCC-AVANT
               PERFORM COMPTER-AGC-ERR
             END-IF
             IF CDE-MVT = 0
               IF NB-SUCC = WS-SUCC-AVANT
                 MOVE 'N' TO WS-CRE-OK
               ELSE
                 MOVE 'O' TO WS-CRE-OK
               END-IF
             END-IF
             STRING INTERLIGNE DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-RESP
             DIVIDE CPT-L BY WS-FRQ-CKPT
      * CLE DU MATRICULE (MATCHK) : BLOQUANTE SEULEMENT QUAND LE
      * PARAMETRE PRM-CTL-CLE EST A 'O' - LE TEMPS QUE LE STOCK DES
      * ANCIENS MATRICULES SOIT CONVERTI A L'ALLOCATION CENTRALE.
      * UNE CREATION (CODE 0) PORTE UN NUMERO DE PROPOSITION SANS
      * CLE : LE MATRICULE N'EST ATTRIBUE QUE PAR TPPRJ6.
       CONTROLER-CLE-MAT.
           MOVE 'N' TO WS-CLE-KO
           IF WS-CTL-CLE = 'O' AND CDE-MVT NOT = 0
             MOVE EMVT(1:6) TO WS-MAT-ZONE
             MOVE 'V' TO WS-MAT-ACTION
             CALL SOUSPROG-MAT USING WS-MAT-ACTION WS-MAT-ZONE
           END-IF
           .

      * CREATION D'UNE POLICE (CODE 0) : LE DOSSIER EASR COMPLET EST
      * JUGE PAR LES MEMES CONTROLES QUE LA MAINTENANCE TPPRJ8
      * (FLDCHK POUR TYPE, PRIME, CODE POSTAL, BONUS-MALUS ET TAUX,
      * CPVILLE POUR LA PAIRE CP/VILLE). LA DATE D'EFFET DE LA
      * POLICE PASSE PAR DATECHK ; UNE DATE FUTURE EST ADMISE.
       CONTROLER-MVT-CRE.
           IF MATRICUL = 0
             MOVE 1 TO ERR
             ADD 1 TO CPT-E0
             STRING EMVT(1:42) ' 53. NUMERO DE PROPOSITION INVALIDE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF NOM-CRE = SPACE
             MOVE 1 TO ERR
             ADD 1 TO CPT-E0
             STRING EMVT(1:42) ' 54. NOM CLIENT NON RENSEIGNE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           MOVE 3 TO WS-CTL-CODE
           MOVE CP-CRE TO WS-COM-CP
           MOVE WS-COM-CP TO WS-ZONE-CTL
           CALL SOUSPROG-CTL USING WS-CTL-CODE WS-ZONE-CTL
                WS-PRM-MAX WS-CTL-ERR
           IF WS-CTL-ERR NOT = 0
             MOVE 1 TO ERR
             ADD 1 TO CPT-E0
             STRING EMVT(1:42) ' 55. CODE POSTAL INVALIDE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           ELSE
             MOVE 'A' TO WS-COM-ETAT
             IF VLL-CRE NOT = SPACE
               MOVE VLL-CRE TO WS-COM-VLL
               CALL SOUSPROG-COM USING WS-COM-CP WS-COM-VLL
                    WS-COM-ETAT
             END-IF
             IF WS-COM-ETAT = 'N'
               MOVE 1 TO ERR
               ADD 1 TO CPT-E0
               STRING EMVT(1:42) ' 56. CP ET VILLE INCOHERENTS'
                      DELIMITED BY SIZE INTO ERESP
               PERFORM ECRIRE-HIST
               PERFORM ECRIRE-RESP
               PERFORM ECRIRE-RESPD
             END-IF
           END-IF
           MOVE 1 TO WS-CTL-CODE
           MOVE TPE-CRE TO WS-ZONE-CTL
           CALL SOUSPROG-CTL USING WS-CTL-CODE WS-ZONE-CTL
                WS-PRM-MAX WS-CTL-ERR
           IF WS-CTL-ERR NOT = 0
             MOVE 1 TO ERR
             ADD 1 TO CPT-E0
             STRING EMVT(1:42) ' 57. TYPE DE VEHICULE INVALIDE : '
                    TPE-CRE
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           MOVE 2 TO WS-CTL-CODE
           MOVE CODE0(57:6) TO WS-ZONE-CTL
           CALL SOUSPROG-CTL USING WS-CTL-CODE WS-ZONE-CTL
                WS-PRM-MAX WS-CTL-ERR
           IF WS-CTL-ERR = 09
             MOVE 1 TO ERR
             ADD 1 TO CPT-E0
             STRING EMVT(1:42) ' 58. PRIME NON NUMERIQUE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF WS-CTL-ERR = 10
             MOVE 1 TO ERR
             ADD 1 TO CPT-E0
             STRING EMVT(1:42) ' 59. PRIME NULLE OU EXCESSIVE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           MOVE 4 TO WS-CTL-CODE
           MOVE BM-CRE TO WS-ZONE-CTL
           CALL SOUSPROG-CTL USING WS-CTL-CODE WS-ZONE-CTL
                WS-PRM-MAX WS-CTL-ERR
           IF WS-CTL-ERR NOT = 0
             MOVE 1 TO ERR
             ADD 1 TO CPT-E0
             STRING EMVT(1:42) ' 60. BONUS-MALUS AUTRE QUE B/M'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           MOVE 5 TO WS-CTL-CODE
           MOVE TAUX-CRE TO WS-ZONE-CTL
           CALL SOUSPROG-CTL USING WS-CTL-CODE WS-ZONE-CTL
                WS-PRM-MAX WS-CTL-ERR
           IF WS-CTL-ERR NOT = 0
             MOVE 1 TO ERR
             ADD 1 TO CPT-E0
             STRING EMVT(1:42) ' 61. TAUX NON NUMERIQUE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           MOVE DT-POL-CRE TO WS-ZONE-DT
           PERFORM CONTROLER-DATE-MVT
           IF WS-DT-KO = 'O'
             MOVE 1 TO ERR
             ADD 1 TO CPT-E0
             STRING EMVT(1:42) ' 62. DATE D''EFFET POLICE INVALIDE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF ERR = 0
             ADD 1 TO NB-SUCC
             STRING EMVT(1:42) ' MOUVEMENT CORRECT - CREATION'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
             PERFORM ECRIRE-MAJ
           END-IF
           .

      * AJOUT OU SUPPRESSION D'UN VEHICULE (CODE 7) : MEMES REGLES
      * QUE LA MAINTENANCE TPPRJ32. A L'AJOUT, TYPE CONNU DE LA
      * TABLE TYPVEH ET PRIME BORNEE PAR LE PLAFOND PARAM (FLDCHK),
      * IMMATRICULATION ET VIN PAR IMMCHK (RENDUS NORMALISES SUR LE
      * MOUVEMENT VALIDE), 1ERE MISE EN CIRCULATION PAR DATECHK ET
      * JAMAIS DANS LE FUTUR, GARANTIES CONNUES DU REFERENTIEL ET
      * SANS DOUBLON. UNE SUPPRESSION NE DEMANDE QUE LE NUMERO
      * D'ORDRE : L'EXISTENCE DU VEHICULE EST JUGEE PAR TPPRJ6.
       CONTROLER-MVT-VEH.
           IF MATRICUL = 0 AND WS-CRE-OK NOT = 'O'
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 63. AUCUNE CREATION VALIDE EN AMONT'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF ACT-VEH NOT = 'A' AND ACT-VEH NOT = 'S'
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 37. ACTION VEHICULE AUTRE QUE A/S'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF NO-VEH IS NOT NUMERIC OR NO-VEH = 0
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 38. NUMERO DE VEHICULE INVALIDE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF ACT-VEH = 'A'
             PERFORM CONTROLER-AJOUT-VEH
           END-IF
           IF ERR = 0
             ADD 1 TO NB-SUCC
             STRING EMVT(1:42) ' MOUVEMENT CORRECT - VEHICULE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
             PERFORM ECRIRE-MAJ
           END-IF
           .

       CONTROLER-AJOUT-VEH.
           MOVE 1 TO WS-CTL-CODE
           MOVE TPE-VEH TO WS-ZONE-CTL
           CALL SOUSPROG-CTL USING WS-CTL-CODE WS-ZONE-CTL
                WS-PRM-MAX WS-CTL-ERR
           IF WS-CTL-ERR NOT = 0
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 39. TYPE DE VEHICULE INVALIDE : '
                    TPE-VEH
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           MOVE 2 TO WS-CTL-CODE
           MOVE PRM-VEH(1:6) TO WS-ZONE-CTL
           CALL SOUSPROG-CTL USING WS-CTL-CODE WS-ZONE-CTL
                WS-PRM-MAX WS-CTL-ERR
           IF WS-CTL-ERR = 09
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 40. PRIME VEHICULE NON NUMERIQUE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF WS-CTL-ERR = 10
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 41. PRIME NULLE OU EXCESSIVE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           MOVE 'I' TO WS-IMM-ACTION
           MOVE IMM-VEH TO WS-ZONE-IMM
           CALL SOUSPROG-IMM USING WS-IMM-ACTION WS-ZONE-IMM
                WS-IMM-ERR
           IF WS-IMM-ERR NOT = 0
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 42. IMMATRICULATION INVALIDE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           ELSE
             MOVE WS-ZONE-IMM TO IMM-VEH
           END-IF
           MOVE 'V' TO WS-IMM-ACTION
           MOVE VIN-VEH TO WS-ZONE-IMM
           CALL SOUSPROG-IMM USING WS-IMM-ACTION WS-ZONE-IMM
                WS-IMM-ERR
           IF WS-IMM-ERR NOT = 0
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 43. NUMERO VIN INVALIDE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           ELSE
             MOVE WS-ZONE-IMM TO VIN-VEH
           END-IF
           MOVE DT-MEC TO WS-ZONE-DT
           PERFORM CONTROLER-DATE-MVT
           IF WS-DT-KO = 'O'
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 44. DATE 1ERE CIRCULATION INVALIDE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF WS-DT-KO = 'F'
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 45. DATE 1ERE CIRCULATION FUTURE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           PERFORM CONTROLER-GAR-VEH
           IF WS-GAR-KO = 'O'
             MOVE 1 TO ERR
             ADD 1 TO CPT-E7
             STRING EMVT(1:42) ' 46. GARANTIE INCONNUE OU EN DOUBLE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           .

      * LES GARANTIES SAISIES SUR LE MOUVEMENT SONT FACULTATIVES ;
      * CHAQUE CODE RENSEIGNE DOIT FIGURER AU REFERENTIEL GARANT ET
      * NE PAS ETRE REPETE.
       CONTROLER-GAR-VEH.
           MOVE 'N' TO WS-GAR-KO
           MOVE 1 TO WS-G
           PERFORM UNTIL WS-G > 5
             IF GAR-VEH(WS-G) NOT = SPACE
               SET IX-GAR TO 1
               SEARCH GAR-ENT
                 AT END
                   MOVE 'O' TO WS-GAR-KO
                 WHEN GT-CODE(IX-GAR) = GAR-VEH(WS-G)
                   CONTINUE
               END-SEARCH
               MOVE 1 TO WS-G2
               PERFORM UNTIL WS-G2 >= WS-G
                 IF GAR-VEH(WS-G2) = GAR-VEH(WS-G)
                   MOVE 'O' TO WS-GAR-KO
                 END-IF
                 ADD 1 TO WS-G2
               END-PERFORM
             END-IF
             ADD 1 TO WS-G
           END-PERFORM
           .

      * AJOUT OU SUPPRESSION D'UN CONDUCTEUR NOMME (CODE 8) : MEMES
      * REGLES QUE LA MAINTENANCE TPPRJ45. A L'AJOUT, NOM
      * RENSEIGNE, DATES DE NAISSANCE ET DE PERMIS VALIDES AU SENS
      * DE DATECHK, PERMIS NON ANTERIEUR A LA NAISSANCE. UNE
      * SUPPRESSION NE DEMANDE QUE LE NUMERO D'ORDRE.
       CONTROLER-MVT-CND.
           IF MATRICUL = 0 AND WS-CRE-OK NOT = 'O'
             MOVE 1 TO ERR
             ADD 1 TO CPT-E8
             STRING EMVT(1:42) ' 63. AUCUNE CREATION VALIDE EN AMONT'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF ACT-CND NOT = 'A' AND ACT-CND NOT = 'S'
             MOVE 1 TO ERR
             ADD 1 TO CPT-E8
             STRING EMVT(1:42) ' 47. ACTION CONDUCTEUR AUTRE QUE A/S'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF NO-CND IS NOT NUMERIC OR NO-CND = 0
             MOVE 1 TO ERR
             ADD 1 TO CPT-E8
             STRING EMVT(1:42) ' 48. NUMERO DE CONDUCTEUR INVALIDE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           IF ACT-CND = 'A'
             PERFORM CONTROLER-AJOUT-CND
           END-IF
           IF ERR = 0
             ADD 1 TO NB-SUCC
             STRING EMVT(1:42) ' MOUVEMENT CORRECT - CONDUCTEUR'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
             PERFORM ECRIRE-MAJ
           END-IF
           .

       CONTROLER-AJOUT-CND.
           IF NOM-CND = SPACE
             MOVE 1 TO ERR
             ADD 1 TO CPT-E8
             STRING EMVT(1:42) ' 49. NOM CONDUCTEUR NON RENSEIGNE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           MOVE DT-NAIS-CND TO WS-ZONE-DT
           PERFORM CONTROLER-DATE-MVT
           MOVE WS-CLE-DT TO WS-CLE-NAIS
           IF WS-DT-KO NOT = 'N'
             MOVE 1 TO ERR
             ADD 1 TO CPT-E8
             STRING EMVT(1:42) ' 50. DATE DE NAISSANCE INVALIDE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           END-IF
           MOVE DT-PMS-CND TO WS-ZONE-DT
           PERFORM CONTROLER-DATE-MVT
           IF WS-DT-KO NOT = 'N'
             MOVE 1 TO ERR
             ADD 1 TO CPT-E8
             STRING EMVT(1:42) ' 51. DATE DE PERMIS INVALIDE'
                    DELIMITED BY SIZE INTO ERESP
             PERFORM ECRIRE-HIST
             PERFORM ECRIRE-RESP
             PERFORM ECRIRE-RESPD
           ELSE
             IF WS-CLE-DT < WS-CLE-NAIS
               MOVE 1 TO ERR
               ADD 1 TO CPT-E8
               STRING EMVT(1:42) ' 52. PERMIS ANTERIEUR A LA NAISSANCE'
                      DELIMITED BY SIZE INTO ERESP
               PERFORM ECRIRE-HIST
               PERFORM ECRIRE-RESP
               PERFORM ECRIRE-RESPD
             END-IF
           END-IF
           .

      * DATE JJMMAAAA D'UN MOUVEMENT VEHICULE OU CONDUCTEUR, JUGEE
      * PAR DATECHK PUIS COMPAREE AU JOUR : WS-DT-KO A 'N' SI
      * VALIDE, 'O' SI ILLISIBLE OU INVALIDE, 'F' SI FUTURE ;
      * WS-CLE-DT REND LA DATE EN AAAAMMJJ.
       CONTROLER-DATE-MVT.
           MOVE 'N' TO WS-DT-KO
           MOVE 0 TO WS-CLE-DT
           IF WS-ZONE-DT IS NOT NUMERIC
             MOVE 'O' TO WS-DT-KO
           ELSE
             MOVE WS-DT-JJ TO WS-JJ
             MOVE WS-DT-MM TO WS-MM
             MOVE WS-DT-AAAA TO WS-AA
             CALL SOUSPROG-DATE USING WS-JJ WS-MM WS-AA WS-COD-ERR
             IF WS-COD-ERR NOT = 0
               MOVE 'O' TO WS-DT-KO
             ELSE
               MOVE WS-DT-AAAA TO WS-CLE-DT(1:4)
               MOVE WS-DT-MM TO WS-CLE-DT(5:2)
               MOVE WS-DT-JJ TO WS-CLE-DT(7:2)
               IF WS-CLE-DT > WS-CLE-JOUR
                 MOVE 'F' TO WS-DT-KO
               END-IF
             END-IF
           END-IF
           .

      * DEUX VEHICULES (CODE 7) OU DEUX CONDUCTEURS (CODE 8)
      * DIFFERENTS D'UNE MEME POLICE NE SONT PAS DES DOUBLONS : LE
      * NUMERO D'ORDRE ENTRE DANS LA CLE DU CONTROLE. UN VEHICULE
      * OU UN CONDUCTEUR A MATRICULE 000000 SUIT SA CREATION ET
      * N'EST PAS RAPPROCHE DE CEUX DES AUTRES CREATIONS DU LOT.
       CONTROLE-DOUBLON.
           MOVE 'N' TO WS-DUP-TROUVE
           IF MATRICUL NOT = 0
             PERFORM CHERCHER-DOUBLON
           END-IF
           .

       CHERCHER-DOUBLON.
           MOVE 0 TO WS-NO-DUP
           IF CDE-MVT = 7 AND NO-VEH IS NUMERIC
             MOVE NO-VEH TO WS-NO-DUP
           END-IF
           IF CDE-MVT = 8 AND NO-CND IS NUMERIC
             MOVE NO-CND TO WS-NO-DUP
           END-IF
           MOVE 1 TO IX-DUP
           PERFORM UNTIL IX-DUP > NB-VUS OR DUP-TROUVE
             IF VUS-MAT(IX-DUP) = MATRICUL AND VUS-CDE(IX-DUP) = CDE-MVT
                AND VUS-NO(IX-DUP) = WS-NO-DUP
               MOVE 'O' TO WS-DUP-TROUVE
             ELSE
               ADD 1 TO IX-DUP
             ADD 1 TO NB-VUS
             MOVE MATRICUL TO VUS-MAT(NB-VUS)
             MOVE CDE-MVT TO VUS-CDE(NB-VUS)
             MOVE WS-NO-DUP TO VUS-NO(NB-VUS)
           ELSE
             IF NOT DUP-TROUVE
               DISPLAY 'TPPRJ3 - TABLE DES DOUBLONS SATUREE : '
       SAUTER-MVT-REPRISE.
           PERFORM UNTIL CPT-L >= NB-LUS-REPRISE OR WS-MVT = '10'
             ADD 1 TO CPT-L
             IF MATRICUL IS NUMERIC AND CDE-MVT = 0
               MOVE 'O' TO WS-CRE-OK
             END-IF
             PERFORM LIRE-MVT-LOT
           END-PERFORM
           .
           STRING '18|ERREUR DE RESILIATION|' DIS-RES
                  DELIMITED BY SIZE INTO ESTATD
           PERFORM ECRIRE-STATD
           MOVE CPT-E0 TO DIS-RES.
           STRING '    23. NOMBRE D''ERREUR DE CREATION  ' DIS-RES
                  DELIMITED BY SIZE INTO ESTAT
           PERFORM ECRIRE-STAT
           STRING '23|ERREUR DE CREATION|' DIS-RES
                  DELIMITED BY SIZE INTO ESTATD
           PERFORM ECRIRE-STATD
           MOVE CPT-E7 TO DIS-RES.
           STRING '    21. NOMBRE D''ERREUR DE VEHICULE  ' DIS-RES
                  DELIMITED BY SIZE INTO ESTAT
           PERFORM ECRIRE-STAT
           STRING '21|ERREUR DE VEHICULE|' DIS-RES
                  DELIMITED BY SIZE INTO ESTATD
           PERFORM ECRIRE-STATD
           MOVE CPT-E8 TO DIS-RES.
           STRING '    22. NOMBRE D''ERREUR DE CONDUCTEUR' DIS-RES
                  DELIMITED BY SIZE INTO ESTAT
           PERFORM ECRIRE-STAT
           STRING '22|ERREUR DE CONDUCTEUR|' DIS-RES
                  DELIMITED BY SIZE INTO ESTATD
           PERFORM ECRIRE-STATD
           MOVE CPT-EMI TO DIS-RES.
           STRING '    16. NOMBRE D''ERREUR MAT INVALIDE ' DIS-RES
                  DELIMITED BY SIZE INTO ESTAT
       ECRIRE-HIST.
           MOVE DAT(1:10) TO HIST-DAT
           MOVE TIM TO HIST-TIM
           MOVE WS-OPE-ID TO HIST-OPID
           MOVE ERESP TO HIST-TXT
           WRITE EHIST
           PERFORM ECRIRE-REJ
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           .

      * OPERATEUR DU LANCEMENT, RENDU PAR OPECHK (BATCH QUAND LE
      * PROGRAMME TOURNE SANS SIGNATURE).
       IDENTIFIER-OPERATEUR.
           MOVE 'Q' TO WS-OPE-ACTION
           CALL SOUSPROG-OPE USING WS-OPE-ACTION WS-OPE-PROG
                WS-OPE-CODE WS-OPE-OBJET WS-OPE-ETAT WS-OPE-ID
                WS-OPE-AGC
           .
