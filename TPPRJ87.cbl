       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ87.
      ******************************
      *  87 - EDITION DES AVENANTS : ETAPE DE LA CHAINE DE NUIT
      *       APRES LES AJUSTEMENTS DE PRIME TPPRJ30. TOUTE POLICE
      *       MODIFIEE PAR TPPRJ6 (CHANGEMENT D'ADRESSE CODE 3,
      *       CHANGEMENT DE TARIF CODE 4, Y COMPRIS LES AVENANTS A
      *       DATE FUTURE REPRIS D'ENDNOU, AJOUT OU RETRAIT D'UN
      *       VEHICULE OU D'UN CONDUCTEUR NOMME) RECOIT UN DOCUMENT
      *       D'AVENANT (FICHIER AVNIMP) : NUMERO D'AVENANT, DATE
      *       D'EFFET, VALEURS AVANT ET APRES RELUES SUR LE JOURNAL
      *       JRNA, PRIME DE BASE APRES AVENANT, QUITTANCE
      *       D'AJUSTEMENT EMISE PAR TPPRJ30 LE MEME JOUR ET LISTE A
      *       JOUR DES VEHICULES ET DES CONDUCTEURS.
      *       LES ECRITURES JRNA DE TPPRJ6 (OPER M, V, N) SONT
      *       RETENUES AU-DELA DU CACHET DU DERNIER PASSAGE TRAITE
      *       (FICHIER AVNCTL, DATE ET HEURE DU JOURNAL), TRIEES PAR
      *       MATRICULE (SORT/SD) EN GARDANT L'ORDRE DU JOURNAL :
      *       UN SEUL AVENANT PAR POLICE ET PAR PASSAGE, MEME POUR
      *       PLUSIEURS MODIFICATIONS. LE NUMERO SUIT LE DERNIER
      *       AVENANT DE LA POLICE SUR LE FICHIER AVENANT (DESSIN
      *       AVNREC), OU L'AVENANT EST CONSERVE POUR LA
      *       CONSULTATION TPPRJ29 ET LA VUE A DATE TPPRJ79 ; UN
      *       PASSAGE REJOUE NE REEDITE PAS UN AVENANT DEJA EMIS.
      *       UNE POLICE DEJA SUPPRIMEE DU MAITRE N'A PAS D'AVENANT
      *       (ELLE EST SIGNALEE SUR LA LISTE DE CONTROLE LST).
      *       L'EFFET DE L'AVENANT EST LA DATE D'APPLICATION PORTEE
      *       PAR LE JOURNAL (JRN-DT-EFF : AVENANT RETROACTIF OU
      *       REPRIS D'ENDATT), A DEFAUT LE JOUR DU PASSAGE TPPRJ6.
      *       LA QUITTANCE D'AJUSTEMENT, ELLE, EST DATEE PAR TPPRJ30
      *       DU JOUR DU PASSAGE (OU DU PREMIER JOUR DE LA PREMIERE
      *       PERIODE OUVERTE SI LE MOIS EST CLOS) : ELLE EST
      *       RECHERCHEE A PARTIR DE CE JOUR-LA.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNA   ASSIGN JRNA
             FILE STATUS  WS-JRN.
           SELECT TRI-JRN ASSIGN TRIJRN.
           SELECT AVNCTL ASSIGN AVNCTL
             FILE STATUS  WS-CTL.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT VEHIC  ASSIGN VEHIC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY VEH-CLE
             FILE STATUS  WS-VEH.
           SELECT CONDUC ASSIGN CONDUC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CND-CLE
             FILE STATUS  WS-CND.
           SELECT QUIT   ASSIGN QUIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY QUI-CLE
             FILE STATUS  WS-QUI.
           SELECT AVENANT ASSIGN AVENANT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY AVN-CLE
             FILE STATUS  WS-AVN.
           SELECT AVNIMP ASSIGN AVNIMP
             FILE STATUS  WS-IMP.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  JRNA RECORDING F.
           COPY JRNAREC.
       SD  TRI-JRN.
       01  T-EJRN.
           05 T-MATRICUL     PIC 9(6).
           05 T-SEQ          PIC 9(6).
           05 T-JRNA         PIC X(217).
      * CACHET DU DERNIER PASSAGE TPPRJ6 TRAITE (AAAAMMJJ + HEURE).
       FD  AVNCTL RECORDING F.
       01  EAVC.
           05 AVC-DT         PIC 9(8).
           05 AVC-TIM        PIC X(8).
           05 AVC-DT-MAJ     PIC 9(8).
           05 FILLER         PIC X(56).
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  CONDUC RECORDING F.
           COPY CONDREC.
       FD  QUIT RECORDING F.
           COPY QUIREC.
       FD  AVENANT RECORDING F.
           COPY AVNREC.
       FD  AVNIMP RECORDING F.
       01  EIMP              PIC X(100).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-JRN         PIC XX.
       77  WS-CTL         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-VEH         PIC XX.
       77  WS-CND         PIC XX.
       77  WS-QUI         PIC XX.
       77  WS-AVN         PIC XX.
       77  WS-IMP         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-VEHIC-OUV   PIC X     VALUE 'N'.
       77  WS-CONDUC-OUV  PIC X     VALUE 'N'.
       77  WS-QUIT-OUV    PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-DT-JOUR     PIC 9(8)  VALUE 0.
      * CACHETS COMPARES EN ZONE : DATE AAAAMMJJ PUIS HEURE.
       01  WS-MARQUE.
           05 WS-MRQ-DT      PIC 9(8)  VALUE 0.
           05 WS-MRQ-TIM     PIC X(8)  VALUE SPACE.
       01  WS-MARQUE-MAX.
           05 WS-MAX-DT      PIC 9(8)  VALUE 0.
           05 WS-MAX-TIM     PIC X(8)  VALUE SPACE.
       01  WS-CACHET.
           05 WS-CAC-DT      PIC 9(8)  VALUE 0.
           05 WS-CAC-TIM     PIC X(8)  VALUE SPACE.
       77  WS-SEQ         PIC 9(6)  VALUE 0.
       77  WS-FIN-TRI     PIC X     VALUE 'N'.
           88 FIN-TRI               VALUE 'O'.
      * MODIFICATIONS D'UNE POLICE, DANS L'ORDRE DU JOURNAL.
       77  WS-MAT-COUR    PIC 9(6)  VALUE 0.
       77  NB-MOD-POL     PIC 99    VALUE 0.
       77  IX-MOD         PIC 99    VALUE 0.
       01  TABLE-MODIF.
           05 MOD-ENT OCCURS 20.
              10 MOD-JRNA   PIC X(217).
      * IMAGES AVANT/APRES DU JOURNAL (DESSINS EASR, EVEH, ECND).
       01  WS-IMG-AV.
           05 IAV-MATRICUL   PIC 9(6).
           05 IAV-NOM        PIC X(20).
           05 IAV-ADRS       PIC X(18).
           05 IAV-CP         PIC 9(5).
           05 IAV-VLL        PIC X(12).
           05 IAV-TP         PIC X.
           05 IAV-PRM        PIC 9(4)V99.
           05 IAV-BM         PIC X.
           05 IAV-TAUX       PIC 99.
           05 IAV-DT-POL     PIC 9(8).
           05 IAV-AGC        PIC X.
       01  WS-IMG-AP.
           05 IAP-MATRICUL   PIC 9(6).
           05 IAP-NOM        PIC X(20).
           05 IAP-ADRS       PIC X(18).
           05 IAP-CP         PIC 9(5).
           05 IAP-VLL        PIC X(12).
           05 IAP-TP         PIC X.
           05 IAP-PRM        PIC 9(4)V99.
           05 IAP-BM         PIC X.
           05 IAP-TAUX       PIC 99.
           05 IAP-DT-POL     PIC 9(8).
           05 IAP-AGC        PIC X.
       01  WS-IMG-VEH.
           05 IVH-MATRICUL   PIC 9(6).
           05 IVH-SEQ        PIC 99.
           05 IVH-TP         PIC X.
           05 IVH-PRM        PIC 9(4)V99.
           05 IVH-IMMAT      PIC X(12).
           05 FILLER         PIC X(53).
       01  WS-IMG-CND.
           05 ICN-MATRICUL   PIC 9(6).
           05 ICN-SEQ        PIC 99.
           05 ICN-NOM        PIC X(20).
           05 ICN-DT-NAIS    PIC 9(8).
           05 ICN-DT-PERMIS  PIC 9(8).
           05 FILLER         PIC X(36).
       77  WS-NB-ZONES    PIC 99    VALUE 0.
       77  WS-DEJA-EMIS   PIC X     VALUE 'N'.
       77  WS-DER-NUM     PIC 9(4)  VALUE 0.
       77  WS-FIN-AVN     PIC X     VALUE 'N'.
           88 FIN-AVN               VALUE 'O'.
       77  WS-FIN-VEH     PIC X     VALUE 'N'.
           88 FIN-VEH               VALUE 'O'.
       77  WS-FIN-CND     PIC X     VALUE 'N'.
           88 FIN-CND               VALUE 'O'.
       77  WS-FIN-QUI     PIC X     VALUE 'N'.
           88 FIN-QUI               VALUE 'O'.
       77  WS-DT-EFF      PIC 9(8)  VALUE 0.
       77  WS-DT-EFF-AMJ  PIC 9(8)  VALUE 0.
      * JOUR DU PASSAGE TPPRJ6 ET ECHEANCE LUE SUR QUIT (AAAAMMJJ).
       77  WS-DT-TRT-AMJ  PIC 9(8)  VALUE 0.
       77  WS-ECH-AMJ     PIC 9(8)  VALUE 0.
       77  NB-VEH-POL     PIC 99    VALUE 0.
       01  TOT-PRM-VEH    PIC 9(5)V99 VALUE 0.
       77  NB-POL-MODIF   PIC 9(6)  VALUE 0.
       77  NB-AVENANTS    PIC 9(6)  VALUE 0.
       77  NB-DEJA-EMIS   PIC 9(6)  VALUE 0.
       77  NB-SANS-DOSS   PIC 9(6)  VALUE 0.
       77  NB-ECR-RETENUES PIC 9(6) VALUE 0.
       77  DISP-PRM       PIC Z(4)9,99.
       77  DISP-PRM2      PIC Z(4)9,99.
       77  DISP-MNT       PIC Z(5)9,99.
       77  DISP-CPT       PIC ZZZZZ9.
       77  SOUSPROG-JRN   PIC X(8) VALUE 'RUNJRN'.
       77  WS-JEX-PROG    PIC X(8) VALUE 'TPPRJ87'.
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
           PERFORM LIRE-MARQUE
           OPEN INPUT ASSUR
           PERFORM TEST-STAT-ASR
           OPEN OUTPUT AVNIMP
           PERFORM TEST-STAT-IMP
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           OPEN I-O AVENANT
           IF WS-AVN = '35'
             OPEN OUTPUT AVENANT
             CLOSE AVENANT
             OPEN I-O AVENANT
           END-IF
           PERFORM TEST-STAT-AVN
           OPEN INPUT VEHIC
           IF WS-VEH = '00'
             MOVE 'O' TO WS-VEHIC-OUV
           END-IF
           OPEN INPUT CONDUC
           IF WS-CND = '00'
             MOVE 'O' TO WS-CONDUC-OUV
           END-IF
           OPEN INPUT QUIT
           IF WS-QUI = '00'
             MOVE 'O' TO WS-QUIT-OUV
           END-IF
           PERFORM IMPRIME-ENTETE
           SORT TRI-JRN ON ASCENDING KEY T-MATRICUL T-SEQ
                INPUT PROCEDURE EXTRACTION-JRNA
                OUTPUT PROCEDURE EMETTRE-AVENANTS
           PERFORM IMPRIME-PIED
           PERFORM ECRIRE-MARQUE
           CLOSE ASSUR
           CLOSE AVENANT
           CLOSE AVNIMP
           CLOSE LST
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
           END-IF
           IF WS-CONDUC-OUV = 'O'
             CLOSE CONDUC
           END-IF
           IF WS-QUIT-OUV = 'O'
             CLOSE QUIT
           END-IF
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ87 - EDITION DES AVENANTS'
           DISPLAY 'ECRITURES JRNA RETENUES : ' NB-ECR-RETENUES
           DISPLAY 'POLICES MODIFIEES       : ' NB-POL-MODIF
           DISPLAY 'AVENANTS EMIS           : ' NB-AVENANTS
           DISPLAY 'AVENANTS DEJA EMIS      : ' NB-DEJA-EMIS
           DISPLAY 'POLICES HORS MAITRE     : ' NB-SANS-DOSS
           MOVE 0 TO RETURN-CODE
           MOVE NB-AVENANTS TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT
           MOVE RETURN-CODE TO WS-JEX-RC
           PERFORM JOURNAL-EXEC
           GOBACK
           .

      * SANS FICHIER AVNCTL (PREMIER PASSAGE), SEULES LES
      * ECRITURES DU JOUR SONT RETENUES : PAS D'AVENANT RETROACTIF
      * SUR TOUT L'HISTORIQUE DU JOURNAL.
       LIRE-MARQUE.
           MOVE WS-DT-JOUR TO WS-MRQ-DT
           MOVE SPACE TO WS-MRQ-TIM
           OPEN INPUT AVNCTL
           IF WS-CTL = '00'
             READ AVNCTL
             IF WS-CTL = '00' AND AVC-DT IS NUMERIC
               MOVE AVC-DT TO WS-MRQ-DT
               MOVE AVC-TIM TO WS-MRQ-TIM
             END-IF
             CLOSE AVNCTL
           END-IF
           MOVE WS-MARQUE TO WS-MARQUE-MAX
           .

       ECRIRE-MARQUE.
           IF WS-MARQUE-MAX > WS-MARQUE
             OPEN OUTPUT AVNCTL
             IF WS-CTL = '00'
               MOVE ALL SPACE TO EAVC
               MOVE WS-MAX-DT TO AVC-DT
               MOVE WS-MAX-TIM TO AVC-TIM
               MOVE WS-DT-JOUR TO AVC-DT-MAJ
               WRITE EAVC
               CLOSE AVNCTL
             ELSE
               DISPLAY 'ERREUR FICHIER CONTROLE AVENANTS ' WS-CTL
             END-IF
           END-IF
           .

      * ECRITURES DE TPPRJ6 SUR LE DOSSIER, LES VEHICULES ET LES
      * CONDUCTEURS, POSTERIEURES AU DERNIER PASSAGE TRAITE. LE
      * NUMERO D'ORDRE GARDE L'ORDRE DU JOURNAL DANS LE TRI.
       EXTRACTION-JRNA.
           OPEN INPUT JRNA
           IF WS-JRN = '35'
             DISPLAY 'TPPRJ87 - JOURNAL JRNA ABSENT'
           ELSE
             PERFORM TEST-STAT-JRN
             READ JRNA
             PERFORM UNTIL WS-JRN = '10'
               IF JRN-PROG = 'TPPRJ6' AND
                  (JRN-OPER = 'M' OR JRN-OPER = 'V' OR
                   JRN-OPER = 'N')
                 MOVE JRN-DAT(7:4) TO WS-CAC-DT(1:4)
                 MOVE JRN-DAT(4:2) TO WS-CAC-DT(5:2)
                 MOVE JRN-DAT(1:2) TO WS-CAC-DT(7:2)
                 MOVE JRN-TIM TO WS-CAC-TIM
                 IF WS-CACHET > WS-MARQUE
                   ADD 1 TO NB-ECR-RETENUES
                   ADD 1 TO WS-SEQ
                   MOVE JRN-MATRICUL TO T-MATRICUL
                   MOVE WS-SEQ TO T-SEQ
                   MOVE EJRNA TO T-JRNA
                   RELEASE T-EJRN
                   IF WS-CACHET > WS-MARQUE-MAX
                     MOVE WS-CACHET TO WS-MARQUE-MAX
                   END-IF
                 END-IF
               END-IF
               READ JRNA
             END-PERFORM
             CLOSE JRNA
           END-IF
           .

      * RUPTURE SUR LE MATRICULE : LES ECRITURES D'UNE POLICE SONT
      * RASSEMBLEES, PUIS UN SEUL AVENANT EST EMIS.
       EMETTRE-AVENANTS.
           RETURN TRI-JRN AT END MOVE 'O' TO WS-FIN-TRI END-RETURN
           PERFORM UNTIL FIN-TRI
             MOVE T-MATRICUL TO WS-MAT-COUR
             MOVE 0 TO NB-MOD-POL
             PERFORM UNTIL FIN-TRI OR T-MATRICUL NOT = WS-MAT-COUR
               IF NB-MOD-POL < 20
                 ADD 1 TO NB-MOD-POL
                 MOVE T-JRNA TO MOD-JRNA(NB-MOD-POL)
               END-IF
               RETURN TRI-JRN AT END MOVE 'O' TO WS-FIN-TRI
               END-RETURN
             END-PERFORM
             ADD 1 TO NB-POL-MODIF
             PERFORM EMETTRE-AVENANT
           END-PERFORM
           .

       EMETTRE-AVENANT.
           MOVE MOD-JRNA(1) TO EJRNA
           MOVE JRN-DAT(7:4) TO WS-DT-TRT-AMJ(1:4)
           MOVE JRN-DAT(4:2) TO WS-DT-TRT-AMJ(5:2)
           MOVE JRN-DAT(1:2) TO WS-DT-TRT-AMJ(7:2)
           IF JRN-DT-EFF IS NUMERIC AND JRN-DT-EFF NOT = ZERO
             MOVE JRN-DT-EFF TO WS-DT-EFF-AMJ
           ELSE
             MOVE WS-DT-TRT-AMJ TO WS-DT-EFF-AMJ
           END-IF
           MOVE WS-DT-EFF-AMJ(7:2) TO WS-DT-EFF(1:2)
           MOVE WS-DT-EFF-AMJ(5:2) TO WS-DT-EFF(3:2)
           MOVE WS-DT-EFF-AMJ(1:4) TO WS-DT-EFF(5:4)
           MOVE WS-MAT-COUR TO MATRICUL
           READ ASSUR
             INVALID KEY
               ADD 1 TO NB-SANS-DOSS
               MOVE ALL SPACE TO ELST
               STRING WS-MAT-COUR ' POLICE ABSENTE DU MAITRE - '
                      'PAS D''AVENANT'
                      DELIMITED BY SIZE INTO ELST
               PERFORM ECRIRE-LST
             NOT INVALID KEY
               PERFORM CHERCHER-DERNIER-AVENANT
               IF WS-DEJA-EMIS = 'O'
                 ADD 1 TO NB-DEJA-EMIS
                 MOVE ALL SPACE TO ELST
                 STRING WS-MAT-COUR ' AVENANT DU ' JRN-DAT ' '
                        JRN-TIM ' DEJA EMIS'
                        DELIMITED BY SIZE INTO ELST
                 PERFORM ECRIRE-LST
               ELSE
                 PERFORM EDITER-AVENANT
               END-IF
           END-READ
           .

      * DERNIER NUMERO D'AVENANT DE LA POLICE ; UN AVENANT DU MEME
      * PASSAGE TPPRJ6 DEJA EMIS N'EST PAS REEDITE.
       CHERCHER-DERNIER-AVENANT.
           MOVE 0 TO WS-DER-NUM
           MOVE 'N' TO WS-DEJA-EMIS
           MOVE 'N' TO WS-FIN-AVN
           MOVE WS-MAT-COUR TO AVN-MATRICUL
           MOVE 0 TO AVN-NUM
           START AVENANT KEY IS NOT LESS THAN AVN-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-AVN
           END-START
           PERFORM UNTIL FIN-AVN
             READ AVENANT NEXT
               AT END MOVE 'O' TO WS-FIN-AVN
             END-READ
             IF NOT FIN-AVN
               IF AVN-MATRICUL NOT = WS-MAT-COUR
                 MOVE 'O' TO WS-FIN-AVN
               ELSE
                 MOVE AVN-NUM TO WS-DER-NUM
                 IF AVN-JRN-DAT = JRN-DAT AND AVN-JRN-TIM = JRN-TIM
                   MOVE 'O' TO WS-DEJA-EMIS
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       EDITER-AVENANT.
           MOVE ALL SPACE TO EAVN
           MOVE WS-MAT-COUR TO AVN-MATRICUL
           COMPUTE AVN-NUM = WS-DER-NUM + 1
           MOVE WS-DT-EFF-AMJ TO AVN-DT-EFF
           MOVE WS-DT-JOUR TO AVN-DT-EDIT
           MOVE JRN-DAT TO AVN-JRN-DAT
           MOVE JRN-TIM TO AVN-JRN-TIM
           MOVE NB-MOD-POL TO AVN-NB-MODIF
           MOVE 'N' TO AVN-MOD-ASR
           MOVE 'N' TO AVN-MOD-VEH
           MOVE 'N' TO AVN-MOD-CND
           MOVE 0 TO AVN-QUI-NUM
           MOVE SPACE TO AVN-QUI-TYPE
           MOVE 0 TO AVN-QUI-MNT
           PERFORM EDITER-TETE-AVENANT
           MOVE 1 TO IX-MOD
           PERFORM UNTIL IX-MOD > NB-MOD-POL
             MOVE MOD-JRNA(IX-MOD) TO EJRNA
             EVALUATE JRN-OPER
               WHEN 'M'
                 MOVE 'O' TO AVN-MOD-ASR
                 PERFORM EDITER-MODIF-DOSSIER
               WHEN 'V'
                 MOVE 'O' TO AVN-MOD-VEH
                 PERFORM EDITER-MODIF-VEHICULE
               WHEN 'N'
                 MOVE 'O' TO AVN-MOD-CND
                 PERFORM EDITER-MODIF-CONDUCTEUR
             END-EVALUATE
             ADD 1 TO IX-MOD
           END-PERFORM
           PERFORM EDITER-VEHICULES
           PERFORM EDITER-CONDUCTEURS
           PERFORM EDITER-PRIME
           PERFORM EDITER-QUITTANCES-AJUST
           MOVE ALL SPACE TO EIMP
           PERFORM ECRIRE-IMP
           WRITE EAVN
             INVALID KEY
               DISPLAY 'TPPRJ87 - AVENANT ' AVN-CLE ' EN DOUBLE'
           END-WRITE
           ADD 1 TO NB-AVENANTS
           MOVE AVN-PRM-BS TO DISP-PRM
           MOVE ALL SPACE TO ELST
           STRING AVN-MATRICUL ' AVENANT ' AVN-NUM ' EFFET '
                  WS-DT-EFF ' MODIF. ' AVN-NB-MODIF
                  ' DOSS/VEH/COND ' AVN-MOD-ASR AVN-MOD-VEH
                  AVN-MOD-CND ' PRIME ' DISP-PRM
                  ' QUITTANCE ' AVN-QUI-NUM ' ' AVN-QUI-TYPE
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       EDITER-TETE-AVENANT.
           MOVE ALL SPACE TO EIMP
           STRING ALL '=' DELIMITED BY SIZE INTO EIMP
           PERFORM ECRIRE-IMP
           STRING 'AVENANT NO ' AVN-NUM ' AU CONTRAT ' MATRICUL
                  '   EFFET AU ' WS-DT-EFF
                  '   EDITE LE ' DAT(1:10)
                  DELIMITED BY SIZE INTO EIMP
           PERFORM ECRIRE-IMP
           STRING NOM-CLIENT ' ' ASUR-ADRS ' ' ASUR-CP ' ' ASUR-VLL
                  DELIMITED BY SIZE INTO EIMP
           PERFORM ECRIRE-IMP
           PERFORM ECRIRE-IMP
           STRING 'MODIFICATIONS APPORTEES AU CONTRAT :'
                  DELIMITED BY SIZE INTO EIMP
           PERFORM ECRIRE-IMP
           .

      * DOSSIER : SEULES LES ZONES QUI CHANGENT SONT EDITEES.
       EDITER-MODIF-DOSSIER.
           MOVE JRN-AVANT TO WS-IMG-AV
           MOVE JRN-APRES TO WS-IMG-AP
           MOVE 0 TO WS-NB-ZONES
           IF IAV-NOM NOT = IAP-NOM
             ADD 1 TO WS-NB-ZONES
             STRING '  NOM            : ' IAV-NOM ' -> ' IAP-NOM
                    DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
           END-IF
           IF IAV-ADRS NOT = IAP-ADRS OR IAV-CP NOT = IAP-CP
              OR IAV-VLL NOT = IAP-VLL
             ADD 1 TO WS-NB-ZONES
             STRING '  ADRESSE AVANT  : ' IAV-ADRS ' ' IAV-CP ' '
                    IAV-VLL
                    DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
             STRING '  ADRESSE APRES  : ' IAP-ADRS ' ' IAP-CP ' '
                    IAP-VLL
                    DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
           END-IF
           IF IAV-TP NOT = IAP-TP
             ADD 1 TO WS-NB-ZONES
             STRING '  TYPE VEHICULE  : ' IAV-TP ' -> ' IAP-TP
                    DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
           END-IF
           IF IAV-PRM NOT = IAP-PRM
             ADD 1 TO WS-NB-ZONES
             MOVE IAV-PRM TO DISP-PRM
             MOVE IAP-PRM TO DISP-PRM2
             STRING '  PRIME DE BASE  : ' DISP-PRM ' -> ' DISP-PRM2
                    DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
           END-IF
           IF IAV-BM NOT = IAP-BM OR IAV-TAUX NOT = IAP-TAUX
             ADD 1 TO WS-NB-ZONES
             STRING '  BONUS-MALUS    : ' IAV-BM ' ' IAV-TAUX ' -> '
                    IAP-BM ' ' IAP-TAUX
                    DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
           END-IF
           IF IAV-AGC NOT = IAP-AGC
             ADD 1 TO WS-NB-ZONES
             STRING '  AGENCE         : ' IAV-AGC ' -> ' IAP-AGC
                    DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
           END-IF
           IF WS-NB-ZONES = 0
             STRING '  DOSSIER MIS A JOUR SANS CHANGEMENT DE '
                    'GARANTIE NI DE COORDONNEES'
                    DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
           END-IF
           .

       EDITER-MODIF-VEHICULE.
           IF JRN-AVANT = SPACE
             MOVE JRN-APRES TO WS-IMG-VEH
             MOVE IVH-PRM TO DISP-PRM
             STRING '  AJOUT DU VEHICULE ' IVH-SEQ ' ' IVH-IMMAT
                    ' TYPE ' IVH-TP ' PRIME DE BASE ' DISP-PRM
                    DELIMITED BY SIZE INTO EIMP
           ELSE
             MOVE JRN-AVANT TO WS-IMG-VEH
             MOVE IVH-PRM TO DISP-PRM
             STRING '  RETRAIT DU VEHICULE ' IVH-SEQ ' ' IVH-IMMAT
                    ' TYPE ' IVH-TP ' PRIME DE BASE ' DISP-PRM
                    DELIMITED BY SIZE INTO EIMP
           END-IF
           PERFORM ECRIRE-IMP
           .

       EDITER-MODIF-CONDUCTEUR.
           IF JRN-AVANT = SPACE
             MOVE JRN-APRES TO WS-IMG-CND
             STRING '  AJOUT DU CONDUCTEUR ' ICN-NOM
                    ' PERMIS DU ' ICN-DT-PERMIS
                    DELIMITED BY SIZE INTO EIMP
           ELSE
             MOVE JRN-AVANT TO WS-IMG-CND
             STRING '  RETRAIT DU CONDUCTEUR ' ICN-NOM
                    DELIMITED BY SIZE INTO EIMP
           END-IF
           PERFORM ECRIRE-IMP
           .

      * LISTE A JOUR DES VEHICULES ; LEUR PRIME CUMULEE EST LA
      * PRIME DE BASE DU CONTRAT (A DEFAUT, CELLE DU MAITRE).
       EDITER-VEHICULES.
           MOVE 0 TO NB-VEH-POL
           MOVE 0 TO TOT-PRM-VEH
           PERFORM ECRIRE-IMP
           STRING 'VEHICULES ASSURES APRES AVENANT :'
                  DELIMITED BY SIZE INTO EIMP
           PERFORM ECRIRE-IMP
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
                 ADD 1 TO NB-VEH-POL
                 ADD VEH-PRM-BS TO TOT-PRM-VEH
                 MOVE VEH-PRM-BS TO DISP-PRM
                 STRING '  ' VEH-SEQ ' ' VEH-IMMAT ' TYPE '
                        VEH-TP-VHCL ' PRIME DE BASE ' DISP-PRM
                        DELIMITED BY SIZE INTO EIMP
                 PERFORM ECRIRE-IMP
               END-IF
             END-IF
           END-PERFORM
           IF NB-VEH-POL = 0
             MOVE ASUR-PRM-BS TO DISP-PRM
             STRING '  VEHICULE UNIQUE TYPE ' ASUR-TP-VHCL
                    ' PRIME DE BASE ' DISP-PRM
                    DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
           END-IF
           .

       EDITER-CONDUCTEURS.
           STRING 'CONDUCTEURS NOMMES APRES AVENANT :'
                  DELIMITED BY SIZE INTO EIMP
           PERFORM ECRIRE-IMP
           MOVE 'N' TO WS-FIN-CND
           IF WS-CONDUC-OUV NOT = 'O'
             MOVE 'O' TO WS-FIN-CND
           ELSE
             MOVE MATRICUL TO CND-MATRICUL
             MOVE 0 TO CND-SEQ
             START CONDUC KEY IS NOT LESS THAN CND-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-CND
             END-START
           END-IF
           MOVE 0 TO WS-NB-ZONES
           PERFORM UNTIL FIN-CND
             READ CONDUC NEXT
               AT END MOVE 'O' TO WS-FIN-CND
             END-READ
             IF NOT FIN-CND
               IF CND-MATRICUL NOT = MATRICUL
                 MOVE 'O' TO WS-FIN-CND
               ELSE
                 ADD 1 TO WS-NB-ZONES
                 STRING '  ' CND-SEQ ' ' CND-NOM ' NE(E) LE '
                        CND-DT-NAIS ' PERMIS DU ' CND-DT-PERMIS
                        DELIMITED BY SIZE INTO EIMP
                 PERFORM ECRIRE-IMP
               END-IF
             END-IF
           END-PERFORM
           IF WS-NB-ZONES = 0
             STRING '  AUCUN CONDUCTEUR NOMME'
                    DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
           END-IF
           .

       EDITER-PRIME.
           IF NB-VEH-POL > 0
             MOVE TOT-PRM-VEH TO AVN-PRM-BS
           ELSE
             MOVE ASUR-PRM-BS TO AVN-PRM-BS
           END-IF
           MOVE AVN-PRM-BS TO DISP-PRM
           PERFORM ECRIRE-IMP
           STRING 'PRIME ANNUELLE DE BASE APRES AVENANT : ' DISP-PRM
                  ' (BONUS-MALUS ' ASUR-BM ' ' ASUR-TAUX
                  ', HORS TAXE)'
                  DELIMITED BY SIZE INTO EIMP
           PERFORM ECRIRE-IMP
           .

      * QUITTANCES D'AJUSTEMENT (TYPE A OU V) EMISES PAR TPPRJ30 A
      * LA DATE DU PASSAGE : LEUR ECHEANCE EST LE JOUR DE
      * L'AJUSTEMENT.
       EDITER-QUITTANCES-AJUST.
           MOVE 'N' TO WS-FIN-QUI
           IF WS-QUIT-OUV NOT = 'O'
             MOVE 'O' TO WS-FIN-QUI
           ELSE
             MOVE MATRICUL TO QUI-MATRICUL
             MOVE 0 TO QUI-PERIODE
             START QUIT KEY IS NOT LESS THAN QUI-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-QUI
             END-START
           END-IF
           PERFORM UNTIL FIN-QUI
             READ QUIT NEXT
               AT END MOVE 'O' TO WS-FIN-QUI
             END-READ
             IF NOT FIN-QUI
               IF QUI-MATRICUL NOT = MATRICUL
                 MOVE 'O' TO WS-FIN-QUI
               ELSE
                 IF (QUI-TYPE = 'A' OR QUI-TYPE = 'V') AND
                    QUI-DT-ECH IS NUMERIC
                   MOVE QUI-DT-ECH(5:4) TO WS-ECH-AMJ(1:4)
                   MOVE QUI-DT-ECH(3:2) TO WS-ECH-AMJ(5:2)
                   MOVE QUI-DT-ECH(1:2) TO WS-ECH-AMJ(7:2)
                   IF WS-ECH-AMJ >= WS-DT-TRT-AMJ
                     PERFORM EDITER-UNE-QUITTANCE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF AVN-QUI-NUM = 0
             STRING 'SANS INCIDENCE SUR LA PRIME DE L''EXERCICE EN '
                    'COURS' DELIMITED BY SIZE INTO EIMP
             PERFORM ECRIRE-IMP
           END-IF
           .

       EDITER-UNE-QUITTANCE.
           MOVE QUI-TOT-TTC TO DISP-MNT
           IF QUI-TYPE = 'A'
             STRING 'QUITTANCE D''AJUSTEMENT ' QUI-NUM
                    ' : COMPLEMENT DE PRIME A REGLER ' DISP-MNT
                    ' TTC' DELIMITED BY SIZE INTO EIMP
           ELSE
             STRING 'QUITTANCE D''AJUSTEMENT ' QUI-NUM
                    ' : AVOIR DE ' DISP-MNT
                    ' TTC PORTE A VOTRE COMPTE'
                    DELIMITED BY SIZE INTO EIMP
           END-IF
           PERFORM ECRIRE-IMP
           IF AVN-QUI-NUM = 0
             MOVE QUI-NUM TO AVN-QUI-NUM
             MOVE QUI-TYPE TO AVN-QUI-TYPE
             MOVE QUI-TOT-TTC TO AVN-QUI-MNT
           END-IF
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API87   EDITION DES AVENANTS   ' DAT ' ' TIM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'ECRITURES TPPRJ6 POSTERIEURES AU ' WS-MRQ-DT ' '
                  WS-MRQ-TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-POL-MODIF TO DISP-CPT
           STRING 'POLICES MODIFIEES     : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-AVENANTS TO DISP-CPT
           STRING 'AVENANTS EMIS         : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-DEJA-EMIS TO DISP-CPT
           STRING 'AVENANTS DEJA EMIS    : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE NB-SANS-DOSS TO DISP-CPT
           STRING 'POLICES HORS MAITRE   : ' DISP-CPT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-IMP.
           WRITE EIMP
           MOVE ALL SPACE TO EIMP
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-JRN.
           IF WS-JRN NOT = '00'
             DISPLAY 'ERREUR FICHIER JOURNAL ASSUR ' WS-JRN
             MOVE 16 TO RETURN-CODE
             MOVE WS-JRN TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-ASR.
           IF WS-ASR NOT = '00'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             MOVE WS-ASR TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-AVN.
           IF WS-AVN NOT = '00'
             DISPLAY 'ERREUR FICHIER AVENANTS ' WS-AVN
             MOVE 16 TO RETURN-CODE
             MOVE WS-AVN TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-IMP.
           IF WS-IMP NOT = '00'
             DISPLAY 'ERREUR FICHIER EDITION AVENANTS ' WS-IMP
             MOVE 16 TO RETURN-CODE
             MOVE WS-IMP TO WS-JEX-FS
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
