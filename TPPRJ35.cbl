      *       DETAIL PAR QUITTANCE, TOTAUX, COMMISSION DUE) PUIS UNE
      *       SYNTHESE POUR LA COMPTABILITE. L'AGENCE D'UNE
      *       QUITTANCE EST CELLE DU DOSSIER ASSUR (IMAGE ARCH EN
      *       REPLI POUR UNE POLICE RESILIEE DEPUIS), CORRIGEE PAR
      *       L'HISTORIQUE DES TRANSFERTS DE PORTEFEUILLE (TRFAGC,
      *       TPPRJ86) : UNE QUITTANCE REGLEE AVANT LA DATE D'EFFET
      *       D'UN TRANSFERT RESTE A L'AGENCE CEDANTE.
      *       LE PASSAGE EST NOTE SUR LA PERIODE COMPTABLE DU MOIS
      *       (SOUS-PROGRAMME PERCHK) : LA CLOTURE MENSUELLE TPPRJ85
      *       L'EXIGE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE DYNAMIC
             RECORD KEY ARC-MATRICUL
             FILE STATUS  WS-ARC.
           SELECT TRFAGC ASSIGN TRFAGC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY TRF-CLE
             FILE STATUS  WS-TRF.
           SELECT COMRT ASSIGN COMRT
             FILE STATUS  WS-CRT.
           SELECT LST   ASSIGN LST
           COPY ASSUREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  TRFAGC RECORDING F.
           COPY TRFREC.
       FD  COMRT RECORDING F.
       01  ECRT.
           05 CRT-AGC        PIC X.
       77  WS-CRT         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-ARCH-OUV    PIC X     VALUE 'N'.
       77  WS-TRF         PIC XX.
       77  WS-TRF-OUV     PIC X     VALUE 'N'.
       77  WS-DT-REGLE-AMJ PIC 9(8) VALUE 0.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       COPY AGENCES.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
      * PASSAGE NOTE AUX PERIODES COMPTABLES (PERCHK).
       77  SOUSPROG-PCK   PIC X(8) VALUE 'PERCHK'.
           COPY PERCZON.

       PROCEDURE DIVISION.
           DISPLAY 'MOIS A COMMISSIONNER (AAAAMM) : ' WITH NO
           IF WS-ARC = '00'
             MOVE 'O' TO WS-ARCH-OUV
           END-IF
           OPEN INPUT TRFAGC
           IF WS-TRF = '00'
             MOVE 'O' TO WS-TRF-OUV
           END-IF
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'A' TO WS-TBL-QUOI
           IF WS-ARCH-OUV = 'O'
             CLOSE ARCH
           END-IF
           IF WS-TRF-OUV = 'O'
             CLOSE TRFAGC
           END-IF
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ35 - COMMISSIONS D''AGENCE DU MOIS '
                   WS-PERIODE
           MOVE 'C' TO PCK-ACTION
           MOVE WS-PERIODE TO PCK-PERIODE
           MOVE SPACE TO PCK-RESULTAT
           CALL SOUSPROG-PCK USING PCK-ZONE
           GOBACK
           .

                 MOVE ASUR-AGC TO WS-AGC-DOSS
             END-READ
           END-IF
           IF WS-TRF-OUV = 'O'
             PERFORM AGENCE-AU-REGLEMENT
           END-IF
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > NB-AGC
             IF AG-CODE(WS-I) = WS-AGC-DOSS
           END-PERFORM
           .

      * LE PREMIER TRANSFERT DONT L'EFFET SUIT LE REGLEMENT DONNE
      * L'AGENCE QUI GERAIT ALORS LA POLICE ; SANS TRANSFERT
      * POSTERIEUR, C'EST L'AGENCE DU DOSSIER.
       AGENCE-AU-REGLEMENT.
           MOVE QUI-DT-REGLE(5:4) TO WS-DT-REGLE-AMJ(1:4)
           MOVE QUI-DT-REGLE(3:2) TO WS-DT-REGLE-AMJ(5:2)
           MOVE QUI-DT-REGLE(1:2) TO WS-DT-REGLE-AMJ(7:2)
           MOVE WS-MAT-CHERCHE TO TRF-MATRICUL
           MOVE WS-DT-REGLE-AMJ TO TRF-DT-EFF
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

       EDITER-DETAIL.
           ADD 1 TO NB-QUI-AGC
           COMPUTE MNT-COMMISSION ROUNDED
