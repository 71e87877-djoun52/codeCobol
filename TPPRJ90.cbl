       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ90.
      ******************************
      *  90 - PRE-NOTIFICATION DES PRELEVEMENTS SEPA : A PASSER
      *       CHAQUE JOUR AVANT LA REMISE DE PRELEVEMENTS TPPRJ36.
      *       LA DATE DE PRELEVEMENT ANNONCEE EST LA DATE DU JOUR
      *       AUGMENTEE DE PRM-PRENOT-JRS JOURS OUVRES (FICHIER
      *       PARAM, 10 PAR DEFAUT, SOUS-PROGRAMME DATCAL). TOUTE
      *       QUITTANCE DUE (QUI-ST-PAIE A ESPACE OU EN ACOMPTE, HORS
      *       AVOIRS) D'UN CLIENT PORTEUR D'UN MANDAT ACTIF, DONT
      *       L'ECHEANCE TOMBE AU PLUS TARD CE JOUR-LA, EST ANNONCEE
      *       AU CLIENT : MONTANT RESTANT DU, DATE DE PRELEVEMENT,
      *       NUMERO DE QUITTANCE. L'AVIS PART PAR COURRIEL OU SMS
      *       SELON LES PREFERENCES DU CLIENT (NTFSND), SINON SUR LE
      *       FICHIER D'AVIS PAPIER PNTPAP (ADRESSE DU DOSSIER
      *       ASSUR). L'ANNONCE EST TENUE SUR LE FICHIER PRENOT
      *       (DESSIN PNTREC) QUE TPPRJ36 CONSULTE AVANT DE REMETTRE
      *       UN DEBIT. UNE QUITTANCE DEJA ANNONCEE N'EST PAS
      *       ANNONCEE DEUX FOIS, SAUF SI SON RESTANT DU A AUGMENTE
      *       OU SI, DEJA REMISE, ELLE EST REDEVENUE DUE (REJET
      *       BANCAIRE, TPPRJ60) : LE NOUVEAU DEBIT EST ALORS
      *       ANNONCE AVANT D'ETRE REPRESENTE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUIT   ASSIGN QUIT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY QUI-CLE
             FILE STATUS  WS-QUI.
           SELECT MANDAT ASSIGN MANDAT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MAN-MATRICUL
             FILE STATUS  WS-MAN.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT PRENOT ASSIGN PRENOT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY PNT-CLE
             FILE STATUS  WS-PNT.
           SELECT PNTPAP ASSIGN PNTPAP
             FILE STATUS  WS-PAP.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  QUIT RECORDING F.
           COPY QUIREC.
       FD  MANDAT RECORDING F.
           COPY MANDREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  PRENOT RECORDING F.
           COPY PNTREC.
       FD  PNTPAP RECORDING F.
       01  EPAP              PIC X(100).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-QUI         PIC XX.
       77  WS-MAN         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-PNT         PIC XX.
       77  WS-PAP         PIC XX.
       77  WS-LST         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-PARM-OK     PIC X     VALUE 'N'.
       77  WS-PRENOT-JRS  PIC 9(3)  VALUE 010.
           COPY PARMREC.
      * DATE DE PRELEVEMENT ANNONCEE (DATCAL, JOURS OUVRES).
       77  SOUSPROG-CAL   PIC X(8) VALUE 'DATCAL'.
       77  WS-CAL-ACTION  PIC X     VALUE 'O'.
       01  WS-DATE-JOUR   PIC 9(8).
       01  WS-DATE-PRLV   PIC 9(8).
       01  WS-DATE-ECH    PIC 9(8).
       01  WS-DATE-EDIT   PIC X(10).
       77  WS-FIN-QUI     PIC X     VALUE 'N'.
           88 FIN-QUI               VALUE 'O'.
       77  WS-A-ANNONCER  PIC X     VALUE 'N'.
       77  WS-PNT-EXISTE  PIC X     VALUE 'N'.
       77  NB-QUI-LUES    PIC 9(6)  VALUE 0.
       77  NB-ANNONCEES   PIC 9(6)  VALUE 0.
       77  NB-REANNONCES  PIC 9(6)  VALUE 0.
       77  NB-DEJA-ANN    PIC 9(6)  VALUE 0.
       77  NB-AVIS-ELEC   PIC 9(6)  VALUE 0.
       77  NB-AVIS-PAP    PIC 9(6)  VALUE 0.
       77  NB-SANS-MANDAT PIC 9(6)  VALUE 0.
       01  MNT-DU         PIC 9(6)V99 COMP-3.
       01  MNT-RESTANT    PIC 9(6)V99 COMP-3.
       01  TOT-ANNONCE    PIC 9(9)V99 VALUE 0.
       77  DISP-MNT       PIC Z(5)9,99.
       77  DISP-TOT       PIC Z(8)9,99.
      * NOTIFICATIONS ELECTRONIQUES AU CLIENT (NTFSND).
       77  SOUSPROG-NTF   PIC X(8) VALUE 'NTFSND'.
           COPY NTFZON.

       PROCEDURE DIVISION.
           OPEN INPUT QUIT
           OPEN INPUT MANDAT
           OPEN INPUT ASSUR
           OPEN I-O PRENOT
           IF WS-PNT = '35'
             OPEN OUTPUT PRENOT
             CLOSE PRENOT
             OPEN I-O PRENOT
           END-IF
           OPEN OUTPUT PNTPAP
           OPEN OUTPUT LST
           PERFORM TEST-STAT-QUI
           PERFORM TEST-STAT-MAN
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-PNT
           PERFORM TEST-STAT-PAP
           PERFORM TEST-STAT-LST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGER-PARAM
           MOVE DAT(7:4) TO WS-DATE-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DATE-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DATE-JOUR(7:2)
           MOVE 'O' TO WS-CAL-ACTION
           CALL SOUSPROG-CAL USING WS-CAL-ACTION WS-DATE-JOUR
                WS-PRENOT-JRS WS-DATE-PRLV
           MOVE ALL SPACE TO WS-DATE-EDIT
           STRING WS-DATE-PRLV(7:2) '/' WS-DATE-PRLV(5:2) '/'
                  WS-DATE-PRLV(1:4)
                  DELIMITED BY SIZE INTO WS-DATE-EDIT
           PERFORM IMPRIME-ENTETE
           PERFORM PARCOURIR-QUITTANCES
           PERFORM IMPRIME-PIED
           MOVE 'F' TO NTZ-ACTION
           CALL SOUSPROG-NTF USING NTZ-ZONE
           CLOSE QUIT
           CLOSE MANDAT
           CLOSE ASSUR
           CLOSE PRENOT
           CLOSE PNTPAP
           CLOSE LST
           PERFORM TEST-STAT-PNT
           PERFORM TEST-STAT-PAP
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ90 - PRE-NOTIFICATION DES PRELEVEMENTS'
           DISPLAY 'DATE DE PRELEVEMENT ANNONCEE : ' WS-DATE-EDIT
           DISPLAY 'QUITTANCES DUES EXAMINEES    : ' NB-QUI-LUES
           DISPLAY 'DUES SANS MANDAT ACTIF       : ' NB-SANS-MANDAT
           DISPLAY 'DEBITS ANNONCES              : ' NB-ANNONCEES
           DISPLAY 'DONT REANNONCES              : ' NB-REANNONCES
           DISPLAY 'DONT PAR NOTIFICATION        : ' NB-AVIS-ELEC
           DISPLAY 'DONT PAR AVIS PAPIER         : ' NB-AVIS-PAP
           DISPLAY 'DEJA ANNONCES                : ' NB-DEJA-ANN
           GOBACK
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             IF PRM-PRENOT-JRS NUMERIC AND PRM-PRENOT-JRS > 0
               MOVE PRM-PRENOT-JRS TO WS-PRENOT-JRS
             END-IF
           END-IF
           .

       PARCOURIR-QUITTANCES.
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
               IF (QUI-ST-PAIE = SPACE OR QUI-ST-PAIE = 'A')
                  AND QUI-TYPE NOT = 'V'
                 PERFORM CALCULER-ECHEANCE
                 IF WS-DATE-ECH NOT > WS-DATE-PRLV
                   ADD 1 TO NB-QUI-LUES
                   PERFORM EXAMINER-QUITTANCE
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      * ECHEANCE REELLE (QUI-DT-ECH EN JJMMAAAA) REMISE EN AAAAMMJJ ;
      * UNE QUITTANCE SANS ECHEANCE ECHOIT LE 1ER DE SA PERIODE.
       CALCULER-ECHEANCE.
           IF QUI-DT-ECH IS NUMERIC AND QUI-DT-ECH > 0
             MOVE QUI-DT-ECH(5:4) TO WS-DATE-ECH(1:4)
             MOVE QUI-DT-ECH(3:2) TO WS-DATE-ECH(5:2)
             MOVE QUI-DT-ECH(1:2) TO WS-DATE-ECH(7:2)
           ELSE
             MOVE QUI-PERIODE TO WS-DATE-ECH(1:6)
             MOVE '01' TO WS-DATE-ECH(7:2)
           END-IF
           .

      * SEULS LES MANDATS ACTIFS SONT PRELEVES PAR TPPRJ36, SEULS
      * LEURS DEBITS SONT ANNONCES. LE MONTANT EST CELUI QUE TPPRJ36
      * REMETTRA : TTC (PRIME NETTE EN REPLI) MOINS LES ACOMPTES.
       EXAMINER-QUITTANCE.
           MOVE QUI-MATRICUL TO MAN-MATRICUL
           READ MANDAT
             INVALID KEY
               MOVE 'N' TO MAN-OPT
           END-READ
           IF MAN-OPT NOT = 'O'
             ADD 1 TO NB-SANS-MANDAT
           ELSE
             IF QUI-TOT-TTC IS NUMERIC AND QUI-TOT-TTC > 0
               MOVE QUI-TOT-TTC TO MNT-DU
             ELSE
               MOVE QUI-PRIM TO MNT-DU
             END-IF
             IF QUI-MNT-REGLE < MNT-DU
               SUBTRACT QUI-MNT-REGLE FROM MNT-DU GIVING MNT-RESTANT
             ELSE
               MOVE 0 TO MNT-RESTANT
             END-IF
             IF MNT-RESTANT > 0
               PERFORM CONTROLER-PRENOT
               IF WS-A-ANNONCER = 'O'
                 PERFORM ANNONCER-DEBIT
               ELSE
                 ADD 1 TO NB-DEJA-ANN
               END-IF
             END-IF
           END-IF
           .

      * DEJA ANNONCEE POUR CE MONTANT OU PLUS : RIEN A FAIRE. REMISE
      * PUIS REDEVENUE DUE, OU RESTANT DU EN HAUSSE : REANNONCE.
       CONTROLER-PRENOT.
           MOVE 'O' TO WS-A-ANNONCER
           MOVE QUI-MATRICUL TO PNT-MATRICUL
           MOVE QUI-PERIODE TO PNT-PERIODE
           READ PRENOT
             INVALID KEY
               MOVE 'N' TO WS-PNT-EXISTE
             NOT INVALID KEY
               MOVE 'O' TO WS-PNT-EXISTE
               IF PNT-ST = 'A' AND PNT-MNT NOT < MNT-RESTANT
                 MOVE 'N' TO WS-A-ANNONCER
               END-IF
           END-READ
           .

       ANNONCER-DEBIT.
           MOVE MNT-RESTANT TO DISP-MNT
           PERFORM NOTIFIER-DEBIT
           IF NTZ-RC = 'O'
             ADD 1 TO NB-AVIS-ELEC
           ELSE
             PERFORM ECRIRE-AVIS-PAPIER
             MOVE 'P' TO NTZ-CANAL
             ADD 1 TO NB-AVIS-PAP
           END-IF
           MOVE ALL SPACE TO EPNT
           MOVE QUI-MATRICUL TO PNT-MATRICUL
           MOVE QUI-PERIODE TO PNT-PERIODE
           MOVE QUI-NUM TO PNT-NUM-QUIT
           MOVE MNT-RESTANT TO PNT-MNT
           MOVE WS-DATE-PRLV TO PNT-DT-PRLV
           MOVE WS-DATE-JOUR TO PNT-DT-ENVOI
           MOVE NTZ-CANAL TO PNT-CANAL
           MOVE 'A' TO PNT-ST
           IF WS-PNT-EXISTE = 'O'
             REWRITE EPNT
             ADD 1 TO NB-REANNONCES
           ELSE
             WRITE EPNT
           END-IF
           PERFORM TEST-STAT-PNT
           ADD 1 TO NB-ANNONCEES
           ADD MNT-RESTANT TO TOT-ANNONCE
           MOVE ALL SPACE TO ELST
           STRING QUI-MATRICUL ' QUITTANCE ' QUI-NUM
                  ' PERIODE ' QUI-PERIODE ' ' DISP-MNT
                  ' LE ' WS-DATE-EDIT ' CANAL ' NTZ-CANAL
                  DELIMITED BY SIZE INTO ELST
           IF WS-PNT-EXISTE = 'O'
             MOVE 'REANNONCE' TO ELST(91:9)
           END-IF
           PERFORM ECRIRE-LST
           .

       NOTIFIER-DEBIT.
           MOVE 'E' TO NTZ-ACTION
           MOVE 'TPPRJ90' TO NTZ-ORIG
           MOVE QUI-MATRICUL TO NTZ-MATRICUL
           MOVE 'P' TO NTZ-TYPE
           MOVE ALL SPACE TO NTZ-REF
           MOVE QUI-NUM TO NTZ-REF(1:8)
           MOVE ALL SPACE TO NTZ-TEXTE
           STRING 'PRELEVEMENT SEPA DE ' DISP-MNT ' EUR LE '
                  WS-DATE-EDIT ' POUR LA QUITTANCE ' QUI-NUM
                  ' (POLICE ' QUI-MATRICUL ' PERIODE ' QUI-PERIODE
                  ').'
                  DELIMITED BY SIZE INTO NTZ-TEXTE
           CALL SOUSPROG-NTF USING NTZ-ZONE
           .

      * AVIS PAPIER SUR DEUX LIGNES : DESTINATAIRE PUIS ANNONCE.
       ECRIRE-AVIS-PAPIER.
           MOVE QUI-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
               MOVE ALL SPACE TO EPAP
               STRING QUI-MATRICUL ' DOSSIER ASSURE INTROUVABLE'
                      DELIMITED BY SIZE INTO EPAP
             NOT INVALID KEY
               MOVE ALL SPACE TO EPAP
               STRING QUI-MATRICUL ' ' NOM-CLIENT ' ' ASUR-ADRS ' '
                      ASUR-CP ' ' ASUR-VLL
                      DELIMITED BY SIZE INTO EPAP
           END-READ
           WRITE EPAP
           MOVE ALL SPACE TO EPAP
           STRING '  PRELEVEMENT SEPA DE ' DISP-MNT ' EUR LE '
                  WS-DATE-EDIT ' - QUITTANCE ' QUI-NUM
                  ' PERIODE ' QUI-PERIODE
                  DELIMITED BY SIZE INTO EPAP
           WRITE EPAP
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API90   PRE-NOTIFICATION DES PRELEVEMENTS   '
                  DAT ' ' TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'DELAI APPLIQUE : ' WS-PRENOT-JRS
                  ' JOURS OUVRES - PRELEVEMENT ANNONCE AU '
                  WS-DATE-EDIT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'DEBITS ANNONCES : ' NB-ANNONCEES
                  ' (NOTIFICATION ' NB-AVIS-ELEC
                  ' PAPIER ' NB-AVIS-PAP ')'
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE TOT-ANNONCE TO DISP-TOT
           MOVE ALL SPACE TO ELST
           STRING 'MONTANT ANNONCE : ' DISP-TOT
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
             STOP RUN
           END-IF
           .
       TEST-STAT-MAN.
           IF WS-MAN NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER MANDATS ' WS-MAN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ASR.
           IF WS-ASR NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ASSURE ' WS-ASR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-PNT.
           IF WS-PNT NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER PRE-NOTIFICATIONS ' WS-PNT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-PAP.
           IF WS-PAP NOT = '00'
             DISPLAY 'ERREUR FICHIER AVIS PAPIER ' WS-PAP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-LST.
           IF WS-LST NOT = '00'
             DISPLAY 'ERREUR FICHIER LISTE ' WS-LST
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
