       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ74.
      ******************************
      *  74 - CLOTURE DE CAISSE D'UNE AGENCE : VERSE LES
      *       ENCAISSEMENTS AU GUICHET NON ENCORE REMIS DE L'AGENCE
      *       (FICHIER GUICHET ALIMENTE PAR LE DIALOGUE TPPRJ73)
      *       DANS UNE REMISE PAIE COMPLETE, COMME TPPRJ44 : ENTETE
      *       ET FIN AU SENS DE PAIECTL, NUMERO DE REMISE SAISI PAR
      *       L'OPERATEUR, NOMBRE ET MONTANT CALCULES. LA REMISE
      *       PASSE ENSUITE PAR LE RAPPROCHEMENT TPPRJ14 HABITUEL.
      *       CHAQUE DETAIL PORTE L'ORIGINE G, L'AGENCE, LE MODE ET
      *       LE NUMERO DE RECU ; L'ENCAISSEMENT EST MARQUE REMIS
      *       AVEC LE NUMERO DE LA REMISE.
      *       IMPRIME SUR LST LA FEUILLE DE CAISSE DE L'AGENCE : LES
      *       ESPECES PUIS LES CHEQUES (AVEC LEUR NUMERO), RECU PAR
      *       RECU, AVEC LE NOMBRE ET LE TOTAL DE CHAQUE MODE, POUR
      *       RAPPROCHER LE TIROIR-CAISSE ET LE BORDEREAU DE REMISE
      *       DE CHEQUES, ET LE TOTAL DE LA REMISE.
      *       L'AGENCE EST CELLE DE L'OPERATEUR SIGNE ; A DEFAUT ELLE
      *       EST SAISIE ET CONTROLEE SUR LA TABLE AGENCES. SANS
      *       ENCAISSEMENT A REMETTRE, AUCUNE REMISE N'EST PRODUITE
      *       (CODE RETOUR 4).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUICHET ASSIGN GUICHET
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY GCH-NO-RECU
             FILE STATUS  WS-GCH.
           SELECT PAIE   ASSIGN PAIE
             FILE STATUS  WS-PAI.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  GUICHET RECORDING F.
           COPY GCHREC.
       FD  PAIE RECORDING F.
           COPY PAIEREC.
           COPY PAIECTL.
       FD  LST RECORDING F.
       01  ELST              PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-GCH         PIC XX.
       77  WS-PAI         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-FIN-GCH     PIC X     VALUE 'N'.
       77  WS-CTL-OK      PIC X     VALUE 'N'.
           88 CTL-VALIDE            VALUE 'O'.
       77  WS-AGC         PIC X     VALUE SPACE.
       77  WS-AGC-LIB     PIC X(15) VALUE SPACE.
       77  WS-I           PIC 99.
       77  WS-NO-REMISE   PIC 9(6)  VALUE 0.
      * MODE EN COURS DE VERSEMENT : E (ESPECES) PUIS C (CHEQUES).
       77  WS-MODE-COURS  PIC X     VALUE SPACE.
       77  NB-A-REMETTRE  PIC 9(6)  VALUE 0.
       77  NB-REMIS       PIC 9(6)  VALUE 0.
       01  TOT-REMISE     PIC 9(9)V99 VALUE 0.
       77  NB-MODE        PIC 9(6)  VALUE 0.
       01  TOT-MODE       PIC 9(9)V99 VALUE 0.
       77  DISP-MNT       PIC Z(4)9,99.
       77  DISP-TOT       PIC Z(8)9,99.
       77  DISP-NB        PIC ZZZZZ9.
       01  WS-DT-JOUR     PIC 9(8).
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       COPY AGENCES.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ74'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           PERFORM CONTROLER-OPERATEUR
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           PERFORM CHOISIR-AGENCE
           OPEN I-O GUICHET
           IF WS-GCH = '35'
             DISPLAY 'TPPRJ74 - AUCUN ENCAISSEMENT AU GUICHET'
             MOVE 4 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM TEST-STAT-GCH
           PERFORM COMPTER-A-REMETTRE
           IF NB-A-REMETTRE = 0
             CLOSE GUICHET
             DISPLAY 'TPPRJ74 - AGENCE ' WS-AGC
                     ' : AUCUN ENCAISSEMENT A REMETTRE'
             MOVE 4 TO RETURN-CODE
             STOP RUN
           END-IF
           OPEN OUTPUT PAIE
           PERFORM TEST-STAT-PAI
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           PERFORM ECRIRE-ENTETE-REMISE
           PERFORM IMPRIME-ENTETE
           MOVE 'E' TO WS-MODE-COURS
           PERFORM VERSER-MODE
           MOVE 'C' TO WS-MODE-COURS
           PERFORM VERSER-MODE
           PERFORM ECRIRE-FIN-REMISE
           PERFORM IMPRIME-PIED
           CLOSE GUICHET
           CLOSE PAIE
           CLOSE LST
           PERFORM TEST-STAT-GCH
           PERFORM TEST-STAT-PAI
           PERFORM TEST-STAT-LST
           MOVE TOT-REMISE TO DISP-TOT
           DISPLAY 'TPPRJ74 - CLOTURE DE CAISSE AGENCE ' WS-AGC
           DISPLAY 'REMISE NO        : ' WS-NO-REMISE
           DISPLAY 'REGLEMENTS REMIS : ' NB-REMIS
           DISPLAY 'MONTANT REMIS    : ' DISP-TOT
           GOBACK
           .

      * L'AGENCE DE LA CAISSE EST CELLE DE L'OPERATEUR ; UN
      * OPERATEUR DU SIEGE (SANS AGENCE) INDIQUE L'AGENCE A CLORE.
       CHOISIR-AGENCE.
           MOVE WS-OPE-AGC TO WS-AGC
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             IF WS-AGC = SPACE
               DISPLAY 'CODE AGENCE A CLORE : ' WITH NO ADVANCING
               ACCEPT WS-AGC
             END-IF
             MOVE 1 TO WS-I
             PERFORM UNTIL WS-I > NB-AGC OR CTL-VALIDE
               IF AG-CODE(WS-I) = WS-AGC
                 MOVE AG-LIBELLE(WS-I) TO WS-AGC-LIB
                 MOVE 'O' TO WS-CTL-OK
               END-IF
               ADD 1 TO WS-I
             END-PERFORM
             IF NOT CTL-VALIDE
               DISPLAY 'AGENCE ' WS-AGC ' INCONNUE'
               MOVE SPACE TO WS-AGC
             END-IF
           END-PERFORM
           .

      * UN ENCAISSEMENT D'UN JOUR ANTERIEUR NON REMIS (CLOTURE
      * OUBLIEE) PART DANS LA REMISE DU JOUR.
       COMPTER-A-REMETTRE.
           MOVE 0 TO NB-A-REMETTRE
           PERFORM POSITIONNER-GUICHET
           PERFORM UNTIL WS-FIN-GCH = 'O'
             READ GUICHET NEXT
               AT END
                 MOVE 'O' TO WS-FIN-GCH
               NOT AT END
                 IF GCH-AGC = WS-AGC AND GCH-ST = SPACE
                    AND GCH-DT NOT > WS-DT-JOUR
                   ADD 1 TO NB-A-REMETTRE
                 END-IF
             END-READ
           END-PERFORM
           .

       POSITIONNER-GUICHET.
           MOVE 'N' TO WS-FIN-GCH
           MOVE 0 TO GCH-NO-RECU
           START GUICHET KEY NOT < GCH-NO-RECU
             INVALID KEY MOVE 'O' TO WS-FIN-GCH
           END-START
           .

      * UN PASSAGE PAR MODE : LES ENCAISSEMENTS DU MODE EN COURS
      * SONT VERSES DANS LA REMISE, MARQUES REMIS ET IMPRIMES DANS
      * LA SECTION DU MODE SUR LA FEUILLE DE CAISSE.
       VERSER-MODE.
           MOVE 0 TO NB-MODE
           MOVE 0 TO TOT-MODE
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           IF WS-MODE-COURS = 'E'
             MOVE 'ESPECES' TO ELST
           ELSE
             MOVE 'CHEQUES' TO ELST
           END-IF
           PERFORM ECRIRE-LST
           MOVE 'RECU NO  HEURE  GUICHET. POLICE     MONTANT  CHEQUE'
             TO ELST
           PERFORM ECRIRE-LST
           PERFORM POSITIONNER-GUICHET
           PERFORM UNTIL WS-FIN-GCH = 'O'
             READ GUICHET NEXT
               AT END
                 MOVE 'O' TO WS-FIN-GCH
               NOT AT END
                 IF GCH-AGC = WS-AGC AND GCH-ST = SPACE
                    AND GCH-DT NOT > WS-DT-JOUR
                    AND GCH-MODE = WS-MODE-COURS
                   PERFORM VERSER-ENCAISSEMENT
                 END-IF
             END-READ
           END-PERFORM
           MOVE NB-MODE TO DISP-NB
           MOVE TOT-MODE TO DISP-TOT
           IF WS-MODE-COURS = 'E'
             STRING 'TOTAL ESPECES  : ' DISP-NB ' RECU(S) '
                    DISP-TOT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             MOVE 'ESPECES COMPTEES EN CAISSE : ..........   ECART :'
               TO ELST
           ELSE
             STRING 'TOTAL CHEQUES  : ' DISP-NB ' RECU(S) '
                    DISP-TOT
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
             MOVE 'TOTAL DU BORDEREAU DE REMISE : ..........   ECART :'
               TO ELST
           END-IF
           PERFORM ECRIRE-LST
           .

       VERSER-ENCAISSEMENT.
           MOVE ALL SPACE TO EPAI
           MOVE GCH-MATRICUL TO PAI-MATRICUL
           MOVE GCH-DT(7:2) TO PAI-DT(1:2)
           MOVE GCH-DT(5:2) TO PAI-DT(3:2)
           MOVE GCH-DT(1:4) TO PAI-DT(5:4)
           MOVE GCH-MNT TO PAI-MNT
           MOVE 'G' TO PAI-ORIG
           MOVE GCH-AGC TO PAI-AGC
           MOVE GCH-MODE TO PAI-MODE
           MOVE GCH-NO-RECU TO PAI-NO-RECU
           WRITE EPAI
           PERFORM TEST-STAT-PAI
           MOVE 'R' TO GCH-ST
           MOVE WS-NO-REMISE TO GCH-NO-REM
           REWRITE EGCH
           PERFORM TEST-STAT-GCH
           ADD 1 TO NB-REMIS
           ADD GCH-MNT TO TOT-REMISE
           ADD 1 TO NB-MODE
           ADD GCH-MNT TO TOT-MODE
           MOVE GCH-MNT TO DISP-MNT
           STRING GCH-NO-RECU ' ' GCH-TIM(1:2) 'H' GCH-TIM(3:2) '  '
                  GCH-OPID ' ' GCH-MATRICUL ' ' DISP-MNT '  '
                  GCH-NO-CHQ
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-ENTETE-REMISE.
           DISPLAY 'AGENCE ' WS-AGC ' ' WS-AGC-LIB ' : '
                   NB-A-REMETTRE ' ENCAISSEMENT(S) A REMETTRE'
           DISPLAY 'NUMERO DE LA REMISE DE CLOTURE DE CAISSE : '
               WITH NO ADVANCING
           ACCEPT WS-NO-REMISE
           MOVE ALL SPACE TO EPAI
           MOVE '000000' TO PEN-REPERE
           MOVE WS-NO-REMISE TO PEN-NO-REM
           MOVE DAT(1:2) TO PEN-DT-REM(1:2)
           MOVE DAT(4:2) TO PEN-DT-REM(3:2)
           MOVE DAT(7:4) TO PEN-DT-REM(5:4)
           WRITE EPAI-ENT
           PERFORM TEST-STAT-PAI
           .

       ECRIRE-FIN-REMISE.
           MOVE ALL SPACE TO EPAI
           MOVE '999999' TO PFN-REPERE
           MOVE NB-REMIS TO PFN-NB
           MOVE TOT-REMISE TO PFN-MNT
           WRITE EPAI-FIN
           PERFORM TEST-STAT-PAI
           .

       IMPRIME-ENTETE.
           MOVE ALL SPACE TO ELST
           STRING 'API74   FEUILLE DE CAISSE - AGENCE ' WS-AGC ' '
                  WS-AGC-LIB ' DU ' DAT(1:10)
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           STRING 'REMISE PAIE NO ' WS-NO-REMISE '   CLOTURE PAR '
                  WS-OPE-ID ' A ' TIM(1:2) 'H' TIM(3:2)
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       IMPRIME-PIED.
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE NB-REMIS TO DISP-NB
           MOVE TOT-REMISE TO DISP-TOT
           STRING 'TOTAL DE LA REMISE ' WS-NO-REMISE ' : ' DISP-NB
                  ' REGLEMENT(S) ' DISP-TOT
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           PERFORM ECRIRE-LST
           MOVE 'VISA DU CAISSIER :              VISA DU RESPONSABLE :'
             TO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-GCH.
           IF WS-GCH NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER ENCAISSEMENTS GUICHET ' WS-GCH
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-PAI.
           IF WS-PAI NOT = '00'
             DISPLAY 'ERREUR FICHIER REGLEMENTS ' WS-PAI
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

      * L'OPERATEUR SIGNE AVANT TOUT TRAITEMENT (OPECHK) ET LE
      * PROGRAMME DOIT FIGURER DANS SON PROFIL.
       CONTROLER-OPERATEUR.
           MOVE 'S' TO WS-OPE-ACTION
           MOVE SPACE TO WS-OPE-CODE
           MOVE SPACE TO WS-OPE-OBJET
           PERFORM APPEL-OPECHK
           IF WS-OPE-ETAT NOT = 'O'
             DISPLAY 'SIGNATURE REFUSEE - LANCEMENT REFUSE'
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       APPEL-OPECHK.
           CALL SOUSPROG-OPE USING WS-OPE-ACTION WS-OPE-PROG
                WS-OPE-CODE WS-OPE-OBJET WS-OPE-ETAT WS-OPE-ID
                WS-OPE-AGC
           .
