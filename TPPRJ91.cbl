       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ91.
      ******************************
      *  91 - CHARGEMENT DU COMPTE RENDU DE LA PASSERELLE DE
      *       MESSAGERIE (FICHIER NTFRET, DESSIN NTRREC) : CHAQUE
      *       ARTICLE RETROUVE LA NOTIFICATION AU REGISTRE NTFJRN
      *       PAR SON IDENTIFIANT.
      *       D = DELIVREE : LA NOTIFICATION PASSE A L'ETAT D.
      *       E = ECHEC DE REMISE : L'AVIS RETOMBE AU PAPIER. SON
      *           TEXTE EST IMPRIME SUR LE FICHIER D'AVIS NTFPAP A
      *           L'ADRESSE DU DOSSIER ASSUR (ARCH SI LE DOSSIER A
      *           ETE RESILIE ENTRE-TEMPS), LA NOTIFICATION PASSE A
      *           L'ETAT P AVEC LE MOTIF DE LA PASSERELLE ET L'ECHEC
      *           EST COMPTE SUR LA FICHE CONTACT DU CLIENT (NOMBRE,
      *           DATE, CANAL) POUR QUE LE POSTE SOUSCRIPTEUR
      *           (TPPRJ22) FASSE CORRIGER LA COORDONNEE.
      *       UNE NOTIFICATION DEJA REPRISE EN PAPIER N'EST PAS
      *       REIMPRIMEE SI LA PASSERELLE RENVOIE L'ECHEC DEUX FOIS ;
      *       UN IDENTIFIANT INCONNU DU REGISTRE EST LISTE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTFRET ASSIGN NTFRET
             FILE STATUS  WS-NTR.
           SELECT NTFJRN ASSIGN NTFJRN
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY NTF-CLE
             FILE STATUS  WS-NTJ.
           SELECT CONTACT ASSIGN CONTACT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CTC-MATRICUL
             FILE STATUS  WS-CTC.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
           SELECT ARCH   ASSIGN ARCH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY ARC-MATRICUL
             FILE STATUS  WS-ARC.
           SELECT NTFPAP ASSIGN NTFPAP
             FILE STATUS  WS-PAP.
           SELECT LST    ASSIGN LST
             FILE STATUS  WS-LST.

       DATA DIVISION.
       FILE SECTION.
       FD  NTFRET RECORDING F.
           COPY NTRREC.
       FD  NTFJRN RECORDING F.
           COPY NTFREC.
       FD  CONTACT RECORDING F.
           COPY CTCREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  ARCH RECORDING F.
           COPY ARCREC.
       FD  NTFPAP RECORDING F.
       01  EPAP              PIC X(100).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-NTR         PIC XX.
       77  WS-NTJ         PIC XX.
       77  WS-CTC         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-ARC         PIC XX.
       77  WS-PAP         PIC XX.
       77  WS-LST         PIC XX.
       77  WS-CONTACT-OUV PIC X     VALUE 'N'.
       77  WS-ARCH-OUV    PIC X     VALUE 'N'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       01  WS-DATE-JOUR   PIC 9(8).
       01  WS-DT-JJMMAAAA PIC 9(8).
       77  WS-FIN-NTR     PIC X     VALUE 'N'.
           88 FIN-NTR               VALUE 'O'.
       77  NB-RET-LUS     PIC 9(6)  VALUE 0.
       77  NB-DELIVREES   PIC 9(6)  VALUE 0.
       77  NB-ECHECS      PIC 9(6)  VALUE 0.
       77  NB-AVIS-PAP    PIC 9(6)  VALUE 0.
       77  NB-DEJA-PAP    PIC 9(6)  VALUE 0.
       77  NB-INCONNUES   PIC 9(6)  VALUE 0.
       77  NB-STATUT-INC  PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
           OPEN INPUT NTFRET
           OPEN I-O NTFJRN
           OPEN INPUT ASSUR
           OPEN OUTPUT NTFPAP
           OPEN OUTPUT LST
           PERFORM TEST-STAT-NTR
           PERFORM TEST-STAT-NTJ
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-PAP
           PERFORM TEST-STAT-LST
           OPEN I-O CONTACT
           IF WS-CTC = '00'
             MOVE 'O' TO WS-CONTACT-OUV
           END-IF
           OPEN INPUT ARCH
           IF WS-ARC = '00'
             MOVE 'O' TO WS-ARCH-OUV
           END-IF
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DATE-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DATE-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DATE-JOUR(7:2)
           MOVE DAT(1:2) TO WS-DT-JJMMAAAA(1:2)
           MOVE DAT(4:2) TO WS-DT-JJMMAAAA(3:2)
           MOVE DAT(7:4) TO WS-DT-JJMMAAAA(5:4)
           MOVE ALL SPACE TO ELST
           STRING 'API91   RETOUR DE LA PASSERELLE DE MESSAGERIE   '
                  DAT ' ' TIM DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           PERFORM UNTIL FIN-NTR
             READ NTFRET
               AT END MOVE 'O' TO WS-FIN-NTR
             END-READ
             IF NOT FIN-NTR
               ADD 1 TO NB-RET-LUS
               PERFORM TRAITER-RETOUR
             END-IF
           END-PERFORM
           MOVE ALL SPACE TO ELST
           STRING ALL '-' DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'COMPTES RENDUS LUS : ' NB-RET-LUS
                  '  DELIVREES : ' NB-DELIVREES
                  '  ECHECS : ' NB-ECHECS
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'AVIS REPRIS EN PAPIER : ' NB-AVIS-PAP
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           CLOSE NTFRET
           CLOSE NTFJRN
           CLOSE ASSUR
           CLOSE NTFPAP
           CLOSE LST
           IF WS-CONTACT-OUV = 'O'
             CLOSE CONTACT
           END-IF
           IF WS-ARCH-OUV = 'O'
             CLOSE ARCH
           END-IF
           PERFORM TEST-STAT-NTJ
           PERFORM TEST-STAT-PAP
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ91 - RETOUR DE LA PASSERELLE DE MESSAGERIE'
           DISPLAY 'COMPTES RENDUS LUS          : ' NB-RET-LUS
           DISPLAY 'NOTIFICATIONS DELIVREES     : ' NB-DELIVREES
           DISPLAY 'ECHECS DE REMISE            : ' NB-ECHECS
           DISPLAY 'DONT REPRIS EN AVIS PAPIER  : ' NB-AVIS-PAP
           DISPLAY 'DONT DEJA REPRIS EN PAPIER  : ' NB-DEJA-PAP
           DISPLAY 'IDENTIFIANTS INCONNUS       : ' NB-INCONNUES
           DISPLAY 'STATUTS NON RECONNUS        : ' NB-STATUT-INC
           GOBACK
           .

       TRAITER-RETOUR.
           MOVE NTR-CLE TO NTF-CLE
           READ NTFJRN
             INVALID KEY
               ADD 1 TO NB-INCONNUES
               MOVE ALL SPACE TO ELST
               STRING NTR-DT ' ' NTR-HR ' ' NTR-SEQ
                      ' NOTIFICATION INCONNUE DU REGISTRE - STATUT '
                      NTR-STATUT ' ' NTR-MOTIF
                      DELIMITED BY SIZE INTO ELST
               PERFORM ECRIRE-LST
             NOT INVALID KEY
               EVALUATE NTR-STATUT
                 WHEN 'D'
                   PERFORM ENREGISTRER-REMISE
                 WHEN 'E'
                   PERFORM ENREGISTRER-ECHEC
                 WHEN OTHER
                   ADD 1 TO NB-STATUT-INC
                   MOVE ALL SPACE TO ELST
                   STRING NTR-DT ' ' NTR-HR ' ' NTR-SEQ
                          ' STATUT DE PASSERELLE NON RECONNU '
                          NTR-STATUT
                          DELIMITED BY SIZE INTO ELST
                   PERFORM ECRIRE-LST
               END-EVALUATE
           END-READ
           .

      * UNE REMISE CONFIRMEE APRES UN ECHEC DEJA REPRIS EN PAPIER NE
      * CHANGE PLUS L'ETAT : L'AVIS PAPIER EST PARTI.
       ENREGISTRER-REMISE.
           ADD 1 TO NB-DELIVREES
           IF NTF-ETAT NOT = 'P'
             MOVE 'D' TO NTF-ETAT
             MOVE WS-DATE-JOUR TO NTF-DT-ETAT
             MOVE NTR-MOTIF TO NTF-MOTIF
             REWRITE ENTF
             PERFORM TEST-STAT-NTJ
           END-IF
           .

       ENREGISTRER-ECHEC.
           ADD 1 TO NB-ECHECS
           IF NTF-ETAT = 'P'
             ADD 1 TO NB-DEJA-PAP
           ELSE
             PERFORM ECRIRE-AVIS-PAPIER
             ADD 1 TO NB-AVIS-PAP
             MOVE 'P' TO NTF-ETAT
             MOVE WS-DATE-JOUR TO NTF-DT-ETAT
             MOVE NTR-MOTIF TO NTF-MOTIF
             REWRITE ENTF
             PERFORM TEST-STAT-NTJ
             PERFORM COMPTER-ECHEC-CONTACT
             MOVE ALL SPACE TO ELST
             STRING NTF-MATRICUL ' TYPE ' NTF-TYPE ' CANAL '
                    NTF-CANAL ' ' NTF-ADRESSE(1:30)
                    ' ECHEC ' NTR-MOTIF ' - AVIS PAPIER'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

      * AVIS PAPIER : DESTINATAIRE PUIS LE TEXTE DE LA NOTIFICATION
      * SUR DEUX LIGNES.
       ECRIRE-AVIS-PAPIER.
           MOVE ALL SPACE TO EPAP
           MOVE NTF-MATRICUL TO MATRICUL
           READ ASSUR
             INVALID KEY
               PERFORM ADRESSE-ARCHIVE
             NOT INVALID KEY
               STRING NTF-MATRICUL ' ' NOM-CLIENT ' ' ASUR-ADRS ' '
                      ASUR-CP ' ' ASUR-VLL
                      DELIMITED BY SIZE INTO EPAP
           END-READ
           WRITE EPAP
           MOVE ALL SPACE TO EPAP
           STRING '  ' NTF-TEXTE(1:60) DELIMITED BY SIZE INTO EPAP
           WRITE EPAP
           IF NTF-TEXTE(61:60) NOT = SPACE
             MOVE ALL SPACE TO EPAP
             STRING '  ' NTF-TEXTE(61:60) DELIMITED BY SIZE
                    INTO EPAP
             WRITE EPAP
           END-IF
           .

       ADRESSE-ARCHIVE.
           IF WS-ARCH-OUV = 'O'
             MOVE NTF-MATRICUL TO ARC-MATRICUL
             READ ARCH
               INVALID KEY
                 STRING NTF-MATRICUL ' DOSSIER ASSURE INTROUVABLE'
                        DELIMITED BY SIZE INTO EPAP
               NOT INVALID KEY
                 MOVE ARC-EASR TO EASR
                 STRING NTF-MATRICUL ' ' NOM-CLIENT ' ' ASUR-ADRS
                        ' ' ASUR-CP ' ' ASUR-VLL
                        DELIMITED BY SIZE INTO EPAP
             END-READ
           ELSE
             STRING NTF-MATRICUL ' DOSSIER ASSURE INTROUVABLE'
                    DELIMITED BY SIZE INTO EPAP
           END-IF
           .

       COMPTER-ECHEC-CONTACT.
           IF WS-CONTACT-OUV = 'O'
             MOVE NTF-MATRICUL TO CTC-MATRICUL
             READ CONTACT
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF CTC-NB-ECHEC IS NUMERIC AND CTC-NB-ECHEC < 99
                   ADD 1 TO CTC-NB-ECHEC
                 ELSE
                   IF CTC-NB-ECHEC NOT NUMERIC
                     MOVE 1 TO CTC-NB-ECHEC
                   END-IF
                 END-IF
                 MOVE WS-DT-JJMMAAAA TO CTC-DT-ECHEC
                 MOVE NTF-CANAL TO CTC-CANAL-ECHEC
                 REWRITE ECTC
             END-READ
           END-IF
           .

       ECRIRE-LST.
           WRITE ELST
           MOVE ALL SPACE TO ELST
           .

       TEST-STAT-NTR.
           IF WS-NTR NOT = '00'
             DISPLAY 'ERREUR FICHIER RETOUR PASSERELLE ' WS-NTR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-NTJ.
           IF WS-NTJ NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER REGISTRE NOTIFICATIONS ' WS-NTJ
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
