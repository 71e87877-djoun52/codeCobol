       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFSND.
      ******************************
      *  NTFSND - EMISSION DES NOTIFICATIONS ELECTRONIQUES AUX
      *      CLIENTS, SUR LE MODELE DES SOUS-PROGRAMMES PARTAGES
      *      PRSLNK/PERCHK. LES PROGRAMMES QUI AVISENT UN CLIENT
      *      (RELANCE ET REINTEGRATION TPPRJ14, SUSPENSION TPPRJ51,
      *      PRE-NOTIFICATION DE PRELEVEMENT TPPRJ90, SINISTRES
      *      TPPRJ33 ET TPPRJ72) DONNENT LE MATRICULE, LE TYPE ET LE
      *      TEXTE DE L'AVIS ; LES PREFERENCES DU CLIENT (FICHIER
      *      CONTACT, DESSIN CTCREC) DECIDENT DU CANAL : COURRIEL SI
      *      LE CLIENT L'A ACCEPTE ET DONNE UNE ADRESSE, SMS SINON
      *      S'IL L'A ACCEPTE ET DONNE UN PORTABLE, A DEFAUT AUCUN
      *      (L'APPELANT GARDE LE COURRIER PAPIER). LA NOTIFICATION
      *      PART SUR LE FICHIER NOTIF DE LA PASSERELLE DE
      *      MESSAGERIE ET AU REGISTRE NTFJRN, OU LE RETOUR DE LA
      *      PASSERELLE (TPPRJ91) LA RETROUVE PAR SON IDENTIFIANT.
      *      LES FICHIERS SONT OUVERTS AU PREMIER APPEL (CREES S'ILS
      *      N'EXISTENT PAS) ET RESTENT OUVERTS JUSQU'A L'APPEL DE
      *      FERMETURE. ZONE D'ECHANGE : COPY NTFZON.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT ASSIGN CONTACT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CTC-MATRICUL
             FILE STATUS  WS-CTC.
           SELECT NTFJRN ASSIGN NTFJRN
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY NTF-CLE
             FILE STATUS  WS-NTJ.
           SELECT NOTIF  ASSIGN NOTIF
             FILE STATUS  WS-NTF.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT RECORDING F.
           COPY CTCREC.
       FD  NTFJRN RECORDING F.
           COPY NTFREC.
      * LE FICHIER DE LA PASSERELLE PORTE L'ARTICLE DU REGISTRE.
       FD  NOTIF RECORDING F.
       01  ENOTIF            PIC X(240).
       WORKING-STORAGE SECTION.
       77  WS-CTC         PIC XX.
       77  WS-NTJ         PIC XX.
       77  WS-NTF         PIC XX.
       77  WS-OUVERT      PIC X      VALUE 'N'.
       77  WS-DISPO       PIC X      VALUE 'N'.
       77  WS-CONTACT-OUV PIC X      VALUE 'N'.
       77  WS-ECRIT       PIC X      VALUE 'N'.
       77  WS-SEQ         PIC 9(4)   VALUE 0.
       77  WS-ESSAIS      PIC 9(4)   VALUE 0.
       01  WS-DATE-SYS    PIC 9(8).
       01  WS-HEURE-SYS   PIC 9(8).
       LINKAGE SECTION.
           COPY NTFZON.

       PROCEDURE DIVISION USING NTZ-ZONE.
           IF NTZ-ACTION = 'F'
             PERFORM FERMER-FICHIERS
           ELSE
             IF WS-OUVERT = 'N'
               PERFORM OUVRIR-FICHIERS
             END-IF
             MOVE SPACE TO NTZ-CANAL
             MOVE SPACE TO NTZ-CLE
             IF WS-DISPO NOT = 'O'
               MOVE 'I' TO NTZ-RC
             ELSE
               IF NTZ-ACTION = 'E'
                 PERFORM EMETTRE-NOTIFICATION
               ELSE
                 MOVE 'I' TO NTZ-RC
               END-IF
             END-IF
           END-IF
           GOBACK
           .

      * LE REGISTRE ET LE FICHIER DE LA PASSERELLE SONT CREES AU
      * PREMIER USAGE ; SANS FICHIER CONTACT, AUCUN CLIENT N'A ENCORE
      * DONNE SON ACCORD ET TOUT RESTE AU PAPIER.
       OUVRIR-FICHIERS.
           MOVE 'O' TO WS-OUVERT
           MOVE 'O' TO WS-DISPO
           OPEN INPUT CONTACT
           IF WS-CTC = '00'
             MOVE 'O' TO WS-CONTACT-OUV
           END-IF
           OPEN I-O NTFJRN
           IF WS-NTJ = '35'
             OPEN OUTPUT NTFJRN
             CLOSE NTFJRN
             OPEN I-O NTFJRN
           END-IF
           OPEN EXTEND NOTIF
           IF WS-NTF = '35'
             OPEN OUTPUT NOTIF
           END-IF
           IF WS-NTJ NOT = '00' OR WS-NTF NOT = '00'
             DISPLAY 'NTFSND - FICHIERS DES NOTIFICATIONS '
                     'INDISPONIBLES ' WS-NTJ ' ' WS-NTF
             MOVE 'N' TO WS-DISPO
           END-IF
           .

       FERMER-FICHIERS.
           IF WS-OUVERT = 'O'
             IF WS-CONTACT-OUV = 'O'
               CLOSE CONTACT
               MOVE 'N' TO WS-CONTACT-OUV
             END-IF
             IF WS-DISPO = 'O'
               CLOSE NTFJRN
               CLOSE NOTIF
             END-IF
             MOVE 'N' TO WS-OUVERT
             MOVE 'N' TO WS-DISPO
           END-IF
           MOVE 'O' TO NTZ-RC
           .

       EMETTRE-NOTIFICATION.
           MOVE 'N' TO NTZ-RC
           IF WS-CONTACT-OUV = 'O'
             MOVE NTZ-MATRICUL TO CTC-MATRICUL
             READ CONTACT
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM CHOISIR-CANAL
             END-READ
           END-IF
           IF NTZ-CANAL NOT = SPACE
             PERFORM ECRIRE-NOTIFICATION
           END-IF
           .

      * LE COURRIEL PASSE AVANT LE SMS ; UN CANAL N'EST RETENU QUE
      * SI LE CLIENT L'A ACCEPTE ET QUE LA COORDONNEE EST SAISIE.
       CHOISIR-CANAL.
           MOVE ALL SPACE TO ENTF
           IF CTC-OPT-MAIL = 'O' AND CTC-EMAIL NOT = SPACE
             MOVE 'M' TO NTZ-CANAL
             MOVE CTC-EMAIL TO NTF-ADRESSE
           ELSE
             IF CTC-OPT-SMS = 'O' AND CTC-TEL-PTB IS NUMERIC
                AND CTC-TEL-PTB > 0
               MOVE 'S' TO NTZ-CANAL
               MOVE CTC-TEL-PTB TO NTF-ADRESSE
             END-IF
           END-IF
           .

      * L'IDENTIFIANT EST LA DATE ET L'HEURE D'EMISSION SUIVIES D'UN
      * NUMERO D'ORDRE ; UNE CLE DEJA PRISE (AUTRE PROGRAMME DANS LA
      * MEME SECONDE) FAIT PASSER AU NUMERO SUIVANT.
       ECRIRE-NOTIFICATION.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HEURE-SYS FROM TIME
           MOVE WS-DATE-SYS TO NTF-DT
           MOVE WS-HEURE-SYS(1:6) TO NTF-HR
           MOVE NTZ-MATRICUL TO NTF-MATRICUL
           MOVE NTZ-TYPE TO NTF-TYPE
           MOVE NTZ-CANAL TO NTF-CANAL
           MOVE NTZ-REF TO NTF-REF
           MOVE NTZ-TEXTE TO NTF-TEXTE
           MOVE NTZ-ORIG TO NTF-ORIG
           MOVE 'E' TO NTF-ETAT
           MOVE WS-DATE-SYS TO NTF-DT-ETAT
           MOVE SPACE TO NTF-MOTIF
           MOVE 'N' TO WS-ECRIT
           MOVE 0 TO WS-ESSAIS
           PERFORM UNTIL WS-ECRIT NOT = 'N'
             IF WS-SEQ >= 9999
               MOVE 1 TO WS-SEQ
             ELSE
               ADD 1 TO WS-SEQ
             END-IF
             MOVE WS-SEQ TO NTF-SEQ
             WRITE ENTF
               INVALID KEY
                 ADD 1 TO WS-ESSAIS
                 IF WS-NTJ NOT = '22' OR WS-ESSAIS >= 9999
                   MOVE 'X' TO WS-ECRIT
                 END-IF
               NOT INVALID KEY
                 MOVE 'O' TO WS-ECRIT
             END-WRITE
           END-PERFORM
           IF WS-ECRIT = 'O'
             MOVE ENTF TO ENOTIF
             WRITE ENOTIF
             MOVE NTF-CLE TO NTZ-CLE
             MOVE 'O' TO NTZ-RC
           ELSE
             DISPLAY 'NTFSND - ERREUR REGISTRE DES NOTIFICATIONS '
                     WS-NTJ
             MOVE SPACE TO NTZ-CANAL
             MOVE 'I' TO NTZ-RC
           END-IF
           .
