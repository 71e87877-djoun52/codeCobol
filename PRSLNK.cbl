       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRSLNK.
      ******************************
      *  PRSLNK - PERSONNES ET LIENS POLICE -> PERSONNE (FICHIERS
      *      PERSON, LIENPRS ET L'INDEX NOM + CODE POSTAL PRSNOM),
      *      SUR LE MODELE DES SOUS-PROGRAMMES PARTAGES PERCHK/
      *      OPECHK. UN CLIENT QUI DETIENT PLUSIEURS MATRICULES EST
      *      UNE SEULE PERSONNE : LA CREATION D'UNE POLICE (TPPRJ8,
      *      MOUVEMENT CODE 0 DE TPPRJ6) LA RATTACHE D'OFFICE A UN
      *      CLIENT DEJA CONNU, LES GROUPES DE DOUBLONS DE TPPRJ19
      *      SONT RATTACHES SUR CONFIRMATION DE L'OPERATEUR
      *      (TPPRJ88). LA CONSULTATION CLIENT TPPRJ29 ET LE RELEVE
      *      TPPRJ57 LISTENT LES POLICES DE LA PERSONNE ; LE
      *      QUITTANCEMENT TPPRJ2 Y COMPTE SES POLICES ACTIVES POUR
      *      LA REMISE MULTI-CONTRATS. LES FICHIERS SONT OUVERTS AU
      *      PREMIER APPEL (CREES S'ILS N'EXISTENT PAS) ET RESTENT
      *      OUVERTS JUSQU'A L'APPEL DE FERMETURE ; LE MAITRE ASSUR
      *      N'EST LU QUE POUR LE COMPTE DES POLICES ACTIVES.
      *      ZONE D'ECHANGE : COPY PRSZON.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON ASSIGN PERSON
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY PRS-ID
             FILE STATUS  WS-PRS.
           SELECT LIENPRS ASSIGN LIENPRS
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY LPR-MATRICUL
             FILE STATUS  WS-LPR.
           SELECT PRSNOM ASSIGN PRSNOM
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY PRN-CLE
             FILE STATUS  WS-PRN.
           SELECT ASSUR  ASSIGN ASSUR
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY MATRICUL
             FILE STATUS  WS-ASR.
       DATA DIVISION.
       FILE SECTION.
       FD  PERSON RECORDING F.
           COPY PRSREC.
       FD  LIENPRS RECORDING F.
           COPY LPRREC.
       FD  PRSNOM RECORDING F.
           COPY PRNREC.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       WORKING-STORAGE SECTION.
       77  WS-PRS         PIC XX.
       77  WS-LPR         PIC XX.
       77  WS-PRN         PIC XX.
       77  WS-ASR         PIC XX.
       77  WS-OUVERT      PIC X      VALUE 'N'.
       77  WS-DISPO       PIC X      VALUE 'N'.
       77  WS-ASSUR-OUV   PIC X      VALUE 'N'.
       77  WS-LIEN-TROUVE PIC X      VALUE 'N'.
       77  WS-CONNU       PIC X      VALUE 'N'.
       77  WS-ANC-PRS     PIC 9(6)   VALUE 0.
       77  IX-POL         PIC 99     VALUE 0.
       77  IX-DEC         PIC 99     VALUE 0.
       01  WS-DATE-SYS    PIC 9(8).
       LINKAGE SECTION.
           COPY PRSZON.

       PROCEDURE DIVISION USING PLK-ZONE.
           IF PLK-ACTION = 'F'
             PERFORM FERMER-FICHIERS
           ELSE
             IF WS-OUVERT = 'N'
               PERFORM OUVRIR-FICHIERS
             END-IF
             IF WS-DISPO NOT = 'O'
               MOVE 'I' TO PLK-RC
             ELSE
               EVALUATE PLK-ACTION
                 WHEN 'R'
                   PERFORM DONNER-PERSONNE
                 WHEN 'C'
                   PERFORM DONNER-PERSONNE
                   IF PLK-RC = 'O'
                     PERFORM COMPTER-ACTIVES
                   END-IF
                 WHEN 'A'
                   PERFORM RATTACHER-CREATION
                 WHEN 'L'
                   PERFORM RATTACHER-CONFIRME
                 WHEN OTHER
                   MOVE 'I' TO PLK-RC
               END-EVALUATE
             END-IF
           END-IF
           GOBACK
           .

      * LES TROIS FICHIERS SONT CREES VIDES AU PREMIER USAGE, COMME
      * LES AUTRES FICHIERS INDEXES FACULTATIFS.
       OUVRIR-FICHIERS.
           MOVE 'O' TO WS-OUVERT
           MOVE 'O' TO WS-DISPO
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           OPEN I-O PERSON
           IF WS-PRS = '35'
             OPEN OUTPUT PERSON
             CLOSE PERSON
             OPEN I-O PERSON
           END-IF
           OPEN I-O LIENPRS
           IF WS-LPR = '35'
             OPEN OUTPUT LIENPRS
             CLOSE LIENPRS
             OPEN I-O LIENPRS
           END-IF
           OPEN I-O PRSNOM
           IF WS-PRN = '35'
             OPEN OUTPUT PRSNOM
             CLOSE PRSNOM
             OPEN I-O PRSNOM
           END-IF
           IF WS-PRS NOT = '00' OR WS-LPR NOT = '00' OR
              WS-PRN NOT = '00'
             DISPLAY 'PRSLNK - FICHIERS DES PERSONNES INDISPONIBLES '
                     WS-PRS ' ' WS-LPR ' ' WS-PRN
             MOVE 'N' TO WS-DISPO
           END-IF
           .

       FERMER-FICHIERS.
           IF WS-OUVERT = 'O'
             CLOSE PERSON
             CLOSE LIENPRS
             CLOSE PRSNOM
             MOVE 'N' TO WS-OUVERT
             MOVE 'N' TO WS-DISPO
           END-IF
           IF WS-ASSUR-OUV = 'O'
             CLOSE ASSUR
             MOVE 'N' TO WS-ASSUR-OUV
           END-IF
           MOVE 'O' TO PLK-RC
           .

       LIRE-LIEN.
           MOVE 'N' TO WS-LIEN-TROUVE
           MOVE PLK-MATRICUL TO LPR-MATRICUL
           READ LIENPRS
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'O' TO WS-LIEN-TROUVE
           END-READ
           .

       DONNER-PERSONNE.
           MOVE 'N' TO PLK-RC
           MOVE 0 TO PLK-PRS-ID
           MOVE 0 TO PLK-NB-POL
           MOVE 0 TO PLK-NB-ACTIVES
           PERFORM LIRE-LIEN
           IF WS-LIEN-TROUVE = 'O'
             MOVE LPR-PRS-ID TO PRS-ID
             READ PERSON
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 PERFORM RENDRE-PERSONNE
                 MOVE 'O' TO PLK-RC
             END-READ
           END-IF
           .

       RENDRE-PERSONNE.
           MOVE PRS-ID TO PLK-PRS-ID
           MOVE PRS-NOM TO PLK-NOM
           MOVE PRS-ADRS TO PLK-ADRS
           MOVE PRS-CP TO PLK-CP
           MOVE PRS-VLL TO PLK-VLL
           MOVE PRS-DT-NAIS TO PLK-DT-NAIS
           MOVE PRS-NB-POL TO PLK-NB-POL
           MOVE 1 TO IX-POL
           PERFORM UNTIL IX-POL > 10
             MOVE PRS-POL(IX-POL) TO PLK-POL(IX-POL)
             ADD 1 TO IX-POL
           END-PERFORM
           .

      * UNE POLICE ACTIVE EST PRESENTE AU MAITRE ET FACTUREE (BONUS
      * OU MALUS) : UNE POLICE SUSPENDUE OU SUPPRIMEE NE COMPTE PAS.
       COMPTER-ACTIVES.
           IF WS-ASSUR-OUV = 'N'
             OPEN INPUT ASSUR
             IF WS-ASR = '00'
               MOVE 'O' TO WS-ASSUR-OUV
             ELSE
               DISPLAY 'PRSLNK - MAITRE ASSUR INDISPONIBLE ' WS-ASR
               MOVE 'X' TO WS-ASSUR-OUV
             END-IF
           END-IF
           IF WS-ASSUR-OUV = 'O'
             MOVE 1 TO IX-POL
             PERFORM UNTIL IX-POL > PRS-NB-POL
               MOVE PRS-POL(IX-POL) TO MATRICUL
               READ ASSUR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   IF ASUR-BM = 'B' OR ASUR-BM = 'M'
                     ADD 1 TO PLK-NB-ACTIVES
                   END-IF
               END-READ
               ADD 1 TO IX-POL
             END-PERFORM
           END-IF
           .

      * CREATION D'UNE POLICE : UNE POLICE DEJA RATTACHEE (REPRISE
      * D'UN PASSAGE) GARDE SON LIEN. UN CLIENT CONNU PAR SON NOM
      * ET SON CODE POSTAL, DONT LA DATE DE NAISSANCE NE CONTREDIT
      * PAS CELLE SAISIE, RECOIT LA NOUVELLE POLICE ; SINON LA
      * POLICE FAIT NAITRE UNE NOUVELLE PERSONNE.
       RATTACHER-CREATION.
           PERFORM LIRE-LIEN
           IF WS-LIEN-TROUVE = 'O'
             PERFORM DONNER-PERSONNE
           END-IF
           IF WS-LIEN-TROUVE = 'O' AND PLK-RC = 'O'
             CONTINUE
           ELSE
             MOVE 'N' TO WS-CONNU
             MOVE PLK-NOM TO PRN-NOM
             MOVE PLK-CP TO PRN-CP
             READ PRSNOM
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE PRN-PRS-ID TO PRS-ID
                 READ PERSON
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     MOVE 'O' TO WS-CONNU
                     IF PLK-DT-NAIS NOT = 0 AND PRS-DT-NAIS NOT = 0
                        AND PLK-DT-NAIS NOT = PRS-DT-NAIS
                       MOVE 'N' TO WS-CONNU
                     END-IF
                     IF PRS-NB-POL NOT < 10
                       MOVE 'N' TO WS-CONNU
                     END-IF
                 END-READ
             END-READ
             IF WS-CONNU = 'O'
               PERFORM AJOUTER-POLICE
               IF PLK-RC = 'O'
                 MOVE 'K' TO PLK-RC
               END-IF
             ELSE
               PERFORM CREER-PERSONNE
             END-IF
           END-IF
           .

       CREER-PERSONNE.
           MOVE ALL SPACE TO EPRS
           MOVE PLK-MATRICUL TO PRS-ID
           MOVE PLK-NOM TO PRS-NOM
           MOVE PLK-ADRS TO PRS-ADRS
           MOVE PLK-CP TO PRS-CP
           MOVE PLK-VLL TO PRS-VLL
           MOVE PLK-DT-NAIS TO PRS-DT-NAIS
           MOVE WS-DATE-SYS TO PRS-DT-CRE
           MOVE 1 TO PRS-NB-POL
           MOVE 1 TO IX-POL
           PERFORM UNTIL IX-POL > 10
             MOVE 0 TO PRS-POL(IX-POL)
             ADD 1 TO IX-POL
           END-PERFORM
           MOVE PLK-MATRICUL TO PRS-POL(1)
           WRITE EPRS
             INVALID KEY
               DISPLAY 'PRSLNK - PERSONNE ' PRS-ID ' DEJA PRESENTE'
               MOVE 'I' TO PLK-RC
             NOT INVALID KEY
               PERFORM ECRIRE-LIEN
               MOVE ALL SPACE TO EPRN
               MOVE PRS-NOM TO PRN-NOM
               MOVE PRS-CP TO PRN-CP
               MOVE PRS-ID TO PRN-PRS-ID
               WRITE EPRN
                 INVALID KEY CONTINUE
               END-WRITE
               PERFORM RENDRE-PERSONNE
               MOVE 'O' TO PLK-RC
           END-WRITE
           .

      * LA PERSONNE LUE RECOIT LA POLICE PLK-MATRICUL ; UNE DATE DE
      * NAISSANCE JUSQU'ICI INCONNUE EST COMPLETEE.
       AJOUTER-POLICE.
           IF PRS-NB-POL NOT < 10
             MOVE 'S' TO PLK-RC
           ELSE
             ADD 1 TO PRS-NB-POL
             MOVE PLK-MATRICUL TO PRS-POL(PRS-NB-POL)
             IF PRS-DT-NAIS = 0 AND PLK-DT-NAIS NOT = 0
               MOVE PLK-DT-NAIS TO PRS-DT-NAIS
             END-IF
             REWRITE EPRS
             PERFORM ECRIRE-LIEN
             PERFORM RENDRE-PERSONNE
             MOVE 'O' TO PLK-RC
           END-IF
           .

       ECRIRE-LIEN.
           MOVE ALL SPACE TO ELPR
           MOVE PLK-MATRICUL TO LPR-MATRICUL
           MOVE PRS-ID TO LPR-PRS-ID
           MOVE WS-DATE-SYS TO LPR-DT-LIEN
           MOVE PLK-ORIG TO LPR-ORIG
           WRITE ELPR
             INVALID KEY REWRITE ELPR
           END-WRITE
           .

      * RATTACHEMENT CONFIRME PAR L'OPERATEUR : LA POLICE QUITTE SON
      * ANCIENNE PERSONNE AVANT D'ETRE PORTEE SUR LA NOUVELLE.
       RATTACHER-CONFIRME.
           MOVE PLK-PRS-ID TO PRS-ID
           READ PERSON
             INVALID KEY
               MOVE 'P' TO PLK-RC
             NOT INVALID KEY
               PERFORM LIRE-LIEN
               IF WS-LIEN-TROUVE = 'O' AND LPR-PRS-ID = PLK-PRS-ID
                 IF PRS-DT-NAIS = 0 AND PLK-DT-NAIS NOT = 0
                   MOVE PLK-DT-NAIS TO PRS-DT-NAIS
                   REWRITE EPRS
                 END-IF
                 PERFORM RENDRE-PERSONNE
                 MOVE 'O' TO PLK-RC
               ELSE
                 IF PRS-NB-POL NOT < 10
                   MOVE 'S' TO PLK-RC
                 ELSE
                   IF WS-LIEN-TROUVE = 'O'
                     MOVE LPR-PRS-ID TO WS-ANC-PRS
                     PERFORM DETACHER-POLICE
                   END-IF
                   MOVE PLK-PRS-ID TO PRS-ID
                   READ PERSON
                     INVALID KEY MOVE 'P' TO PLK-RC
                     NOT INVALID KEY PERFORM AJOUTER-POLICE
                   END-READ
                 END-IF
               END-IF
           END-READ
           .

      * UNE PERSONNE SANS PLUS AUCUNE POLICE EST SUPPRIMEE, AVEC SON
      * ENTREE D'INDEX QUAND ELLE LUI APPARTIENT.
       DETACHER-POLICE.
           MOVE WS-ANC-PRS TO PRS-ID
           READ PERSON
             INVALID KEY CONTINUE
             NOT INVALID KEY
               MOVE 1 TO IX-POL
               PERFORM UNTIL IX-POL > PRS-NB-POL
                 IF PRS-POL(IX-POL) = PLK-MATRICUL
                   MOVE IX-POL TO IX-DEC
                   PERFORM UNTIL IX-DEC NOT < PRS-NB-POL
                     MOVE PRS-POL(IX-DEC + 1) TO PRS-POL(IX-DEC)
                     ADD 1 TO IX-DEC
                   END-PERFORM
                   MOVE 0 TO PRS-POL(PRS-NB-POL)
                   SUBTRACT 1 FROM PRS-NB-POL
                   MOVE PRS-NB-POL TO IX-POL
                 END-IF
                 ADD 1 TO IX-POL
               END-PERFORM
               IF PRS-NB-POL = 0
                 MOVE PRS-NOM TO PRN-NOM
                 MOVE PRS-CP TO PRN-CP
                 READ PRSNOM
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                     IF PRN-PRS-ID = PRS-ID
                       DELETE PRSNOM
                     END-IF
                 END-READ
                 DELETE PERSON
               ELSE
                 REWRITE EPRS
               END-IF
           END-READ
           .
