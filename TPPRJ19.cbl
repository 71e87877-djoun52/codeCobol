      *          RAPPROCHEMENT D'ADRESSE (A VERIFIER).
      *       UN CLIENT EN MALUS NE DOIT PAS POUVOIR REPARTIR DE
      *       ZERO EN OUVRANT SIMPLEMENT UNE SECONDE POLICE.
      *       CHAQUE POLICE D'UN GROUPE NOM+CP EST EDITEE AVEC SA
      *       PERSONNE (SOUS-PROGRAMME PRSLNK) ET LE GROUPE EST
      *       DEPOSE SUR LE FICHIER DE PROPOSITIONS PRSPRO (DESSIN
      *       PROREC) : L'OPERATEUR CONFIRME OU ECARTE LE
      *       RATTACHEMENT DES POLICES A UNE MEME PERSONNE DANS LE
      *       DIALOGUE TPPRJ88. UN GROUPE DONT TOUTES LES POLICES
      *       SONT DEJA SUR LA MEME PERSONNE N'EST PLUS PROPOSE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRI-ASSUR ASSIGN TRIASSUR.
           SELECT LST  ASSIGN LST
             FILE STATUS  WS-LST.
           SELECT PRSPRO ASSIGN PRSPRO
             FILE STATUS  WS-PRO.

       DATA DIVISION.
       FILE SECTION.
           05                PIC X(9).
       FD  LST RECORDING F.
       01  ELST              PIC X(100).
       FD  PRSPRO RECORDING F.
           COPY PROREC.

       WORKING-STORAGE SECTION.
       77  WS-LST         PIC XX.
       77  WS-PRO         PIC XX.
      * LE MAITRE EST LU DEPUIS L'INSTANTANE EXTASR DECHARGE PAR
      * TPPRJ50 JUSTE APRES LA MISE A JOUR TPPRJ6 : TOUS LES ETATS
      * DE LA NUIT DECRIVENT LE MEME INSTANT DU MAITRE ET L'INDEXE
           05 PREC-NOM       PIC X(20).
           05 PREC-ADRS      PIC X(18).
           05 PREC-CP        PIC 9(5).
           05 PREC-VLL       PIC X(12).
           05 PREC-TP-VHCL   PIC X.
           05 PREC-PRM-BS    PIC 9(4)V99.
           05 PREC-BM        PIC X.
           05 PREC-TAUX      PIC 99.
      * GROUPE EN COURS : SES POLICES SONT GARDEES JUSQU'A LA
      * RUPTURE POUR SAVOIR S'IL FAUT LE PROPOSER.
       77  SOUSPROG-PLK   PIC X(8) VALUE 'PRSLNK'.
           COPY PRSZON.
       77  NB-PROPOSES    PIC 9(6)   VALUE 0.
       77  NB-GRP-POL     PIC 99     VALUE 0.
       77  IX-GRP         PIC 99     VALUE 0.
       77  WS-GRP-UNIQUE  PIC X      VALUE 'N'.
       01  TABLE-GROUPE.
           05 GRP-ENT OCCURS 20.
              10 GRP-EPRO    PIC X(80).

       PROCEDURE DIVISION.
           OPEN OUTPUT LST
           PERFORM TEST-STAT-LST
           OPEN OUTPUT PRSPRO
           PERFORM TEST-STAT-PRO
           MOVE ALL SPACE TO ELST
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
                OUTPUT PROCEDURE DETECTER-ADRESSES
           PERFORM IMPRIME-PIED
           CLOSE LST
           CLOSE PRSPRO
           PERFORM TEST-STAT-LST
           MOVE 'F' TO PLK-ACTION
           CALL SOUSPROG-PLK USING PLK-ZONE
           DISPLAY 'TPPRJ19 - DETECTION DES CLIENTS EN DOUBLE'
           DISPLAY 'POLICES EXAMINEES          : ' NB-POLICES
           DISPLAY 'GROUPES NOM+CP IDENTIQUES  : ' NB-GROUPES
           DISPLAY 'RAPPROCHEMENTS D''ADRESSE   : ' NB-ADR-COMM
           DISPLAY 'GROUPES PROPOSES AU LIEN   : ' NB-PROPOSES
           GOBACK
           .

                 IF WS-GRP-OUVERT = 'N'
                   ADD 1 TO NB-GROUPES
                   MOVE 'O' TO WS-GRP-OUVERT
                   MOVE 0 TO NB-GRP-POL
                   PERFORM EDITER-PRECEDENT
                 END-IF
                 PERFORM EDITER-COURANT
               ELSE
                 IF WS-GRP-OUVERT = 'O'
                   PERFORM PROPOSER-GROUPE
                   PERFORM EDITER-INTERLIGNE
                 END-IF
                 MOVE 'N' TO WS-GRP-OUVERT
             PERFORM MEMORISER-PRECEDENT
             RETURN TRI-ASSUR AT END MOVE '10' TO WS-TRI END-RETURN
           END-PERFORM
           IF WS-GRP-OUVERT = 'O'
             PERFORM PROPOSER-GROUPE
             MOVE 'N' TO WS-GRP-OUVERT
           END-IF
           .

       DETECTER-ADRESSES.
           MOVE T-NOM-CLIENT TO PREC-NOM
           MOVE T-ASUR-ADRS TO PREC-ADRS
           MOVE T-ASUR-CP TO PREC-CP
           MOVE T-ASUR-VLL TO PREC-VLL
           MOVE T-ASUR-TP-VHCL TO PREC-TP-VHCL
           MOVE T-ASUR-PRM-BS TO PREC-PRM-BS
           MOVE T-ASUR-BM TO PREC-BM
           .

       EDITER-PRECEDENT.
           MOVE PREC-MATRICUL TO PLK-MATRICUL
           PERFORM CHERCHER-PERSONNE
           MOVE PREC-PRM-BS TO DISP-PRM
           MOVE PREC-TAUX TO DISP-TAUX
           MOVE ALL SPACE TO ELST
                  ' VEHICULE ' PREC-TP-VHCL
                  ' PRIME ' DISP-PRM
                  ' ' PREC-BM DISP-TAUX '%'
                  ' PERSONNE ' PLK-PRS-ID
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE PREC-MATRICUL TO PRO-MATRICUL
           MOVE PREC-NOM TO PRO-NOM
           MOVE PREC-ADRS TO PRO-ADRS
           MOVE PREC-CP TO PRO-CP
           MOVE PREC-VLL TO PRO-VLL
           PERFORM GARDER-POLICE-GROUPE
           .

       EDITER-COURANT.
           MOVE T-MATRICUL TO PLK-MATRICUL
           PERFORM CHERCHER-PERSONNE
           MOVE T-ASUR-PRM-BS TO DISP-PRM
           MOVE T-ASUR-TAUX TO DISP-TAUX
           MOVE ALL SPACE TO ELST
                  ' VEHICULE ' T-ASUR-TP-VHCL
                  ' PRIME ' DISP-PRM
                  ' ' T-ASUR-BM DISP-TAUX '%'
                  ' PERSONNE ' PLK-PRS-ID
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE T-MATRICUL TO PRO-MATRICUL
           MOVE T-NOM-CLIENT TO PRO-NOM
           MOVE T-ASUR-ADRS TO PRO-ADRS
           MOVE T-ASUR-CP TO PRO-CP
           MOVE T-ASUR-VLL TO PRO-VLL
           PERFORM GARDER-POLICE-GROUPE
           .

      * PERSONNE A ZERO : POLICE ENCORE RATTACHEE A PERSONNE.
       CHERCHER-PERSONNE.
           MOVE 'R' TO PLK-ACTION
           MOVE 'TPPRJ19' TO PLK-ORIG
           CALL SOUSPROG-PLK USING PLK-ZONE
           IF PLK-RC NOT = 'O'
             MOVE 0 TO PLK-PRS-ID
           END-IF
           MOVE ALL SPACE TO EPRO
           MOVE PLK-PRS-ID TO PRO-PRS-ID
           .

      * LES POLICES AU-DELA DE 20 DANS UN MEME GROUPE SONT EDITEES
      * MAIS NE SONT PAS PROPOSEES.
       GARDER-POLICE-GROUPE.
           IF NB-GRP-POL < 20
             ADD 1 TO NB-GRP-POL
             MOVE EPRO TO GRP-EPRO(NB-GRP-POL)
           END-IF
           .

       PROPOSER-GROUPE.
           MOVE 'O' TO WS-GRP-UNIQUE
           MOVE GRP-EPRO(1) TO EPRO
           MOVE PRO-PRS-ID TO PLK-PRS-ID
           MOVE 1 TO IX-GRP
           PERFORM UNTIL IX-GRP > NB-GRP-POL
             MOVE GRP-EPRO(IX-GRP) TO EPRO
             IF PRO-PRS-ID = 0 OR PRO-PRS-ID NOT = PLK-PRS-ID
               MOVE 'N' TO WS-GRP-UNIQUE
             END-IF
             ADD 1 TO IX-GRP
           END-PERFORM
           IF WS-GRP-UNIQUE = 'O'
             MOVE ALL SPACE TO ELST
             STRING '   (DEJA RATTACHEES A LA PERSONNE ' PLK-PRS-ID
                    ')' DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           ELSE
             ADD 1 TO NB-PROPOSES
             MOVE 1 TO IX-GRP
             PERFORM UNTIL IX-GRP > NB-GRP-POL
               MOVE GRP-EPRO(IX-GRP) TO EPRO
               MOVE NB-PROPOSES TO PRO-GROUPE
               WRITE EPRO
               PERFORM TEST-STAT-PRO
               ADD 1 TO IX-GRP
             END-PERFORM
             MOVE ALL SPACE TO ELST
             STRING '   PROPOSE AU RATTACHEMENT (GROUPE ' NB-PROPOSES
                    ', DIALOGUE TPPRJ88)'
                    DELIMITED BY SIZE INTO ELST
             PERFORM ECRIRE-LST
           END-IF
           .

       EDITER-ADRESSE-COMMUNE.
                  '   RAPPROCHEMENTS D''ADRESSE : ' NB-ADR-COMM
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           MOVE ALL SPACE TO ELST
           STRING 'GROUPES PROPOSES AU RATTACHEMENT : ' NB-PROPOSES
                  DELIMITED BY SIZE INTO ELST
           PERFORM ECRIRE-LST
           .

       ECRIRE-LST.
             STOP RUN
           END-IF
           .
       TEST-STAT-PRO.
           IF WS-PRO NOT = '00'
             DISPLAY 'ERREUR FICHIER PROPOSITIONS ' WS-PRO
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-LST.
           IF WS-LST NOT = '00'
             DISPLAY 'ERREUR FICHIER LISTE ' WS-LST
