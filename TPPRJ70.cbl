       IDENTIFICATION DIVISION.
       PROGRAM-ID. TPPRJ70.
      ******************************
      *  70 - ENTRETIEN DES OPERATEURS (OPERAT, DESSIN OPEREC) ET
      *       DES PROFILS D'HABILITATION (PROFIL, DESSIN PRFREC),
      *       DANS LE STYLE DE TPPRJ54. LES DIALOGUES DE GESTION
      *       FONT SIGNER L'OPERATEUR PAR LE SOUS-PROGRAMME OPECHK
      *       ET NE LUI OUVRENT QUE LES PROGRAMMES ET LES ACTIONS DE
      *       SON PROFIL ; C'EST ICI QU'ON LES DECLARE.
      *       O = OPERATEUR : CREATION (IDENTIFIANT, NOM, AGENCE
      *           CONTROLEE SUR LA TABLE AGENCES, PROFIL EXISTANT,
      *           MOT DE PASSE SAISI DEUX FOIS), CHANGEMENT (NOM,
      *           AGENCE, PROFIL), NOUVEAU MOT DE PASSE (QUI
      *           DEBLOQUE AUSSI UN COMPTE BLOQUE APRES TROIS
      *           ECHECS), DESACTIVATION OU REACTIVATION. UN
      *           OPERATEUR N'EST JAMAIS SUPPRIME : LE JOURNAL DE
      *           SECURITE SECJRN DOIT POUVOIR LE NOMMER ;
      *       P = PROFIL : CREATION, CHANGEMENT (LA LISTE DES
      *           PROGRAMMES ET ACTIONS EST RESSAISIE EN ENTIER),
      *           SUPPRESSION (PAS DU PROFIL ADMN) ;
      *       L = LISTE DES OPERATEURS ET DES PROFILS.
      *       SEUL LE MOT DE PASSE EST SAISI EN CLAIR ; LE FICHIER
      *       N'EN GARDE QUE L'EMPREINTE CALCULEE PAR OPECHK.
      *       PREMIERE MISE EN SERVICE : SI LE FICHIER DES
      *       OPERATEURS EST VIDE OU ABSENT, LE PROGRAMME FAIT
      *       SAISIR LE PREMIER ADMINISTRATEUR ET CREE LES PROFILS
      *       DE BASE ADMN (TOUT) ET AGCE (GUICHET D'AGENCE) AVANT
      *       LA SIGNATURE. O ET P SONT DES ACTIONS PRIVILEGIEES,
      *       TRACEES AU JOURNAL DE SECURITE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERAT ASSIGN OPERAT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY OPE-ID
             FILE STATUS  WS-OPE.
           SELECT PROFIL ASSIGN PROFIL
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY PRF-CODE
             FILE STATUS  WS-PRF.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERAT RECORDING F.
           COPY OPEREC.
       FD  PROFIL RECORDING F.
           COPY PRFREC.

       WORKING-STORAGE SECTION.
       77  WS-OPE         PIC XX.
       77  WS-PRF         PIC XX.
       77  FIN-PROG       PIC X     VALUE 'N'.
       77  WS-CHOIX       PIC X     VALUE SPACE.
       77  WS-ACTION      PIC X     VALUE SPACE.
           88 ACT-AJOUT             VALUE 'A'.
           88 ACT-MODIF             VALUE 'C'.
           88 ACT-SUPPR             VALUE 'D'.
           88 ACT-MDP               VALUE 'M'.
       77  WS-CONFIRM     PIC X     VALUE SPACE.
           88 CONFIRM-OUI           VALUE 'O'.
       77  WS-CTL-OK      PIC X     VALUE 'N'.
           88 CTL-VALIDE            VALUE 'O'.
       77  WS-FIN-FIC     PIC X     VALUE 'N'.
       77  WS-OPE-VIDE    PIC X     VALUE 'N'.
       77  WS-I           PIC 99.
       01  WS-DATE-SYS    PIC 9(8).
       01  WS-ZONE-ID     PIC X(8).
       01  WS-ZONE-PRF    PIC X(4).
       01  WS-ZONE-AGC    PIC X.
       01  WS-ZONE-NOM    PIC X(20).
       01  WS-ZONE-PROG   PIC X(8).
       01  WS-ZONE-ACT    PIC X(8).
      * MOT DE PASSE : SIX CARACTERES AU MOINS, SAISI DEUX FOIS.
       01  WS-MDP         PIC X(12).
       01  WS-MDP-2       PIC X(12).
       01  WS-HASH        PIC 9(10).
       01  DISP-DT-CNX    PIC 9(8).
           COPY AGENCES.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
      * PROFIL DE GUICHET D'AGENCE CREE A LA PREMIERE MISE EN
      * SERVICE : SAISIE DES POLICES SANS SUPPRESSION, VEHICULES ET
      * CONDUCTEURS, DECLARATION ET RESERVE DES SINISTRES,
      * CORRECTION DES REJETS ET LISTE DES SOUSCRIPTEURS,
      * ENCAISSEMENTS AU GUICHET ET CLOTURE DE CAISSE.
       01  TABLE-AGCE-DEF.
           05  FILLER PIC X(16) VALUE 'TPPRJ8  AC      '.
           05  FILLER PIC X(16) VALUE 'TPPRJ22 L       '.
           05  FILLER PIC X(16) VALUE 'TPPRJ23 C       '.
           05  FILLER PIC X(16) VALUE 'TPPRJ32 ACD     '.
           05  FILLER PIC X(16) VALUE 'TPPRJ33 DR      '.
           05  FILLER PIC X(16) VALUE 'TPPRJ45 ACD     '.
           05  FILLER PIC X(16) VALUE 'TPPRJ73 E       '.
           05  FILLER PIC X(16) VALUE 'TPPRJ74         '.
       01  AGCE-DEF REDEFINES TABLE-AGCE-DEF.
           05  AGCE-DEF-ENT OCCURS 8 PIC X(16).

      * SIGNATURE DE L'OPERATEUR ET HABILITATIONS DE SON PROFIL
      * (OPECHK) ; WS-OPE-ID EST L'OPERATEUR SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'S'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ70'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           ACCEPT WS-DATE-SYS FROM DATE YYYYMMDD
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           PERFORM PREMIERE-MISE-EN-SERVICE
           PERFORM CONTROLER-OPERATEUR
           OPEN I-O OPERAT
           PERFORM TEST-STAT-OPE
           OPEN I-O PROFIL
           PERFORM TEST-STAT-PRF
           PERFORM UNTIL FIN-PROG = 'O'
             DISPLAY ' '
             DISPLAY 'ENTRETIEN (O=OPERATEURS P=PROFILS L=LISTE'
                     ' F=FIN) : ' WITH NO ADVANCING
             ACCEPT WS-CHOIX
             PERFORM AUTORISER-CHOIX
             EVALUATE WS-CHOIX
               WHEN 'R' CONTINUE
               WHEN 'O' PERFORM GERER-OPERATEUR
               WHEN 'P' PERFORM GERER-PROFIL
               WHEN 'L' PERFORM LISTER-TOUT
               WHEN 'F' MOVE 'O' TO FIN-PROG
               WHEN OTHER DISPLAY 'CHOIX INCONNU'
             END-EVALUATE
           END-PERFORM
           CLOSE OPERAT
           CLOSE PROFIL
           PERFORM TEST-STAT-OPE
           PERFORM TEST-STAT-PRF
           GOBACK
           .

      * UN FICHIER DES OPERATEURS VIDE NE PERMETTRAIT A PERSONNE DE
      * SIGNER : ON SAISIT LE PREMIER ADMINISTRATEUR ET ON POSE LES
      * PROFILS DE BASE. LE FICHIER EST REFERME AVANT LA SIGNATURE,
      * QUE FAIT OPECHK SUR SES PROPRES OUVERTURES.
       PREMIERE-MISE-EN-SERVICE.
           OPEN I-O OPERAT
           IF WS-OPE = '35'
             OPEN OUTPUT OPERAT
             CLOSE OPERAT
             OPEN I-O OPERAT
           END-IF
           PERFORM TEST-STAT-OPE
           MOVE 'N' TO WS-OPE-VIDE
           MOVE LOW-VALUE TO OPE-ID
           START OPERAT KEY NOT < OPE-ID
             INVALID KEY MOVE 'O' TO WS-OPE-VIDE
           END-START
           IF WS-OPE-VIDE = 'N'
             READ OPERAT NEXT
               AT END MOVE 'O' TO WS-OPE-VIDE
             END-READ
           END-IF
           IF WS-OPE-VIDE = 'O'
             DISPLAY 'FICHIER DES OPERATEURS VIDE - CREATION DE'
                     ' L''ADMINISTRATEUR'
             OPEN I-O PROFIL
             IF WS-PRF = '35'
               OPEN OUTPUT PROFIL
               CLOSE PROFIL
               OPEN I-O PROFIL
             END-IF
             PERFORM TEST-STAT-PRF
             PERFORM CREER-PROFILS-BASE
             PERFORM CREER-ADMINISTRATEUR
             CLOSE PROFIL
             PERFORM TEST-STAT-PRF
           END-IF
           CLOSE OPERAT
           PERFORM TEST-STAT-OPE
           .

       CREER-PROFILS-BASE.
           MOVE 'ADMN' TO PRF-CODE
           READ PROFIL
             INVALID KEY
               MOVE ALL SPACE TO EPRF
               MOVE 'ADMN' TO PRF-CODE
               MOVE 'ADMINISTRATION' TO PRF-LIBELLE
               MOVE '*' TO PRF-PROG(1)
               MOVE '*' TO PRF-ACTIONS(1)
               WRITE EPRF
               PERFORM TEST-STAT-PRF
               DISPLAY 'PROFIL ADMN CREE'
           END-READ
           MOVE 'AGCE' TO PRF-CODE
           READ PROFIL
             INVALID KEY
               MOVE ALL SPACE TO EPRF
               MOVE 'AGCE' TO PRF-CODE
               MOVE 'GUICHET D''AGENCE' TO PRF-LIBELLE
               MOVE 1 TO WS-I
               PERFORM UNTIL WS-I > 8
                 MOVE AGCE-DEF-ENT(WS-I) TO PRF-DROIT(WS-I)
                 ADD 1 TO WS-I
               END-PERFORM
               WRITE EPRF
               PERFORM TEST-STAT-PRF
               DISPLAY 'PROFIL AGCE CREE'
           END-READ
           .

       CREER-ADMINISTRATEUR.
           MOVE ALL SPACE TO EOPE
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             PERFORM SAISIR-IDENTIFIANT
           END-PERFORM
           MOVE WS-ZONE-ID TO OPE-ID
           DISPLAY 'NOM           : ' WITH NO ADVANCING
           ACCEPT OPE-NOM
           PERFORM SAISIR-AGENCE
           MOVE 'ADMN' TO OPE-PROFIL
           PERFORM SAISIR-MOT-DE-PASSE
           MOVE WS-HASH TO OPE-HASH
           MOVE 'A' TO OPE-ETAT
           MOVE 0 TO OPE-NB-ECHEC
           MOVE WS-DATE-SYS TO OPE-DT-MAJ
           MOVE 0 TO OPE-DT-CNX
           WRITE EOPE
           PERFORM TEST-STAT-OPE
           DISPLAY 'ADMINISTRATEUR ' OPE-ID ' CREE - SIGNER POUR'
                   ' CONTINUER'
           .

      * O ET P MODIFIENT LES HABILITATIONS : ACTIONS PRIVILEGIEES.
      * UN CHOIX REFUSE DEVIENT R ET NE DECLENCHE RIEN.
       AUTORISER-CHOIX.
           IF WS-CHOIX = 'O' OR WS-CHOIX = 'P' OR WS-CHOIX = 'L'
             MOVE WS-CHOIX TO WS-OPE-CODE
             IF WS-CHOIX = 'L'
               MOVE 'D' TO WS-OPE-ACTION
               MOVE 'LISTE' TO WS-OPE-OBJET
             ELSE
               MOVE 'X' TO WS-OPE-ACTION
               MOVE 'HABILITATIONS' TO WS-OPE-OBJET
             END-IF
             PERFORM CONTROLER-DROIT
             IF WS-OPE-ETAT NOT = 'O'
               MOVE 'R' TO WS-CHOIX
             END-IF
           END-IF
           .

      ******************************
      * OPERATEURS
      ******************************
       GERER-OPERATEUR.
           MOVE 'N' TO WS-CTL-OK
           PERFORM SAISIR-IDENTIFIANT
           IF CTL-VALIDE
             DISPLAY 'ACTION (A=AJOUT C=CHANGEMENT M=MOT DE PASSE'
                     ' D=DESACTIVER/REACTIVER) : ' WITH NO ADVANCING
             ACCEPT WS-ACTION
             MOVE WS-ZONE-ID TO OPE-ID
             EVALUATE TRUE
               WHEN ACT-AJOUT  PERFORM TRT-AJOUT-OPE
               WHEN ACT-MODIF  PERFORM TRT-MODIF-OPE
               WHEN ACT-MDP    PERFORM TRT-MDP-OPE
               WHEN ACT-SUPPR  PERFORM TRT-ETAT-OPE
               WHEN OTHER      DISPLAY 'ACTION INCONNUE'
             END-EVALUATE
           END-IF
           .

      * BATCH EST L'OPERATEUR PORTE PAR LES TRAITEMENTS DE NUIT : IL
      * NE PEUT PAS ETRE DECLARE.
       SAISIR-IDENTIFIANT.
           DISPLAY 'OPERATEUR     : ' WITH NO ADVANCING
           MOVE SPACE TO WS-ZONE-ID
           ACCEPT WS-ZONE-ID
           IF WS-ZONE-ID = SPACE OR WS-ZONE-ID = 'BATCH'
             DISPLAY 'IDENTIFIANT ' WS-ZONE-ID ' REFUSE'
           ELSE
             MOVE 'O' TO WS-CTL-OK
           END-IF
           .

       TRT-AJOUT-OPE.
           READ OPERAT
             INVALID KEY
               MOVE ALL SPACE TO EOPE
               MOVE WS-ZONE-ID TO OPE-ID
               DISPLAY 'NOM           : ' WITH NO ADVANCING
               ACCEPT OPE-NOM
               PERFORM SAISIR-AGENCE
               PERFORM SAISIR-PROFIL-OPE
               PERFORM SAISIR-MOT-DE-PASSE
               MOVE WS-HASH TO OPE-HASH
               MOVE 'A' TO OPE-ETAT
               MOVE 0 TO OPE-NB-ECHEC
               MOVE WS-DATE-SYS TO OPE-DT-MAJ
               MOVE 0 TO OPE-DT-CNX
               DISPLAY 'CONFIRMER LA CREATION (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 WRITE EOPE
                 PERFORM TEST-STAT-OPE
                 DISPLAY 'OPERATEUR ' OPE-ID ' CREE'
               ELSE
                 DISPLAY 'CREATION ANNULEE'
               END-IF
             NOT INVALID KEY
               DISPLAY 'OPERATEUR ' OPE-ID ' EXISTE DEJA'
           END-READ
           .

       TRT-MODIF-OPE.
           READ OPERAT
             INVALID KEY
               DISPLAY 'OPERATEUR ' OPE-ID ' INTROUVABLE'
             NOT INVALID KEY
               PERFORM AFFICHE-OPERATEUR
               DISPLAY 'NOM (BLANC=INCHANGE) : ' WITH NO ADVANCING
               MOVE SPACE TO WS-ZONE-NOM
               ACCEPT WS-ZONE-NOM
               IF WS-ZONE-NOM NOT = SPACE
                 MOVE WS-ZONE-NOM TO OPE-NOM
               END-IF
               PERFORM SAISIR-AGENCE
               PERFORM SAISIR-PROFIL-OPE
               MOVE WS-DATE-SYS TO OPE-DT-MAJ
               DISPLAY 'CONFIRMER LA MODIFICATION (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 REWRITE EOPE
                 PERFORM TEST-STAT-OPE
                 DISPLAY 'OPERATEUR ' OPE-ID ' MODIFIE'
               ELSE
                 DISPLAY 'MODIFICATION ANNULEE'
               END-IF
           END-READ
           .

      * LE NOUVEAU MOT DE PASSE REMET LE COMPTEUR D'ECHECS A ZERO
      * ET DEBLOQUE UN COMPTE BLOQUE ; UN COMPTE DESACTIVE LE RESTE.
       TRT-MDP-OPE.
           READ OPERAT
             INVALID KEY
               DISPLAY 'OPERATEUR ' OPE-ID ' INTROUVABLE'
             NOT INVALID KEY
               PERFORM AFFICHE-OPERATEUR
               PERFORM SAISIR-MOT-DE-PASSE
               MOVE WS-HASH TO OPE-HASH
               MOVE 0 TO OPE-NB-ECHEC
               IF OPE-ETAT = 'B'
                 MOVE 'A' TO OPE-ETAT
               END-IF
               MOVE WS-DATE-SYS TO OPE-DT-MAJ
               REWRITE EOPE
               PERFORM TEST-STAT-OPE
               DISPLAY 'MOT DE PASSE DE ' OPE-ID ' REMPLACE'
           END-READ
           .

      * L'OPERATEUR SIGNE NE PEUT PAS SE DESACTIVER LUI-MEME.
       TRT-ETAT-OPE.
           READ OPERAT
             INVALID KEY
               DISPLAY 'OPERATEUR ' OPE-ID ' INTROUVABLE'
             NOT INVALID KEY
               PERFORM AFFICHE-OPERATEUR
               IF OPE-ID = WS-OPE-ID
                 DISPLAY 'DESACTIVATION DE SON PROPRE COMPTE REFUSEE'
               ELSE
                 IF OPE-ETAT = 'D'
                   DISPLAY 'CONFIRMER LA REACTIVATION (O/N) : ' WITH
                       NO ADVANCING
                 ELSE
                   DISPLAY 'CONFIRMER LA DESACTIVATION (O/N) : '
                       WITH NO ADVANCING
                 END-IF
                 ACCEPT WS-CONFIRM
                 IF CONFIRM-OUI
                   IF OPE-ETAT = 'D'
                     MOVE 'A' TO OPE-ETAT
                     MOVE 0 TO OPE-NB-ECHEC
                   ELSE
                     MOVE 'D' TO OPE-ETAT
                   END-IF
                   MOVE WS-DATE-SYS TO OPE-DT-MAJ
                   REWRITE EOPE
                   PERFORM TEST-STAT-OPE
                   DISPLAY 'OPERATEUR ' OPE-ID ' ETAT ' OPE-ETAT
                 ELSE
                   DISPLAY 'ACTION ANNULEE'
                 END-IF
               END-IF
           END-READ
           .

       AFFICHE-OPERATEUR.
           DISPLAY 'OPERATEUR     : ' OPE-ID ' ' OPE-NOM
           DISPLAY 'AGENCE        : ' OPE-AGC
                   '   PROFIL : ' OPE-PROFIL
                   '   ETAT : ' OPE-ETAT
           .

      * EN CHANGEMENT, UN BLANC GARDE LA VALEUR EN PLACE.
       SAISIR-AGENCE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'AGENCE        : ' WITH NO ADVANCING
             MOVE SPACE TO WS-ZONE-AGC
             ACCEPT WS-ZONE-AGC
             IF WS-ZONE-AGC = SPACE AND OPE-AGC NOT = SPACE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               SET IX-AGC TO 1
               SEARCH AGC-ENT
                 AT END
                   DISPLAY 'AGENCE ' WS-ZONE-AGC ' INCONNUE'
                 WHEN AG-CODE(IX-AGC) = WS-ZONE-AGC
                   MOVE WS-ZONE-AGC TO OPE-AGC
                   MOVE 'O' TO WS-CTL-OK
               END-SEARCH
             END-IF
           END-PERFORM
           .

       SAISIR-PROFIL-OPE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'PROFIL        : ' WITH NO ADVANCING
             MOVE SPACE TO WS-ZONE-PRF
             ACCEPT WS-ZONE-PRF
             IF WS-ZONE-PRF = SPACE AND OPE-PROFIL NOT = SPACE
               MOVE 'O' TO WS-CTL-OK
             ELSE
               MOVE WS-ZONE-PRF TO PRF-CODE
               READ PROFIL
                 INVALID KEY
                   DISPLAY 'PROFIL ' WS-ZONE-PRF ' INCONNU'
                 NOT INVALID KEY
                   MOVE WS-ZONE-PRF TO OPE-PROFIL
                   MOVE 'O' TO WS-CTL-OK
               END-READ
             END-IF
           END-PERFORM
           .

      * L'EMPREINTE EST CALCULEE PAR OPECHK SUR L'IDENTIFIANT ET LE
      * MOT DE PASSE ; OPECHK REND ENSUITE L'OPERATEUR SIGNE DANS
      * WS-OPE-ID COMME A CHAQUE APPEL.
       SAISIR-MOT-DE-PASSE.
           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'MOT DE PASSE  : ' WITH NO ADVANCING
             MOVE SPACE TO WS-MDP
             ACCEPT WS-MDP
             DISPLAY 'CONFIRMATION  : ' WITH NO ADVANCING
             MOVE SPACE TO WS-MDP-2
             ACCEPT WS-MDP-2
             IF WS-MDP(6:1) = SPACE
               DISPLAY 'SIX CARACTERES AU MOINS'
             ELSE
               IF WS-MDP NOT = WS-MDP-2
                 DISPLAY 'LES DEUX SAISIES DIFFERENT'
               ELSE
                 MOVE 'O' TO WS-CTL-OK
               END-IF
             END-IF
           END-PERFORM
           MOVE 'H' TO WS-OPE-ACTION
           MOVE OPE-ID TO WS-OPE-ID
           MOVE SPACE TO WS-OPE-OBJET
           MOVE WS-MDP TO WS-OPE-OBJET(1:12)
           PERFORM APPEL-OPECHK
           MOVE WS-OPE-OBJET(1:10) TO WS-HASH
           MOVE SPACE TO WS-MDP
           MOVE SPACE TO WS-MDP-2
           MOVE SPACE TO WS-OPE-OBJET
           .

      ******************************
      * PROFILS
      ******************************
       GERER-PROFIL.
           DISPLAY 'PROFIL        : ' WITH NO ADVANCING
           MOVE SPACE TO WS-ZONE-PRF
           ACCEPT WS-ZONE-PRF
           IF WS-ZONE-PRF = SPACE
             DISPLAY 'CODE PROFIL A BLANC REFUSE'
           ELSE
             DISPLAY 'ACTION (A=AJOUT C=CHANGEMENT D=SUPPRESSION)'
                     ' : ' WITH NO ADVANCING
             ACCEPT WS-ACTION
             MOVE WS-ZONE-PRF TO PRF-CODE
             EVALUATE TRUE
               WHEN ACT-AJOUT  PERFORM TRT-AJOUT-PRF
               WHEN ACT-MODIF  PERFORM TRT-MODIF-PRF
               WHEN ACT-SUPPR  PERFORM TRT-SUPPR-PRF
               WHEN OTHER      DISPLAY 'ACTION INCONNUE'
             END-EVALUATE
           END-IF
           .

       TRT-AJOUT-PRF.
           READ PROFIL
             INVALID KEY
               MOVE ALL SPACE TO EPRF
               MOVE WS-ZONE-PRF TO PRF-CODE
               DISPLAY 'LIBELLE       : ' WITH NO ADVANCING
               ACCEPT PRF-LIBELLE
               PERFORM SAISIR-DROITS
               DISPLAY 'CONFIRMER LA CREATION (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 WRITE EPRF
                 PERFORM TEST-STAT-PRF
                 DISPLAY 'PROFIL ' PRF-CODE ' CREE'
               ELSE
                 DISPLAY 'CREATION ANNULEE'
               END-IF
             NOT INVALID KEY
               DISPLAY 'PROFIL ' PRF-CODE ' EXISTE DEJA'
           END-READ
           .

       TRT-MODIF-PRF.
           READ PROFIL
             INVALID KEY
               DISPLAY 'PROFIL ' PRF-CODE ' INTROUVABLE'
             NOT INVALID KEY
               PERFORM AFFICHE-PROFIL
               DISPLAY 'LIBELLE       : ' WITH NO ADVANCING
               ACCEPT PRF-LIBELLE
               MOVE ALL SPACE TO PRF-DROITS
               PERFORM SAISIR-DROITS
               DISPLAY 'CONFIRMER LA MODIFICATION (O/N) : ' WITH NO
                   ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-OUI
                 REWRITE EPRF
                 PERFORM TEST-STAT-PRF
                 DISPLAY 'PROFIL ' PRF-CODE ' MODIFIE'
               ELSE
                 DISPLAY 'MODIFICATION ANNULEE'
               END-IF
           END-READ
           .

      * LES OPERATEURS ENCORE RATTACHES A UN PROFIL SUPPRIME
      * SIGNENT SANS AUCUN DROIT : L'OPERATEUR EST PREVENU.
       TRT-SUPPR-PRF.
           IF PRF-CODE = 'ADMN'
             DISPLAY 'LE PROFIL ADMN NE PEUT PAS ETRE SUPPRIME'
           ELSE
             READ PROFIL
               INVALID KEY
                 DISPLAY 'PROFIL ' PRF-CODE ' INTROUVABLE'
               NOT INVALID KEY
                 PERFORM AFFICHE-PROFIL
                 DISPLAY 'LES OPERATEURS DE CE PROFIL N''AURONT PLUS'
                         ' AUCUN DROIT'
                 DISPLAY 'CONFIRMER LA SUPPRESSION (O/N) : ' WITH NO
                     ADVANCING
                 ACCEPT WS-CONFIRM
                 IF CONFIRM-OUI
                   DELETE PROFIL
                   PERFORM TEST-STAT-PRF
                   DISPLAY 'PROFIL ' PRF-CODE ' SUPPRIME'
                 ELSE
                   DISPLAY 'SUPPRESSION ANNULEE'
                 END-IF
             END-READ
           END-IF
           .

      * JUSQU'A 12 PROGRAMMES ; UN PROGRAMME A BLANC TERMINE LA
      * SAISIE. * = TOUS LES PROGRAMMES OU TOUTES LES ACTIONS.
       SAISIR-DROITS.
           DISPLAY 'PROGRAMMES ET ACTIONS (PROGRAMME A BLANC = FIN)'
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > 12
             DISPLAY 'PROGRAMME     : ' WITH NO ADVANCING
             MOVE SPACE TO WS-ZONE-PROG
             ACCEPT WS-ZONE-PROG
             IF WS-ZONE-PROG = SPACE
               MOVE 13 TO WS-I
             ELSE
               DISPLAY 'ACTIONS       : ' WITH NO ADVANCING
               MOVE SPACE TO WS-ZONE-ACT
               ACCEPT WS-ZONE-ACT
               MOVE WS-ZONE-PROG TO PRF-PROG(WS-I)
               MOVE WS-ZONE-ACT TO PRF-ACTIONS(WS-I)
               ADD 1 TO WS-I
             END-IF
           END-PERFORM
           .

       AFFICHE-PROFIL.
           DISPLAY 'PROFIL        : ' PRF-CODE ' ' PRF-LIBELLE
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > 12
             IF PRF-PROG(WS-I) NOT = SPACE
               DISPLAY '   ' PRF-PROG(WS-I) ' ' PRF-ACTIONS(WS-I)
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           .

      ******************************
      * LISTE
      ******************************
       LISTER-TOUT.
           DISPLAY ' '
           DISPLAY 'OPERATEUR NOM                  AG PROF E '
                   'DERN.SIGN'
           MOVE 'N' TO WS-FIN-FIC
           MOVE LOW-VALUE TO OPE-ID
           START OPERAT KEY NOT < OPE-ID
             INVALID KEY MOVE 'O' TO WS-FIN-FIC
           END-START
           PERFORM UNTIL WS-FIN-FIC = 'O'
             READ OPERAT NEXT
               AT END
                 MOVE 'O' TO WS-FIN-FIC
               NOT AT END
                 MOVE OPE-DT-CNX TO DISP-DT-CNX
                 DISPLAY OPE-ID '  ' OPE-NOM ' ' OPE-AGC '  '
                         OPE-PROFIL ' ' OPE-ETAT ' ' DISP-DT-CNX
             END-READ
           END-PERFORM
           DISPLAY ' '
           MOVE 'N' TO WS-FIN-FIC
           MOVE LOW-VALUE TO PRF-CODE
           START PROFIL KEY NOT < PRF-CODE
             INVALID KEY MOVE 'O' TO WS-FIN-FIC
           END-START
           PERFORM UNTIL WS-FIN-FIC = 'O'
             READ PROFIL NEXT
               AT END
                 MOVE 'O' TO WS-FIN-FIC
               NOT AT END
                 PERFORM AFFICHE-PROFIL
             END-READ
           END-PERFORM
           .

       TEST-STAT-OPE.
           IF WS-OPE NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER DES OPERATEURS ' WS-OPE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       TEST-STAT-PRF.
           IF WS-PRF NOT = '00' AND NOT = '23' AND NOT = '02'
             DISPLAY 'ERREUR FICHIER DES PROFILS ' WS-PRF
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

      * L'APPELANT POSE WS-OPE-CODE (ACTION DU MENU), WS-OPE-OBJET
      * ET WS-OPE-ACTION : D, OU X POUR UNE ACTION PRIVILEGIEE QUI
      * EST ALORS TRACEE AU JOURNAL DE SECURITE.
       CONTROLER-DROIT.
           PERFORM APPEL-OPECHK
           IF WS-OPE-ETAT NOT = 'O'
             DISPLAY 'ACTION ' WS-OPE-CODE ' NON AUTORISEE POUR'
                     ' VOTRE PROFIL'
           END-IF
           .

       APPEL-OPECHK.
           CALL SOUSPROG-OPE USING WS-OPE-ACTION WS-OPE-PROG
                WS-OPE-CODE WS-OPE-OBJET WS-OPE-ETAT WS-OPE-ID
                WS-OPE-AGC
           .
