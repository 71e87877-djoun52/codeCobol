      *      ET LE RAPPROCHEMENT CONTROLE-TOTAUX CONTRE CTL-NB-MAJ
      *      RESTE JUSTE. UN POINT A ZERO EN FIN NORMALE SIGNALE
      *      QU'IL N'Y A RIEN A REPRENDRE.
      *      TOUTE RESILIATION APPLIQUEE (IMMEDIATE OU ARRIVEE A SA
      *      DATE D'EFFET) DEPOSE AUSSI SUR AJUST UNE DEMANDE DE
      *      RISTOURNE (NATURE R : DATE D'EFFET ET MOTIF) ; TPPRJ30
      *      EN TIRE L'AVOIR DE PRIME NON COURUE.
      *      LES VEHICULES SUPPRIMES AVEC UNE POLICE RESILIEE SONT
      *      TRACES EN SUPPRESSION (A LA DATE D'EFFET) SUR LE
      *      JOURNAL FVAMVT POUR LA DECLARATION AU FICHIER DES
      *      VEHICULES ASSURES (TPPRJ67).
      *      LES CODES 7 (VEHICULE) ET 8 (CONDUCTEUR NOMME) SONT
      *      APPLIQUES SUR VEHIC ET CONDUC, SANS TOUCHER AU MAITRE :
      *      UN VEHICULE AJOUTE RECOIT D'OFFICE LES GARANTIES
      *      OBLIGATOIRES DU REFERENTIEL EN PLUS DE CELLES DU
      *      MOUVEMENT. CHAQUE AJOUT OU SUPPRESSION EST JOURNALISE
      *      SUR JRNA (OPER V = VEHICULE, N = CONDUCTEUR NOMME, IMAGE
      *      DE L'ENREGISTREMENT VEHIC/CONDUC) ET TRACE SUR FVAMVT
      *      POUR UN VEHICULE. L'INCIDENCE SUR LA PRIME PART SUR
      *      AJUST : NATURE V POUR LA PRIME DU VEHICULE (GARANTIES,
      *      REMISE MULTI-CONTRATS ET SURCHARGE JEUNE CONDUCTEUR
      *      COMPRISES), NATURE C QUAND LA SURCHARGE JEUNE
      *      CONDUCTEUR APPARAIT OU DISPARAIT. UN VEHICULE OU
      *      CONDUCTEUR DEJA PRESENT A L'AJOUT, OU ABSENT A LA
      *      SUPPRESSION, EST SIGNALE SUR ATTLST ET LAISSE EN L'ETAT.
      *      LE CODE 0 CREE LA POLICE : LE MATRICULE EST ATTRIBUE
      *      SUR LA SOUCHE NUMMAT AVEC SA CLE MATCHK (MEME MECANIQUE
      *      QUE L'ALLOCATION 999999 DE TPPRJ8), LE DOSSIER EST ECRIT
      *      SUR ASSUR ET JOURNALISE SUR JRNA (OPER C), ET LE
      *      MATRICULE EST RENDU A L'AGENCE EN REGARD DE SON NUMERO
      *      DE PROPOSITION PAR UNE LIGNE N AJOUTEE A L'ACCUSE DE
      *      LOT ACKLOT. LES CODES 7 ET 8 A MATRICULE 000000 QUI
      *      SUIVENT PORTENT SUR LA POLICE QUI VIENT D'ETRE CREEE.
      *      UNE RESILIATION POUR REFUS DE RECONDUCTION (MOTIF 06)
      *      N'EST ADMISE QUE DANS LE DELAI DE LA LOI CHATEL, JUGE
      *      SUR LE DERNIER AVIS D'ECHEANCE ENREGISTRE PAR TPPRJ69
      *      SUR AVISECH : JUSQU'A L'ECHEANCE, OU DANS LES
      *      PRM-CHATEL-JRS JOURS QUI SUIVENT L'ENVOI DE L'AVIS.
      *      SANS AVIS POUR LA DERNIERE ECHEANCE, LE REFUS EST
      *      ADMIS (L'ASSURE N'A PAS ETE INFORME). L'AVIS EST ALORS
      *      MARQUE REFUSE ; UN REFUS HORS DELAI EST LAISSE SUR
      *      ATTLST SANS ETRE APPLIQUE.
      *      TOUTE POLICE CREEE EST RATTACHEE A LA PERSONNE DU
      *      CLIENT (PRSLNK) : CLIENT DEJA CONNU SOUS LE MEME NOM ET
      *      LE MEME CODE POSTAL (SIGNALE SUR ATTLST), OU NOUVELLE
      *      PERSONNE. LE MOUVEMENT NE PORTE PAS DE DATE DE
      *      NAISSANCE, ELLE RESTE A COMPLETER PAR TPPRJ8 OU TPPRJ88.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE DYNAMIC
             RECORD KEY VEH-CLE
             FILE STATUS  WS-VEH.
           SELECT CONDUC ASSIGN CONDUC
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY CND-CLE
             FILE STATUS  WS-CND.
           SELECT PSTAT  ASSIGN PSTAT
             FILE STATUS  WS-PST.
           SELECT FVAMVT ASSIGN FVAMVT
             FILE STATUS  WS-FVA.
           SELECT NUMMAT ASSIGN NUMMAT
             FILE STATUS  WS-NUMM.
           SELECT ACKLOT ASSIGN ACKLOT
             FILE STATUS  WS-ACK.
           SELECT AVISECH ASSIGN AVISECH
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY AVI-CLE
             FILE STATUS  WS-AVI.

       DATA DIVISION.
       FILE SECTION.
       01  EATL              PIC X(80).
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  CONDUC RECORDING F.
           COPY CONDREC.
       FD  PSTAT RECORDING F.
           COPY PSTREC.
       FD  FVAMVT RECORDING F.
           COPY FVAREC.
       FD  NUMMAT RECORDING F.
           COPY NUMQREC.
       FD  ACKLOT RECORDING F.
           COPY ACKREC.
       FD  AVISECH RECORDING F.
           COPY AVIREC.

       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-ATL         PIC XX.
       77  WS-VEH         PIC XX.
       77  WS-PST         PIC XX.
       77  WS-FVA         PIC XX.
       77  NB-FVA-SUPPR   PIC 9(6)   VALUE 0.
       77  WS-VEHIC-OUV   PIC X      VALUE 'N'.
       77  WS-FIN-VEH     PIC X      VALUE 'N'.
           88 FIN-VEH                VALUE 'O'.
       77  NB-VEH-SUPPR   PIC 9(6)   VALUE 0.
       77  WS-CND         PIC XX.
       77  WS-CONDUC-OUV  PIC X      VALUE 'N'.
       77  WS-FIN-CND     PIC X      VALUE 'N'.
           88 FIN-CND                VALUE 'O'.
       77  NB-VEH-AJOUT   PIC 9(6)   VALUE 0.
       77  NB-VEH-RETRAIT PIC 9(6)   VALUE 0.
       77  NB-CND-AJOUT   PIC 9(6)   VALUE 0.
       77  NB-CND-RETRAIT PIC 9(6)   VALUE 0.
       77  NB-VC-IGNORES  PIC 9(6)   VALUE 0.
       77  NB-FVA-MVT     PIC 9(6)   VALUE 0.
       77  WS-FVA-ACTION  PIC X.
       77  WS-CND-FAIT    PIC X      VALUE 'N'.
       77  WS-OBJ-AVANT   PIC X(80).
       77  WS-OBJ-APRES   PIC X(80).
      * CREATION DE POLICE (CODE 0) : SOUCHE NUMMAT ET CLE MATCHK.
      * WS-MAT-CREE GARDE LE MATRICULE DE LA DERNIERE CREATION DU
      * LOT POUR LES CODES 7 ET 8 A MATRICULE 000000 QUI LA SUIVENT
      * (ZERO SI ELLE N'A PAS PU ETRE APPLIQUEE).
       77  WS-NUMM        PIC XX.
       77  WS-ACK         PIC XX.
       77  WS-NO-MAT      PIC 9(5)   VALUE 0.
       77  WS-SOUCHE      PIC 9(5).
       77  SOUSPROG-MAT   PIC X(8) VALUE 'MATCHK'.
       77  WS-MAT-ACTION  PIC X.
       01  WS-MAT-ZONE    PIC X(6).
       77  WS-MAT-ERR     PIC 9.
       01  WS-MAT-CREE    PIC 9(6)   VALUE 0.
       01  WS-NO-PROP     PIC 9(6)   VALUE 0.
       77  NB-CREATIONS   PIC 9(6)   VALUE 0.
       77  NB-CLI-CONNUS  PIC 9(6)   VALUE 0.
       77  SOUSPROG-PLK   PIC X(8) VALUE 'PRSLNK'.
           COPY PRSZON.
      * REFUS DE RECONDUCTION (MOTIF 06) : DERNIER AVIS D'ECHEANCE
      * DE LA POLICE ET DELAI DE REFUS APRES UN ENVOI TARDIF.
       77  WS-AVI         PIC XX.
       77  WS-AVISECH-OUV PIC X      VALUE 'N'.
       77  WS-FIN-AVI     PIC X      VALUE 'N'.
           88 FIN-AVI                VALUE 'O'.
       77  WS-CHATEL-JRS  PIC 9(3)   VALUE 020.
       77  WS-REFUS-OK    PIC X      VALUE 'N'.
       01  WS-AVI-DERN    PIC X(80)  VALUE SPACE.
       01  WS-AVI-DT-ECH  PIC 9(8)   VALUE 0.
       01  WS-AVI-DT-ENV  PIC 9(8)   VALUE 0.
       01  WS-JRS-ECH     PIC S9(9)  COMP-3.
       01  WS-JRS-ENV     PIC S9(9)  COMP-3.
       77  NB-REFUS-HORS  PIC 9(6)   VALUE 0.
      * PRIME D'UN VEHICULE (CODE 7) OU DE LA POLICE (CODE 8) : MEME
      * REGLE QUE LE QUITTANCEMENT TPPRJ2, COEFFICIENT DE CATEGORIE
      * ET BONUS-MALUS LAISSES A TPPRJ30 QUI TRAITE L'AJUSTEMENT.
       77  WS-TX-GAR      PIC 9(4)V99.
       77  WS-PRM-EFF     PIC 9(4)V99.
       77  WS-PRM-POL     PIC 9(4)V99.
       77  WS-TP-POL      PIC X.
       77  WS-NB-VEH-POL  PIC 99.
       77  WS-G           PIC 99.
       77  WS-G2          PIC 99.
       77  WS-NB-GAR-VEH  PIC 99.
       77  WS-GAR-TROUVE  PIC X.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-PARM-OK     PIC X      VALUE 'N'.
       77  WS-TX-JEUNE    PIC 99V99  VALUE 15.00.
       77  WS-ANS-JEUNE   PIC 99     VALUE 03.
      * REMISE MULTI-CONTRATS DU QUITTANCEMENT, APPLIQUEE AVANT LA
      * SURCHARGE JEUNE CONDUCTEUR SUR LES NATURES V ET C.
       77  WS-TX-MULTI    PIC 99V99  VALUE 05.00.
       77  WS-JEUNE-COND  PIC X      VALUE 'N'.
       77  WS-JEUNE-AV    PIC X      VALUE 'N'.
       77  WS-JEUNE-AP    PIC X      VALUE 'N'.
       77  WS-AA-CAL      PIC 9(4).
       77  WS-MM-CAL      PIC 99.
       77  WS-JJ-CAL      PIC 99.
       01  WS-JRS-AUJ     PIC S9(9)  COMP-3.
       01  WS-JRS-PERMIS  PIC S9(9)  COMP-3.
       01  WS-JRS-JEUNE   PIC S9(9)  COMP-3.
           COPY PARMREC.
           COPY GARTAB.
       77  NB-RESIL-DIFF  PIC 9(6)   VALUE 0.
       77  NB-RESIL-ATT   PIC 9(6)   VALUE 0.
       01  WS-CLE-AUJ     PIC 9(8)   VALUE 0.
       77  NB-ARCHIVES    PIC 9(6)   VALUE 0.
       77  NB-SOUSCR      PIC 9(6)   VALUE 0.
       77  NB-AJUST       PIC 9(6)   VALUE 0.
       77  NB-RISTOURNE   PIC 9(6)   VALUE 0.
       77  WS-PRM-AVANT   PIC 9(4)V99.
       77  WS-TP-AVANT    PIC X.
       77  NB-LUS-REPRISE PIC 9(6)   VALUE 0.
       01  STA-CYCLE.
           05 STA-MOD     OCCURS 11  PIC 9(4)  VALUE 0.
           05 STA-RES     OCCURS 11  PIC 9(4)  VALUE 0.
           05 STA-CRE     OCCURS 11  PIC 9(4)  VALUE 0.
       77  IX-STA         PIC 99     VALUE 0.
       77  WS-I-STA       PIC 99     VALUE 0.
       COPY AGENCES.
       77  WS-JEX-NB      PIC 9(6) VALUE 0.
       77  WS-JEX-FS      PIC XX   VALUE SPACE.
       77  WS-JEX-RC      PIC 99   VALUE 0.
      * OPERATEUR DU LANCEMENT (OPECHK), PORTE SUR CHAQUE
      * ECRITURE DE JOURNAL : BATCH QUAND PERSONNE N'EST SIGNE.
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'Q'.
       77  WS-OPE-PROG    PIC X(8) VALUE 'TPPRJ6'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       PROCEDURE DIVISION.
           MOVE 'DEBUT' TO WS-JEX-EVT
           PERFORM JOURNAL-EXEC
           OPEN OUTPUT ENDNOU
           OPEN OUTPUT ATTLST
           OPEN I-O VEHIC
           IF WS-VEH = '35'
             OPEN OUTPUT VEHIC
             CLOSE VEHIC
             OPEN I-O VEHIC
           END-IF
           IF WS-VEH = '00'
             MOVE 'O' TO WS-VEHIC-OUV
           ELSE
             MOVE 'N' TO WS-VEHIC-OUV
           END-IF
           OPEN I-O CONDUC
           IF WS-CND = '35'
             OPEN OUTPUT CONDUC
             CLOSE CONDUC
             OPEN I-O CONDUC
           END-IF
           IF WS-CND = '00'
             MOVE 'O' TO WS-CONDUC-OUV
           ELSE
             MOVE 'N' TO WS-CONDUC-OUV
           END-IF
           PERFORM TEST-STAT-AJU
           PERFORM TEST-STAT-RSN
           PERFORM TEST-STAT-EDN
             OPEN OUTPUT PSTAT
           END-IF
           PERFORM TEST-STAT-PST
           OPEN EXTEND FVAMVT
           IF WS-FVA = '35'
             OPEN OUTPUT FVAMVT
           END-IF
           PERFORM TEST-STAT-FVA
           OPEN EXTEND ACKLOT
           IF WS-ACK = '35'
             OPEN OUTPUT ACKLOT
           END-IF
           PERFORM TEST-STAT-ACK
           OPEN I-O AVISECH
           IF WS-AVI = '00'
             MOVE 'O' TO WS-AVISECH-OUV
           ELSE
             MOVE 'N' TO WS-AVISECH-OUV
           END-IF
           PERFORM CREA-DAT-TIME
           MOVE 'A' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           MOVE 'G' TO WS-TBL-QUOI
           CALL SOUSPROG-TBL USING WS-TBL-QUOI GAR-TABLE
           PERFORM CHARGER-PARAM
           MOVE DAT(7:4) TO WS-CLE-AUJ(1:4)
           MOVE DAT(4:2) TO WS-CLE-AUJ(5:2)
           MOVE DAT(1:2) TO WS-CLE-AUJ(7:2)
           END-PERFORM
           PERFORM RAZ-CKP6
           PERFORM ECRIRE-PSTAT
           MOVE 'F' TO PLK-ACTION
           CALL SOUSPROG-PLK USING PLK-ZONE

           CLOSE ASSUR
           CLOSE MAJ
           CLOSE ENDNOU
           CLOSE ATTLST
           CLOSE PSTAT
           CLOSE FVAMVT
           CLOSE ACKLOT
           IF WS-AVISECH-OUV = 'O'
             CLOSE AVISECH
           END-IF
           IF WS-VEHIC-OUV = 'O'
             CLOSE VEHIC
           END-IF
           IF WS-CONDUC-OUV = 'O'
             CLOSE CONDUC
           END-IF
           PERFORM TEST-STAT-ASR
           PERFORM TEST-STAT-MAJ
           PERFORM TEST-STAT-JRN
           DISPLAY 'NOMBRE DE MOUVEMENTS LUS           : ' NB-MAJ-LUS
           DISPLAY 'NOMBRE DE MOUVEMENTS APPLIQUES     : ' NB-MAJ-APPL
           DISPLAY 'NOMBRE DE MOUVEMENTS SANS DOSSIER  : ' NB-MAJ-REJ
           DISPLAY 'NOMBRE DE POLICES CREEES           : '
                   NB-CREATIONS
           DISPLAY 'DONT CLIENTS DEJA CONNUS           : '
                   NB-CLI-CONNUS
           DISPLAY 'NOMBRE DE POLICES ARCHIVEES        : ' NB-ARCHIVES
           DISPLAY 'REFUS DE RECONDUCTION HORS DELAI   : '
                   NB-REFUS-HORS
           DISPLAY 'NOMBRE DE FICHES SOUSCRIPTEUR MAJ  : ' NB-SOUSCR
           DISPLAY 'NOMBRE D''AJUSTEMENTS DE PRIME EMIS : ' NB-AJUST
           DISPLAY 'DEMANDES DE RISTOURNE EMISES       : '
                   NB-RISTOURNE
           DISPLAY 'RESILIATIONS DIFFEREES (ATTENTE)   : '
                   NB-RESIL-DIFF
           DISPLAY 'RESILIATIONS D''ATTENTE APPLIQUEES  : '
                   NB-ENDOS-APPL
           DISPLAY 'VEHICULES SUPPRIMES AVEC POLICES   : '
                   NB-VEH-SUPPR
           DISPLAY 'SUPPRESSIONS FVA TRACEES           : '
                   NB-FVA-SUPPR
           DISPLAY 'VEHICULES AJOUTES PAR MOUVEMENT    : '
                   NB-VEH-AJOUT
           DISPLAY 'VEHICULES RETIRES PAR MOUVEMENT    : '
                   NB-VEH-RETRAIT
           DISPLAY 'CONDUCTEURS AJOUTES                : '
                   NB-CND-AJOUT
           DISPLAY 'CONDUCTEURS RETIRES                : '
                   NB-CND-RETRAIT
           DISPLAY 'MOUVEMENTS VEHICULE/COND. IGNORES  : '
                   NB-VC-IGNORES
           DISPLAY 'MOUVEMENTS FVA DE VEHICULES TRACES : '
                   NB-FVA-MVT
           PERFORM CONTROLE-TOTAUX
           MOVE NB-MAJ-LUS TO WS-JEX-NB
           MOVE 'FIN' TO WS-JEX-EVT

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           PERFORM IDENTIFIER-OPERATEUR
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-AA-CAL
           MOVE DAT(4:2) TO WS-MM-CAL
           MOVE DAT(1:2) TO WS-JJ-CAL
           COMPUTE WS-JRS-AUJ = WS-AA-CAL * 360 + WS-MM-CAL * 30
                              + WS-JJ-CAL
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             IF PRM-TX-JEUNE NUMERIC AND PRM-TX-JEUNE > 0
               MOVE PRM-TX-JEUNE TO WS-TX-JEUNE
             END-IF
             IF PRM-ANS-JEUNE NUMERIC AND PRM-ANS-JEUNE > 0
               MOVE PRM-ANS-JEUNE TO WS-ANS-JEUNE
             END-IF
             IF PRM-TX-MULTI NUMERIC AND PRM-TX-MULTI > 0
               MOVE PRM-TX-MULTI TO WS-TX-MULTI
             END-IF
             IF PRM-CHATEL-JRS NUMERIC AND PRM-CHATEL-JRS > 0
               MOVE PRM-CHATEL-JRS TO WS-CHATEL-JRS
             END-IF
           END-IF
           .

       CONTROLE-TOTAUX.
                 ADD 1 TO NB-ENDOS-DIFF
               END-IF
             END-IF
      * UNE CREATION DEJA APPLIQUEE REND SON MATRICULE (DERNIER
      * NUMERO DE LA SOUCHE) AUX CODES 7 ET 8 QUI LA SUIVENT.
             IF CDE-MVT = 0
               PERFORM LIRE-SOUCHE-MAT
               PERFORM POSER-CLE-MAT
               MOVE WS-MAT-ZONE TO WS-MAT-CREE
             END-IF
             IF CDE-MVT = 6
               PERFORM CALCULER-CLE-EFFET
               IF WS-CLE-EFF > WS-CLE-AUJ
           .

       APPLIQUER-MVT.
           EVALUATE TRUE
             WHEN CDE-MVT = 0
               PERFORM CREER-POLICE
             WHEN CDE-MVT = 6 AND MOTIF-RES = '06'
               PERFORM CONTROLER-REFUS-RECOND
               IF WS-REFUS-OK = 'O'
                 PERFORM APPLIQUER-MVT-POLICE
               ELSE
                 PERFORM REJETER-REFUS-RECOND
               END-IF
             WHEN OTHER
               IF MATRICUL OF EMVT = 0
                 PERFORM RATTACHER-CREATION
               END-IF
               PERFORM APPLIQUER-MVT-POLICE
           END-EVALUATE
           .

      * REFUS DE RECONDUCTION : LE DERNIER AVIS D'ECHEANCE DE LA
      * POLICE DONNE LE DELAI. SANS AVIS, OU SI LE DERNIER AVIS
      * PORTE SUR UNE ECHEANCE VIEILLE DE PLUS D'UN AN (L'ECHEANCE
      * SUIVANTE N'A PAS ETE AVISEE), LE REFUS EST ADMIS. SINON IL
      * L'EST JUSQU'A L'ECHEANCE OU DANS LES WS-CHATEL-JRS JOURS
      * QUI SUIVENT L'ENVOI ; L'AVIS EST ALORS MARQUE REFUSE.
       CONTROLER-REFUS-RECOND.
           MOVE 'O' TO WS-REFUS-OK
           MOVE SPACE TO WS-AVI-DERN
           MOVE 'N' TO WS-FIN-AVI
           IF WS-AVISECH-OUV NOT = 'O'
             MOVE 'O' TO WS-FIN-AVI
           ELSE
             MOVE MATRICUL OF EMVT TO AVI-MATRICUL
             MOVE 0 TO AVI-DT-ECH
             START AVISECH KEY IS NOT LESS THAN AVI-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-AVI
             END-START
           END-IF
           PERFORM UNTIL FIN-AVI
             READ AVISECH NEXT
               AT END MOVE 'O' TO WS-FIN-AVI
             END-READ
             IF NOT FIN-AVI
               IF AVI-MATRICUL NOT = MATRICUL OF EMVT
                 MOVE 'O' TO WS-FIN-AVI
               ELSE
                 MOVE EAVI TO WS-AVI-DERN
               END-IF
             END-IF
           END-PERFORM
           IF WS-AVI-DERN NOT = SPACE
             MOVE WS-AVI-DERN TO EAVI
             MOVE AVI-DT-ECH TO WS-AVI-DT-ECH
             MOVE AVI-DT-ENV TO WS-AVI-DT-ENV
             MOVE WS-AVI-DT-ECH(1:4) TO WS-AA-CAL
             MOVE WS-AVI-DT-ECH(5:2) TO WS-MM-CAL
             MOVE WS-AVI-DT-ECH(7:2) TO WS-JJ-CAL
             COMPUTE WS-JRS-ECH = WS-AA-CAL * 360 + WS-MM-CAL * 30
                                + WS-JJ-CAL
             MOVE WS-AVI-DT-ENV(1:4) TO WS-AA-CAL
             MOVE WS-AVI-DT-ENV(5:2) TO WS-MM-CAL
             MOVE WS-AVI-DT-ENV(7:2) TO WS-JJ-CAL
             COMPUTE WS-JRS-ENV = WS-AA-CAL * 360 + WS-MM-CAL * 30
                                + WS-JJ-CAL
             IF WS-JRS-AUJ - WS-JRS-ECH <= 360
               IF WS-CLE-AUJ > WS-AVI-DT-ECH
                  AND WS-JRS-AUJ - WS-JRS-ENV > WS-CHATEL-JRS
                 MOVE 'N' TO WS-REFUS-OK
               ELSE
                 MOVE 'R' TO AVI-ST
                 MOVE WS-CLE-AUJ TO AVI-DT-REFUS
                 REWRITE EAVI
               END-IF
             END-IF
           END-IF
           .

       REJETER-REFUS-RECOND.
           ADD 1 TO NB-REFUS-HORS
           MOVE ALL SPACE TO EATL
           STRING EMVT(1:7) ' AGENCE ' AGC-MVT
                  ' REFUS DE RECONDUCTION HORS DELAI LEGAL - ECH. '
                  WS-AVI-DT-ECH(7:2) '/' WS-AVI-DT-ECH(5:2) '/'
                  WS-AVI-DT-ECH(1:4)
                  DELIMITED BY SIZE INTO EATL
           PERFORM ECRIRE-ATTLST
           .

      * CODE 7 OU 8 A MATRICULE 000000 : IL PORTE SUR LA CREATION
      * QUI LE PRECEDE DANS LE LOT. SI CELLE-CI N'A PAS ETE
      * APPLIQUEE, LE MOUVEMENT RESTE SANS DOSSIER.
       RATTACHER-CREATION.
           IF WS-MAT-CREE = 0
             MOVE ALL SPACE TO EATL
             STRING EMVT(1:7) ' AGENCE ' AGC-MVT
                    ' SANS CREATION APPLIQUEE - MOUVEMENT IGNORE'
                    DELIMITED BY SIZE INTO EATL
             PERFORM ECRIRE-ATTLST
           ELSE
             MOVE WS-MAT-CREE TO MATRICUL OF EMVT
           END-IF
           .

      * CODE 0 : LE DOSSIER EST BATI DU MOUVEMENT (CONTROLE PAR
      * TPPRJ3/TPPRJ5) SOUS LE MATRICULE ATTRIBUE. LE MOUVEMENT
      * PORTE DESORMAIS CE MATRICULE (POINT DE REPRISE CKP6).
       CREER-POLICE.
           MOVE MATRICUL OF EMVT TO WS-NO-PROP
           PERFORM ALLOUER-MATRICULE
           MOVE WS-MAT-ZONE TO MATRICUL OF EMVT
           MOVE ALL SPACE TO EASR
           MOVE MATRICUL OF EMVT TO MATRICUL OF EASR
           MOVE NOM-CRE TO NOM-CLIENT
           MOVE ADRS-CRE TO ASUR-ADRS
           MOVE CP-CRE TO ASUR-CP
           MOVE VLL-CRE TO ASUR-VLL
           MOVE TPE-CRE TO ASUR-TP-VHCL
           MOVE PRM-CRE TO ASUR-PRM-BS
           MOVE BM-CRE TO ASUR-BM
           MOVE TAUX-CRE TO ASUR-TAUX
           MOVE DT-POL-CRE TO ASUR-DT-POL
           MOVE AGC-MVT TO ASUR-AGC
           WRITE EASR
             INVALID KEY
               ADD 1 TO NB-MAJ-REJ
               MOVE 0 TO WS-MAT-CREE
               MOVE ALL SPACE TO EATL
               STRING 'PROPOSITION ' WS-NO-PROP ' AGENCE ' AGC-MVT
                      ' : MATRICULE ' WS-MAT-ZONE
                      ' DEJA PRESENT - CREATION REJETEE'
                      DELIMITED BY SIZE INTO EATL
               PERFORM ECRIRE-ATTLST
             NOT INVALID KEY
               MOVE MATRICUL OF EMVT TO WS-MAT-CREE
               ADD 1 TO NB-CREATIONS
               MOVE ALL SPACE TO WS-EASR-AVANT
               MOVE 'C' TO WS-JRN-OPER
               PERFORM ECRIRE-JRNA
               PERFORM COMPTER-STA-CRE
               PERFORM ECRIRE-ACK-CREATION
               MOVE ALL SPACE TO EATL
               STRING 'PROPOSITION ' WS-NO-PROP ' AGENCE ' AGC-MVT
                      ' : MATRICULE ' WS-MAT-ZONE ' ATTRIBUE'
                      DELIMITED BY SIZE INTO EATL
               PERFORM ECRIRE-ATTLST
               PERFORM RATTACHER-PERSONNE
               ADD 1 TO NB-MAJ-APPL
           END-WRITE
           .

      * CLIENT CONNU : LA NOUVELLE POLICE REJOINT SA PERSONNE, CE
      * QUI EST SIGNALE A L'AGENCE AVEC LES AUTRES CREATIONS.
       RATTACHER-PERSONNE.
           MOVE 'A' TO PLK-ACTION
           MOVE 'TPPRJ6' TO PLK-ORIG
           MOVE MATRICUL OF EASR TO PLK-MATRICUL
           MOVE NOM-CLIENT TO PLK-NOM
           MOVE ASUR-ADRS TO PLK-ADRS
           MOVE ASUR-CP TO PLK-CP
           MOVE ASUR-VLL TO PLK-VLL
           MOVE 0 TO PLK-DT-NAIS
           CALL SOUSPROG-PLK USING PLK-ZONE
           IF PLK-RC = 'K'
             ADD 1 TO NB-CLI-CONNUS
             MOVE ALL SPACE TO EATL
             STRING 'MATRICULE ' WS-MAT-ZONE ' : CLIENT CONNU,'
                    ' RATTACHE A LA PERSONNE ' PLK-PRS-ID
                    DELIMITED BY SIZE INTO EATL
             PERFORM ECRIRE-ATTLST
           END-IF
           .

       ECRIRE-ACK-CREATION.
           MOVE ALL SPACE TO EACK-NOU
           MOVE AGC-MVT TO ACKN-AGC
           MOVE WS-NO-PROP TO ACKN-PROP
           MOVE 'N' TO ACKN-ETAT
           MOVE MATRICUL OF EMVT TO ACKN-MATRICUL
           MOVE NOM-CRE TO ACKN-NOM
           MOVE WS-CLE-AUJ TO ACKN-DT
           WRITE EACK-NOU
           PERFORM TEST-STAT-ACK
           .

      * LE PROCHAIN MATRICULE SORT DE LA SOUCHE NUMMAT, REECRITE
      * AUSSITOT ; LA CLE DE CONTROLE EST POSEE PAR MATCHK.
       ALLOUER-MATRICULE.
           PERFORM LIRE-SOUCHE-MAT
           ADD 1 TO WS-NO-MAT
           PERFORM POSER-CLE-MAT
           OPEN OUTPUT NUMMAT
           IF WS-NUMM NOT = '00'
             DISPLAY 'ERREUR FICHIER SOUCHE MATRICULES ' WS-NUMM
             MOVE 16 TO RETURN-CODE
             MOVE WS-NUMM TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           MOVE ALL SPACE TO ENUMQ
           MOVE WS-NO-MAT TO NUMQ-DERNIER
           WRITE ENUMQ
           CLOSE NUMMAT
           .

       LIRE-SOUCHE-MAT.
           OPEN INPUT NUMMAT
           IF WS-NUMM = '00'
             READ NUMMAT
               AT END MOVE 0 TO WS-NO-MAT
               NOT AT END MOVE NUMQ-DERNIER TO WS-NO-MAT
             END-READ
             CLOSE NUMMAT
           ELSE
             MOVE 0 TO WS-NO-MAT
           END-IF
           .

       POSER-CLE-MAT.
           MOVE WS-NO-MAT TO WS-SOUCHE
           MOVE WS-SOUCHE TO WS-MAT-ZONE(1:5)
           MOVE 'C' TO WS-MAT-ACTION
           CALL SOUSPROG-MAT USING WS-MAT-ACTION WS-MAT-ZONE
                WS-MAT-ERR
           .

       APPLIQUER-MVT-POLICE.
           MOVE MATRICUL OF EMVT TO MATRICUL OF EASR
           READ ASSUR KEY IS MATRICUL OF EASR
             INVALID KEY
                   PERFORM DIFFERER-RESILIATION
                 ELSE
                   PERFORM ARCHIVER-POLICE
                   PERFORM ECRIRE-RISTOURNE
                   DELETE ASSUR
                   MOVE 'S' TO WS-JRN-OPER
                   PERFORM ECRIRE-JRNA
                   PERFORM COMPTER-STA-RES
                 END-IF
               ELSE
                 EVALUATE CDE-MVT
                   WHEN 5
                     PERFORM MAJ-SOUSCR
                     PERFORM COMPTER-STA-MOD
                   WHEN 7
                     PERFORM APPLIQUER-MVT-VEH
                   WHEN 8
                     PERFORM APPLIQUER-MVT-CND
                   WHEN OTHER
                     PERFORM CALCULER-CLE-APP
                     IF WS-CLE-APP > WS-CLE-AUJ
                       PERFORM DIFFERER-ENDOS
                     ELSE
                       PERFORM MAJ-CHAMPS
                       REWRITE EASR
                       MOVE 'M' TO WS-JRN-OPER
                       PERFORM ECRIRE-JRNA
                       PERFORM COMPTER-STA-MOD
                     END-IF
                 END-EVALUATE
               END-IF
               ADD 1 TO NB-MAJ-APPL
           END-READ
           .

      * CODE 7 : AJOUT OU SUPPRESSION D'UN VEHICULE DE LA POLICE.
      * LE MOUVEMENT A ETE CONTROLE PAR TPPRJ3/TPPRJ5 (TYPE, PLAFOND
      * DE PRIME, IMMATRICULATION, VIN ET DATE NORMALISES) ; SEULE
      * L'EXISTENCE DU NUMERO D'ORDRE EST JUGEE ICI.
       APPLIQUER-MVT-VEH.
           IF WS-VEHIC-OUV NOT = 'O'
             MOVE ALL SPACE TO EATL
             STRING EMVT(1:6) ' VEHICULE ' NO-VEH
                    ' FICHIER VEHIC INDISPONIBLE - MOUVEMENT IGNORE'
                    DELIMITED BY SIZE INTO EATL
             PERFORM ECRIRE-ATTLST
             ADD 1 TO NB-VC-IGNORES
           ELSE
             PERFORM CHERCHER-CONDUCTEURS
             IF ACT-VEH = 'A'
               PERFORM AJOUTER-VEHICULE
             ELSE
               PERFORM RETIRER-VEHICULE
             END-IF
           END-IF
           .

       AJOUTER-VEHICULE.
           MOVE ALL SPACE TO EVEH
           MOVE MATRICUL OF EMVT TO VEH-MATRICUL
           MOVE NO-VEH TO VEH-SEQ
           MOVE TPE-VEH TO VEH-TP-VHCL
           MOVE PRM-VEH TO VEH-PRM-BS
           MOVE IMM-VEH TO VEH-IMMAT
           MOVE VIN-VEH TO VEH-VIN
           MOVE DT-MEC TO VEH-DT-1IMMAT
           PERFORM POSER-GARANTIES-VEH
           WRITE EVEH
             INVALID KEY
               MOVE ALL SPACE TO EATL
               STRING EMVT(1:6) ' VEHICULE ' NO-VEH
                      ' DEJA PRESENT - AJOUT IGNORE'
                      DELIMITED BY SIZE INTO EATL
               PERFORM ECRIRE-ATTLST
               ADD 1 TO NB-VC-IGNORES
             NOT INVALID KEY
               ADD 1 TO NB-VEH-AJOUT
               MOVE ALL SPACE TO WS-OBJ-AVANT
               MOVE EVEH TO WS-OBJ-APRES
               MOVE 'V' TO WS-JRN-OPER
               PERFORM ECRIRE-JRNA-OBJET
               MOVE 'A' TO WS-FVA-ACTION
               PERFORM ECRIRE-FVA-VEH
               PERFORM CALCULER-PRM-VEH
               MOVE 0 TO WS-PRM-AVANT
               PERFORM ECRIRE-AJUST-VEH
               PERFORM COMPTER-STA-MOD
               MOVE ALL SPACE TO EATL
               STRING EMVT(1:6) ' VEHICULE ' NO-VEH ' ' VEH-IMMAT
                      ' AJOUTE A LA POLICE'
                      DELIMITED BY SIZE INTO EATL
               PERFORM ECRIRE-ATTLST
           END-WRITE
           .

       RETIRER-VEHICULE.
           MOVE MATRICUL OF EMVT TO VEH-MATRICUL
           MOVE NO-VEH TO VEH-SEQ
           READ VEHIC
             INVALID KEY
               MOVE ALL SPACE TO EATL
               STRING EMVT(1:6) ' VEHICULE ' NO-VEH
                      ' ABSENT - SUPPRESSION IGNOREE'
                      DELIMITED BY SIZE INTO EATL
               PERFORM ECRIRE-ATTLST
               ADD 1 TO NB-VC-IGNORES
             NOT INVALID KEY
               MOVE EVEH TO WS-OBJ-AVANT
               MOVE ALL SPACE TO WS-OBJ-APRES
               DELETE VEHIC
               MOVE WS-OBJ-AVANT TO EVEH
               ADD 1 TO NB-VEH-RETRAIT
               MOVE 'V' TO WS-JRN-OPER
               PERFORM ECRIRE-JRNA-OBJET
               IF VEH-IMMAT NOT = SPACE
                 MOVE 'S' TO WS-FVA-ACTION
                 PERFORM ECRIRE-FVA-VEH
               END-IF
               PERFORM CALCULER-PRM-VEH
               MOVE WS-PRM-EFF TO WS-PRM-AVANT
               MOVE 0 TO WS-PRM-EFF
               PERFORM ECRIRE-AJUST-VEH
               PERFORM COMPTER-STA-MOD
               MOVE ALL SPACE TO EATL
               STRING EMVT(1:6) ' VEHICULE ' NO-VEH ' ' VEH-IMMAT
                      ' RETIRE DE LA POLICE'
                      DELIMITED BY SIZE INTO EATL
               PERFORM ECRIRE-ATTLST
           END-READ
           .

      * MEME REGLE QUE LA SAISIE TPPRJ32 : LES GARANTIES
      * OBLIGATOIRES DU REFERENTIEL D'ABORD, PUIS CELLES DU
      * MOUVEMENT QUI N'Y SONT PAS DEJA, CINQ AU PLUS.
       POSER-GARANTIES-VEH.
           MOVE ALL SPACE TO VEH-GARANTIES
           MOVE 0 TO WS-NB-GAR-VEH
           SET IX-GAR TO 1
           PERFORM UNTIL IX-GAR > NB-GAR
             IF GT-OBLIG(IX-GAR) = 'O' AND WS-NB-GAR-VEH < 5
               ADD 1 TO WS-NB-GAR-VEH
               MOVE GT-CODE(IX-GAR) TO VEH-GAR(WS-NB-GAR-VEH)
             END-IF
             SET IX-GAR UP BY 1
           END-PERFORM
           MOVE 1 TO WS-G
           PERFORM UNTIL WS-G > 5
             IF GAR-VEH(WS-G) NOT = SPACE AND WS-NB-GAR-VEH < 5
               PERFORM AJOUTER-GARANTIE-MVT
             END-IF
             ADD 1 TO WS-G
           END-PERFORM
           .

       AJOUTER-GARANTIE-MVT.
           MOVE 'N' TO WS-GAR-TROUVE
           MOVE 1 TO WS-G2
           PERFORM UNTIL WS-G2 > WS-NB-GAR-VEH
             IF VEH-GAR(WS-G2) = GAR-VEH(WS-G)
               MOVE 'O' TO WS-GAR-TROUVE
             END-IF
             ADD 1 TO WS-G2
           END-PERFORM
           IF WS-GAR-TROUVE = 'N'
             ADD 1 TO WS-NB-GAR-VEH
             MOVE GAR-VEH(WS-G) TO VEH-GAR(WS-NB-GAR-VEH)
           END-IF
           .

      * PRIME DU VEHICULE EN COURS (EVEH) COMME LA CALCULE LE
      * QUITTANCEMENT AVANT COEFFICIENT DE CATEGORIE : PRIME DE
      * BASE PONDEREE PAR LA SOMME DES TAUX DE SES GARANTIES, OU
      * PRIME DE BASE SEULE POUR UN VEHICULE SANS GARANTIES.
       CALCULER-PRM-VEH.
           IF VEH-GAR(1) = SPACE
             MOVE VEH-PRM-BS TO WS-PRM-EFF
           ELSE
             MOVE 0 TO WS-TX-GAR
             MOVE 1 TO WS-G
             PERFORM UNTIL WS-G > 5
               IF VEH-GAR(WS-G) NOT = SPACE
                 SET IX-GAR TO 1
                 SEARCH GAR-ENT
                   AT END
                     CONTINUE
                   WHEN GT-CODE(IX-GAR) = VEH-GAR(WS-G)
                     ADD GT-TAUX(IX-GAR) TO WS-TX-GAR
                 END-SEARCH
               END-IF
               ADD 1 TO WS-G
             END-PERFORM
             COMPUTE WS-PRM-EFF ROUNDED
                   = VEH-PRM-BS * WS-TX-GAR / 100
           END-IF
           .

      * PRIME DE LA POLICE : SOMME DES VEHICULES DE VEHIC, OU PRIME
      * DU MAITRE POUR UNE POLICE SANS VEHICULE ; LE TYPE RETENU
      * POUR LE COEFFICIENT EST CELUI DU PREMIER VEHICULE.
       CALCULER-PRM-POLICE.
           MOVE 0 TO WS-PRM-POL
           MOVE 0 TO WS-NB-VEH-POL
           MOVE ASUR-TP-VHCL TO WS-TP-POL
           IF WS-VEHIC-OUV = 'O'
             MOVE 'N' TO WS-FIN-VEH
             MOVE MATRICUL OF EMVT TO VEH-MATRICUL
             MOVE 0 TO VEH-SEQ
             START VEHIC KEY IS NOT LESS THAN VEH-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-VEH
             END-START
             PERFORM UNTIL FIN-VEH
               READ VEHIC NEXT
                 AT END MOVE 'O' TO WS-FIN-VEH
               END-READ
               IF NOT FIN-VEH
                 IF VEH-MATRICUL NOT = MATRICUL OF EMVT
                   MOVE 'O' TO WS-FIN-VEH
                 ELSE
                   ADD 1 TO WS-NB-VEH-POL
                   IF WS-NB-VEH-POL = 1
                     MOVE VEH-TP-VHCL TO WS-TP-POL
                   END-IF
                   PERFORM CALCULER-PRM-VEH
                   ADD WS-PRM-EFF TO WS-PRM-POL
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           IF WS-NB-VEH-POL = 0
             MOVE ASUR-PRM-BS TO WS-PRM-POL
           END-IF
           .

      * AJUSTEMENT DE NATURE V : AVANT/APRES DE LA PRIME DU
      * VEHICULE (ZERO COTE AJOUT OU COTE SUPPRESSION), REMISE
      * MULTI-CONTRATS PUIS SURCHARGE JEUNE CONDUCTEUR COMPRISES SI
      * LA POLICE Y A DROIT, DANS L'ORDRE DE TPPRJ2.
       ECRIRE-AJUST-VEH.
           PERFORM CHERCHER-PERSONNE
           IF PLK-RC = 'O' AND PLK-NB-ACTIVES > 1
             COMPUTE WS-PRM-AVANT ROUNDED
                   = WS-PRM-AVANT * (100 - WS-TX-MULTI) / 100
             COMPUTE WS-PRM-EFF ROUNDED
                   = WS-PRM-EFF * (100 - WS-TX-MULTI) / 100
           END-IF
           IF WS-JEUNE-COND = 'O'
             COMPUTE WS-PRM-AVANT ROUNDED
                   = WS-PRM-AVANT * (100 + WS-TX-JEUNE) / 100
             COMPUTE WS-PRM-EFF ROUNDED
                   = WS-PRM-EFF * (100 + WS-TX-JEUNE) / 100
           END-IF
           MOVE ALL SPACE TO EAJU
           MOVE MATRICUL OF EMVT TO AJU-MATRICUL
           MOVE DAT(1:2) TO AJU-DT(1:2)
           MOVE DAT(4:2) TO AJU-DT(3:2)
           MOVE DAT(7:4) TO AJU-DT(5:4)
           MOVE WS-PRM-AVANT TO AJU-PRM-AV
           MOVE WS-PRM-EFF TO AJU-PRM-AP
           MOVE VEH-TP-VHCL TO AJU-TP-AV
           MOVE VEH-TP-VHCL TO AJU-TP-AP
           MOVE 'V' TO AJU-NATURE
           MOVE AJU-DT TO AJU-DT-EFF
           MOVE SPACE TO AJU-MOTIF
           WRITE EAJU
           ADD 1 TO NB-AJUST
           .

      * CODE 8 : AJOUT OU SUPPRESSION D'UN CONDUCTEUR NOMME. LA
      * SURCHARGE JEUNE CONDUCTEUR DE LA POLICE EST EVALUEE AVANT ET
      * APRES : SI ELLE APPARAIT OU DISPARAIT, LA DIFFERENCE PART
      * SUR AJUST EN NATURE C.
       APPLIQUER-MVT-CND.
           IF WS-CONDUC-OUV NOT = 'O'
             MOVE ALL SPACE TO EATL
             STRING EMVT(1:6) ' CONDUCTEUR ' NO-CND
                    ' FICHIER CONDUC INDISPONIBLE - MOUVEMENT IGNORE'
                    DELIMITED BY SIZE INTO EATL
             PERFORM ECRIRE-ATTLST
             ADD 1 TO NB-VC-IGNORES
           ELSE
             PERFORM CHERCHER-CONDUCTEURS
             MOVE WS-JEUNE-COND TO WS-JEUNE-AV
             MOVE 'N' TO WS-CND-FAIT
             IF ACT-CND = 'A'
               PERFORM AJOUTER-CONDUCTEUR
             ELSE
               PERFORM RETIRER-CONDUCTEUR
             END-IF
             IF WS-CND-FAIT = 'O'
               PERFORM CHERCHER-CONDUCTEURS
               MOVE WS-JEUNE-COND TO WS-JEUNE-AP
               IF WS-JEUNE-AP NOT = WS-JEUNE-AV
                 PERFORM ECRIRE-AJUST-CND
               END-IF
             END-IF
           END-IF
           .

       AJOUTER-CONDUCTEUR.
           MOVE ALL SPACE TO ECND
           MOVE MATRICUL OF EMVT TO CND-MATRICUL
           MOVE NO-CND TO CND-SEQ
           MOVE NOM-CND TO CND-NOM
           MOVE DT-NAIS-CND TO CND-DT-NAIS
           MOVE DT-PMS-CND TO CND-DT-PERMIS
           WRITE ECND
             INVALID KEY
               MOVE ALL SPACE TO EATL
               STRING EMVT(1:6) ' CONDUCTEUR ' NO-CND
                      ' DEJA PRESENT - AJOUT IGNORE'
                      DELIMITED BY SIZE INTO EATL
               PERFORM ECRIRE-ATTLST
               ADD 1 TO NB-VC-IGNORES
             NOT INVALID KEY
               MOVE 'O' TO WS-CND-FAIT
               ADD 1 TO NB-CND-AJOUT
               MOVE ALL SPACE TO WS-OBJ-AVANT
               MOVE ECND TO WS-OBJ-APRES
               MOVE 'N' TO WS-JRN-OPER
               PERFORM ECRIRE-JRNA-OBJET
               PERFORM COMPTER-STA-MOD
               MOVE ALL SPACE TO EATL
               STRING EMVT(1:6) ' CONDUCTEUR ' NO-CND ' ' CND-NOM
                      ' AJOUTE A LA POLICE'
                      DELIMITED BY SIZE INTO EATL
               PERFORM ECRIRE-ATTLST
           END-WRITE
           .

       RETIRER-CONDUCTEUR.
           MOVE MATRICUL OF EMVT TO CND-MATRICUL
           MOVE NO-CND TO CND-SEQ
           READ CONDUC
             INVALID KEY
               MOVE ALL SPACE TO EATL
               STRING EMVT(1:6) ' CONDUCTEUR ' NO-CND
                      ' ABSENT - SUPPRESSION IGNOREE'
                      DELIMITED BY SIZE INTO EATL
               PERFORM ECRIRE-ATTLST
               ADD 1 TO NB-VC-IGNORES
             NOT INVALID KEY
               MOVE ECND TO WS-OBJ-AVANT
               MOVE ALL SPACE TO WS-OBJ-APRES
               DELETE CONDUC
               MOVE WS-OBJ-AVANT TO ECND
               MOVE 'O' TO WS-CND-FAIT
               ADD 1 TO NB-CND-RETRAIT
               MOVE 'N' TO WS-JRN-OPER
               PERFORM ECRIRE-JRNA-OBJET
               PERFORM COMPTER-STA-MOD
               MOVE ALL SPACE TO EATL
               STRING EMVT(1:6) ' CONDUCTEUR ' NO-CND ' ' CND-NOM
                      ' RETIRE DE LA POLICE'
                      DELIMITED BY SIZE INTO EATL
               PERFORM ECRIRE-ATTLST
           END-READ
           .

      * AJUSTEMENT DE NATURE C : PRIME DE LA POLICE SANS PUIS AVEC
      * LA SURCHARGE (OU L'INVERSE QUAND LE DERNIER JEUNE
      * CONDUCTEUR EST RETIRE), REMISE MULTI-CONTRATS APPLIQUEE
      * AVANT LA SURCHARGE.
       ECRIRE-AJUST-CND.
           PERFORM CALCULER-PRM-POLICE
           PERFORM CHERCHER-PERSONNE
           IF PLK-RC = 'O' AND PLK-NB-ACTIVES > 1
             COMPUTE WS-PRM-POL ROUNDED
                   = WS-PRM-POL * (100 - WS-TX-MULTI) / 100
           END-IF
           MOVE ALL SPACE TO EAJU
           MOVE MATRICUL OF EMVT TO AJU-MATRICUL
           MOVE DAT(1:2) TO AJU-DT(1:2)
           MOVE DAT(4:2) TO AJU-DT(3:2)
           MOVE DAT(7:4) TO AJU-DT(5:4)
           IF WS-JEUNE-AV = 'O'
             COMPUTE AJU-PRM-AV ROUNDED
                   = WS-PRM-POL * (100 + WS-TX-JEUNE) / 100
           ELSE
             MOVE WS-PRM-POL TO AJU-PRM-AV
           END-IF
           IF WS-JEUNE-AP = 'O'
             COMPUTE AJU-PRM-AP ROUNDED
                   = WS-PRM-POL * (100 + WS-TX-JEUNE) / 100
           ELSE
             MOVE WS-PRM-POL TO AJU-PRM-AP
           END-IF
           MOVE WS-TP-POL TO AJU-TP-AV
           MOVE WS-TP-POL TO AJU-TP-AP
           MOVE 'C' TO AJU-NATURE
           MOVE AJU-DT TO AJU-DT-EFF
           MOVE SPACE TO AJU-MOTIF
           WRITE EAJU
           ADD 1 TO NB-AJUST
           .

      * POLICES ACTIVES DE LA PERSONNE QUI DETIENT LA POLICE ; UNE
      * POLICE SANS PERSONNE N'A PAS DE REMISE.
       CHERCHER-PERSONNE.
           MOVE 'C' TO PLK-ACTION
           MOVE 'TPPRJ6' TO PLK-ORIG
           MOVE MATRICUL OF EMVT TO PLK-MATRICUL
           MOVE 0 TO PLK-NB-ACTIVES
           CALL SOUSPROG-PLK USING PLK-ZONE
           .

      * MEME REGLE QUE TPPRJ2 : UN SEUL CONDUCTEUR DONT LE PERMIS A
      * MOINS DE WS-ANS-JEUNE ANS SUFFIT A SURCHARGER LA POLICE.
       CHERCHER-CONDUCTEURS.
           MOVE 'N' TO WS-JEUNE-COND
           MOVE 'N' TO WS-FIN-CND
           COMPUTE WS-JRS-JEUNE = WS-ANS-JEUNE * 360
           IF WS-CONDUC-OUV NOT = 'O'
             MOVE 'O' TO WS-FIN-CND
           ELSE
             MOVE MATRICUL OF EMVT TO CND-MATRICUL
             MOVE 0 TO CND-SEQ
             START CONDUC KEY IS NOT LESS THAN CND-CLE
               INVALID KEY MOVE 'O' TO WS-FIN-CND
             END-START
           END-IF
           PERFORM UNTIL FIN-CND
             READ CONDUC NEXT
               AT END MOVE 'O' TO WS-FIN-CND
             END-READ
             IF NOT FIN-CND
               IF CND-MATRICUL NOT = MATRICUL OF EMVT
                 MOVE 'O' TO WS-FIN-CND
               ELSE
                 IF CND-DT-PERMIS IS NUMERIC AND CND-DT-PERMIS > 0
                   MOVE CND-DT-PERMIS(5:4) TO WS-AA-CAL
                   MOVE CND-DT-PERMIS(3:2) TO WS-MM-CAL
                   MOVE CND-DT-PERMIS(1:2) TO WS-JJ-CAL
                   COMPUTE WS-JRS-PERMIS
                         = WS-AA-CAL * 360 + WS-MM-CAL * 30
                         + WS-JJ-CAL
                   IF WS-JRS-AUJ - WS-JRS-PERMIS < WS-JRS-JEUNE
                     MOVE 'O' TO WS-JEUNE-COND
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

       ECRIRE-JRNA-OBJET.
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ6' TO JRN-PROG
           MOVE WS-OPE-ID TO JRN-OPID
           MOVE SPACE TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE WS-JRN-OPER TO JRN-OPER
           MOVE MATRICUL OF EMVT TO JRN-MATRICUL
           MOVE WS-OBJ-AVANT TO JRN-AVANT
           MOVE WS-OBJ-APRES TO JRN-APRES
           WRITE EJRNA
           .

      * UN VEHICULE AJOUTE OU RETIRE PAR MOUVEMENT ENTRE OU SORT DU
      * FICHIER DES VEHICULES ASSURES LE JOUR DU PASSAGE.
       ECRIRE-FVA-VEH.
           MOVE ALL SPACE TO EFVA
           MOVE DAT(7:4) TO FVA-DT(1:4)
           MOVE DAT(4:2) TO FVA-DT(5:2)
           MOVE DAT(1:2) TO FVA-DT(7:2)
           MOVE TIM TO FVA-TIM
           MOVE WS-FVA-ACTION TO FVA-ACTION
           MOVE VEH-MATRICUL TO FVA-MATRICUL
           MOVE VEH-SEQ TO FVA-SEQ
           MOVE VEH-IMMAT TO FVA-IMMAT
           MOVE VEH-VIN TO FVA-VIN
           MOVE VEH-DT-1IMMAT TO FVA-DT-1IMMAT
           MOVE VEH-TP-VHCL TO FVA-TP-VHCL
           MOVE DAT(1:2) TO FVA-DT-EFF(1:2)
           MOVE DAT(4:2) TO FVA-DT-EFF(3:2)
           MOVE DAT(7:4) TO FVA-DT-EFF(5:4)
           MOVE 'TPPRJ6' TO FVA-PROG
           MOVE SPACE TO FVA-ST
           MOVE 0 TO FVA-DT-ENV
           WRITE EFVA
           PERFORM TEST-STAT-FVA
           ADD 1 TO NB-FVA-MVT
           .

      * CLE DE LA DATE D'APPLICATION D'UN AVENANT (CODE 3 : DT-APP3,
      * CODE 4 : DT-APP4). A BLANC OU ILLISIBLE = ZERO, DONC
      * APPLICATION IMMEDIATE, LE COMPORTEMENT HISTORIQUE. TOUT
             NOT INVALID KEY
               MOVE EASR TO WS-EASR-AVANT
               PERFORM ARCHIVER-POLICE
               PERFORM ECRIRE-RISTOURNE
               DELETE ASSUR
               MOVE 'S' TO WS-JRN-OPER
               PERFORM ECRIRE-JRNA
                 ELSE
                   DELETE VEHIC
                   ADD 1 TO NB-VEH-SUPPR
                   IF VEH-IMMAT NOT = SPACE
                     PERFORM ECRIRE-FVA-SUPPR
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           .

      * LE VEHICULE QUITTE LE FICHIER DES VEHICULES ASSURES A LA
      * DATE D'EFFET DE LA RESILIATION ; UN VEHICULE SANS
      * IMMATRICULATION N'Y A JAMAIS ETE DECLARE.
       ECRIRE-FVA-SUPPR.
           MOVE ALL SPACE TO EFVA
           MOVE DAT(7:4) TO FVA-DT(1:4)
           MOVE DAT(4:2) TO FVA-DT(5:2)
           MOVE DAT(1:2) TO FVA-DT(7:2)
           MOVE TIM TO FVA-TIM
           MOVE 'S' TO FVA-ACTION
           MOVE VEH-MATRICUL TO FVA-MATRICUL
           MOVE VEH-SEQ TO FVA-SEQ
           MOVE VEH-IMMAT TO FVA-IMMAT
           MOVE VEH-VIN TO FVA-VIN
           MOVE VEH-DT-1IMMAT TO FVA-DT-1IMMAT
           MOVE VEH-TP-VHCL TO FVA-TP-VHCL
           IF DT-EFF IS NUMERIC
             MOVE DT-EFF TO FVA-DT-EFF
           ELSE
             MOVE DAT(1:2) TO FVA-DT-EFF(1:2)
             MOVE DAT(4:2) TO FVA-DT-EFF(3:2)
             MOVE DAT(7:4) TO FVA-DT-EFF(5:4)
           END-IF
           MOVE 'TPPRJ6' TO FVA-PROG
           MOVE SPACE TO FVA-ST
           MOVE 0 TO FVA-DT-ENV
           WRITE EFVA
           PERFORM TEST-STAT-FVA
           ADD 1 TO NB-FVA-SUPPR
           .

      * UNE POLICE RESILIEE N'EST JAMAIS PERDUE : SON IMAGE COMPLETE
      * PART SUR L'ARCHIVE ARCH, DATEE DE LA DATE D'EFFET DU
      * MOUVEMENT, AVANT LE DELETE SUR LE MAITRE. UNE NOUVELLE
           ADD 1 TO NB-SOUSCR
           .

      * UNE MODIFICATION CODE 3 OU 4 DATEE (RETROACTIVE, OU PARQUEE
      * PUIS REPRISE D'ENDATT A SA DATE) PORTE SON EFFET REEL.
       ECRIRE-JRNA.
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE 'TPPRJ6' TO JRN-PROG
           MOVE WS-OPE-ID TO JRN-OPID
           MOVE SPACE TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           IF WS-JRN-OPER = 'M'
             PERFORM CALCULER-CLE-APP
             IF WS-CLE-APP > 0
               MOVE WS-CLE-APP TO JRN-DT-EFF
             END-IF
           END-IF
           MOVE WS-JRN-OPER TO JRN-OPER
           MOVE MATRICUL OF EMVT TO JRN-MATRICUL
           MOVE WS-EASR-AVANT TO JRN-AVANT
           ADD 1 TO STA-RES(IX-STA)
           .

       COMPTER-STA-CRE.
           PERFORM TROUVER-POSTE-STA
           ADD 1 TO STA-CRE(IX-STA)
           .

      * UN ENREGISTREMENT PSTAT PAR AGENCE TOUCHEE SUR LE CYCLE ;
      * LES CREATIONS DU CYCLE SONT CELLES DES MOUVEMENTS CODE 0
      * (TPPRJ8 DEPOSE SES CREATIONS AU GUICHET). LES
      * REINTEGRATIONS NE PASSENT PAS PAR TPPRJ6 (TPPRJ18 DEPOSE
      * LES SIENNES), LA COLONNE RESTE DONC A ZERO ICI.
       ECRIRE-PSTAT.
           MOVE 1 TO IX-STA
           PERFORM UNTIL IX-STA > 11
             IF STA-MOD(IX-STA) > 0 OR STA-RES(IX-STA) > 0
                OR STA-CRE(IX-STA) > 0
               MOVE ALL SPACE TO EPST
               MOVE DAT(7:4) TO PST-DAT(1:4)
               MOVE DAT(4:2) TO PST-DAT(5:2)
               ELSE
                 MOVE SPACE TO PST-AGC
               END-IF
               MOVE STA-CRE(IX-STA) TO PST-NB-CRE
               MOVE STA-MOD(IX-STA) TO PST-NB-MOD
               MOVE STA-RES(IX-STA) TO PST-NB-RES
               MOVE 0 TO PST-NB-REI
           END-PERFORM
           .

       TEST-STAT-FVA.
           IF WS-FVA NOT = '00'
             DISPLAY 'ERREUR FICHIER MOUVEMENTS FVA ' WS-FVA
             MOVE 16 TO RETURN-CODE
             MOVE WS-FVA TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-PST.
           IF WS-PST NOT = '00'
             DISPLAY 'ERREUR FICHIER STATISTIQUES PORTEFEUILLE '
           END-IF
           .

      * LA PRIME DEJA QUITTANCEE AU-DELA DE LA DATE D'EFFET N'EST
      * PAS COURUE : LA RESILIATION PART SUR AJUST EN NATURE R
      * (DATE D'EFFET, MOTIF), ET TPPRJ30 EN CALCULE L'AVOIR SUR LA
      * DERNIERE QUITTANCE DU JOURNAL QUIT SELON LE TAUX DE
      * RISTOURNE DU MOTIF. LE CALCUL RESTE AINSI AU SEUL ENDROIT
      * QUI EMET DEJA LES AVOIRS ET ALIMENTE LE BILAN.
       ECRIRE-RISTOURNE.
           MOVE ALL SPACE TO EAJU
           MOVE MATRICUL OF EMVT TO AJU-MATRICUL
           MOVE DAT(1:2) TO AJU-DT(1:2)
           MOVE DAT(4:2) TO AJU-DT(3:2)
           MOVE DAT(7:4) TO AJU-DT(5:4)
           MOVE 0 TO AJU-PRM-AV
           MOVE 0 TO AJU-PRM-AP
           MOVE 'R' TO AJU-NATURE
           IF DT-EFF IS NUMERIC
             MOVE DT-EFF TO AJU-DT-EFF
           ELSE
             MOVE AJU-DT TO AJU-DT-EFF
           END-IF
           MOVE MOTIF-RES TO AJU-MOTIF
           WRITE EAJU
           ADD 1 TO NB-RISTOURNE
           .

       TEST-STAT-SOU.
           IF WS-SOU NOT = '00'
             DISPLAY 'ERREUR FICHIER SOUSCRIPTEUR ' WS-SOU
             STOP RUN
           END-IF
           .
       TEST-STAT-ACK.
           IF WS-ACK NOT = '00'
             DISPLAY 'ERREUR FICHIER ACCUSE DE LOT ' WS-ACK
             MOVE 16 TO RETURN-CODE
             MOVE WS-ACK TO WS-JEX-FS
             PERFORM JOURNAL-ABANDON
             STOP RUN
           END-IF
           .
       TEST-STAT-ATL.
           IF WS-ATL NOT = '00'
             DISPLAY 'ERREUR FICHIER LISTE ATTENTE ' WS-ATL
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
