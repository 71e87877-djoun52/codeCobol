       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERTOT.
      ******************************
      *  PERTOT - RETRAIT DU VEHICULE D'UN SINISTRE CLOS EN PERTE
      *      TOTALE (EPAVE OU VOL NON RETROUVE, SINM-PERTE-TOT), SUR
      *      LE MODELE DES SOUS-PROGRAMMES PARTAGES POLDAT/TABLOD.
      *      APPELE A LA CLOTURE PAR TPPRJ33, OU PAR TPPRJ72 QUAND LA
      *      CLOTURE A ATTENDU LA DOUBLE VALIDATION. LE VEHICULE
      *      QUITTE LA POLICE A LA DATE DU SINISTRE PAR LE MEME
      *      CHEMIN QU'UN CODE 7 DE TPPRJ6 :
      *      - SUPPRESSION DE VEHIC, JOURNALISEE SUR JRNA (OPER V,
      *        IMAGE VEHREC AVANT, APRES A BLANC) ;
      *      - SORTIE DECLAREE AU FICHIER DES VEHICULES ASSURES
      *        (FVAMVT, ACTION S, EFFET A LA DATE DU SINISTRE) ;
      *      - AJUSTEMENT DE NATURE V SUR AJUST (PRIME DU VEHICULE
      *        AVEC SES GARANTIES, LA REMISE MULTI-CONTRATS ET LA
      *        SURCHARGE JEUNE CONDUCTEUR DE LA POLICE, DATE D'EFFET
      *        = DATE DU SINISTRE) : TPPRJ30 EN TIRE L'AVOIR PRORATA
      *        DU RESTE DE LA PERIODE.
      *      SI C'ETAIT LE SEUL VEHICULE DE LA POLICE (OU SI LA POLICE
      *      N'A PAS DE FICHE VEHICULE), AUCUN AJUSTEMENT N'EST EMIS :
      *      UNE RESILIATION EST PROPOSEE AU MOTIF 07 PERTE TOTALE
      *      (TABLE MOTIFRES) A LA DATE DU SINISTRE, SUR RESPROP
      *      (DESSIN RSPREC), ET C'EST ELLE QUI RISTOURNERA LA PRIME
      *      NON COURUE. LA PROPOSITION EST JOURNALISEE SUR JRNA (OPER
      *      P, IMAGE EASR AVANT, PROPOSITION EN IMAGE APRES).
      *      ZONE D'ECHANGE : COPY PERTZON. FICHIERS OUVERTS LE TEMPS
      *      DE L'APPEL ; L'APPELANT FERME SES PROPRES OUVERTURES DE
      *      VEHIC ET JRNA AVANT L'APPEL.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT JRNA   ASSIGN JRNA
             FILE STATUS  WS-JRN.
           SELECT AJUST  ASSIGN AJUST
             FILE STATUS  WS-AJU.
           SELECT FVAMVT ASSIGN FVAMVT
             FILE STATUS  WS-FVA.
           SELECT RESPROP ASSIGN RESPROP
             FILE STATUS  WS-RSP.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSUR RECORDING F.
           COPY ASSUREC.
       FD  VEHIC RECORDING F.
           COPY VEHREC.
       FD  CONDUC RECORDING F.
           COPY CONDREC.
       FD  JRNA RECORDING F.
           COPY JRNAREC.
       FD  AJUST RECORDING F.
           COPY AJUREC.
       FD  FVAMVT RECORDING F.
           COPY FVAREC.
       FD  RESPROP RECORDING F.
           COPY RSPREC.
       WORKING-STORAGE SECTION.
       77  WS-ASR         PIC XX.
       77  WS-VEH         PIC XX.
       77  WS-CND         PIC XX.
       77  WS-JRN         PIC XX.
       77  WS-AJU         PIC XX.
       77  WS-FVA         PIC XX.
       77  WS-RSP         PIC XX.
       77  WS-ASSUR-OUV   PIC X      VALUE 'N'.
       77  WS-CONDUC-OUV  PIC X      VALUE 'N'.
       77  WS-FIN-VEH     PIC X      VALUE 'N'.
           88 FIN-VEH                VALUE 'O'.
       77  WS-FIN-CND     PIC X      VALUE 'N'.
           88 FIN-CND                VALUE 'O'.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       01  WS-DT-JOUR     PIC 9(8)   VALUE 0.
       77  WS-JRN-OPER    PIC X.
       01  WS-OBJ-AVANT   PIC X(80).
       01  WS-OBJ-APRES   PIC X(80).
       77  WS-MOTIF-PT    PIC XX     VALUE '07'.
      * PRIME DU VEHICULE : GARANTIES DU REFERENTIEL (TABLOD),
      * REMISE MULTI-CONTRATS (PERSONNE DU CLIENT, PRSLNK) ET
      * SURCHARGE JEUNE CONDUCTEUR (FICHIER PARAM, DEFAUTS DE TPPRJ6).
           COPY GARTAB.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
       77  SOUSPROG-PRM   PIC X(8) VALUE 'PARMLOD'.
       77  WS-PARM-OK     PIC X      VALUE 'N'.
           COPY PARMREC.
       77  WS-TX-JEUNE    PIC 99V99  VALUE 15.00.
       77  WS-ANS-JEUNE   PIC 99     VALUE 03.
       77  WS-JEUNE-COND  PIC X      VALUE 'N'.
       77  WS-TX-MULTI    PIC 99V99  VALUE 05.00.
       77  SOUSPROG-PLK   PIC X(8) VALUE 'PRSLNK'.
           COPY PRSZON.
       01  WS-TX-GAR      PIC 9(4)V99.
       01  WS-PRM-VEH     PIC 9(4)V99.
       77  WS-G           PIC 9.
       77  WS-AA-CAL      PIC 9(4).
       77  WS-MM-CAL      PIC 99.
       77  WS-JJ-CAL      PIC 99.
       01  WS-JRS-AUJ     PIC S9(9) COMP-3.
       01  WS-JRS-PERMIS  PIC S9(9) COMP-3.
       01  WS-JRS-JEUNE   PIC S9(9) COMP-3.
       LINKAGE SECTION.
           COPY PERTZON.

       PROCEDURE DIVISION USING PTT-ZONE.
           MOVE SPACE TO PTT-RC
           MOVE SPACE TO PTT-IMMAT
           MOVE 0 TO PTT-PRM-RETIREE
           MOVE 0 TO PTT-NB-VEH-RESTE
           MOVE 'N' TO PTT-AJUST
           MOVE 'N' TO PTT-FVA
           MOVE 'N' TO PTT-PROP-RES
           MOVE SPACE TO PTT-MOTIF
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           OPEN I-O VEHIC
           IF WS-VEH NOT = '00'
             MOVE 'I' TO PTT-RC
           ELSE
             PERFORM CHARGER-PARAM
             MOVE 'G' TO WS-TBL-QUOI
             CALL SOUSPROG-TBL USING WS-TBL-QUOI GAR-TABLE
             PERFORM OUVRIR-JOURNAUX
             MOVE 'A' TO PTT-RC
             IF PTT-VEH-SEQ > 0
               MOVE PTT-MATRICUL TO VEH-MATRICUL
               MOVE PTT-VEH-SEQ TO VEH-SEQ
               READ VEHIC
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM RETIRER-VEHICULE
               END-READ
             END-IF
             PERFORM COMPTER-VEHICULES
             IF PTT-RC = 'A' AND PTT-NB-VEH-RESTE = 0
               MOVE 'M' TO PTT-RC
             END-IF
             IF PTT-RC = 'O' OR PTT-RC = 'M'
               IF PTT-NB-VEH-RESTE = 0
                 PERFORM PROPOSER-RESILIATION
               ELSE
                 PERFORM ECRIRE-AJUST-VEH
               END-IF
             END-IF
             PERFORM FERMER-JOURNAUX
           END-IF
           GOBACK
           .

       CHARGER-PARAM.
           CALL SOUSPROG-PRM USING EPRM WS-PARM-OK
           IF WS-PARM-OK = 'O'
             IF PRM-TX-JEUNE NUMERIC
               MOVE PRM-TX-JEUNE TO WS-TX-JEUNE
             END-IF
             IF PRM-ANS-JEUNE NUMERIC AND PRM-ANS-JEUNE > 0
               MOVE PRM-ANS-JEUNE TO WS-ANS-JEUNE
             END-IF
             IF PRM-TX-MULTI NUMERIC AND PRM-TX-MULTI > 0
               MOVE PRM-TX-MULTI TO WS-TX-MULTI
             END-IF
           END-IF
           .

      * LES JOURNAUX SONT CREES S'ILS N'EXISTENT PAS ENCORE ; LE
      * MAITRE ET LES CONDUCTEURS NE SONT QUE LUS, ET UN FICHIER
      * CONDUC ABSENT VEUT DIRE PAS DE CONDUCTEUR NOMME.
       OUVRIR-JOURNAUX.
           OPEN INPUT ASSUR
           IF WS-ASR = '00'
             MOVE 'O' TO WS-ASSUR-OUV
           ELSE
             MOVE 'N' TO WS-ASSUR-OUV
           END-IF
           OPEN INPUT CONDUC
           IF WS-CND = '00'
             MOVE 'O' TO WS-CONDUC-OUV
           ELSE
             MOVE 'N' TO WS-CONDUC-OUV
           END-IF
           OPEN EXTEND JRNA
           IF WS-JRN = '35'
             OPEN OUTPUT JRNA
           END-IF
           OPEN EXTEND AJUST
           IF WS-AJU = '35'
             OPEN OUTPUT AJUST
           END-IF
           OPEN EXTEND FVAMVT
           IF WS-FVA = '35'
             OPEN OUTPUT FVAMVT
           END-IF
           OPEN EXTEND RESPROP
           IF WS-RSP = '35'
             OPEN OUTPUT RESPROP
           END-IF
           .

       FERMER-JOURNAUX.
           IF WS-ASSUR-OUV = 'O'
             CLOSE ASSUR
           END-IF
           IF WS-CONDUC-OUV = 'O'
             CLOSE CONDUC
           END-IF
           CLOSE VEHIC
           CLOSE JRNA
           CLOSE AJUST
           CLOSE FVAMVT
           CLOSE RESPROP
           .

      * LA PRIME EST CALCULEE SUR L'IMAGE AVANT LA SUPPRESSION ;
      * EVEH EST RESTITUE POUR LE JOURNAL ET LA SORTIE FVA.
       RETIRER-VEHICULE.
           MOVE EVEH TO WS-OBJ-AVANT
           MOVE ALL SPACE TO WS-OBJ-APRES
           PERFORM CALCULER-PRM-VEH
           DELETE VEHIC
           IF WS-VEH NOT = '00'
             MOVE 'E' TO PTT-RC
           ELSE
             MOVE 'O' TO PTT-RC
             MOVE WS-OBJ-AVANT TO EVEH
             MOVE VEH-IMMAT TO PTT-IMMAT
             MOVE 'V' TO WS-JRN-OPER
             PERFORM ECRIRE-JRNA-OBJET
             IF VEH-IMMAT NOT = SPACE
               PERFORM ECRIRE-FVA-VEH
             END-IF
           END-IF
           .

      * VEHICULES RESTANT SUR LA POLICE APRES LE RETRAIT.
       COMPTER-VEHICULES.
           MOVE 0 TO PTT-NB-VEH-RESTE
           MOVE 'N' TO WS-FIN-VEH
           MOVE PTT-MATRICUL TO VEH-MATRICUL
           MOVE 0 TO VEH-SEQ
           START VEHIC KEY IS NOT LESS THAN VEH-CLE
             INVALID KEY MOVE 'O' TO WS-FIN-VEH
           END-START
           PERFORM UNTIL FIN-VEH
             READ VEHIC NEXT
               AT END MOVE 'O' TO WS-FIN-VEH
             END-READ
             IF NOT FIN-VEH
               IF VEH-MATRICUL NOT = PTT-MATRICUL
                 MOVE 'O' TO WS-FIN-VEH
               ELSE
                 ADD 1 TO PTT-NB-VEH-RESTE
               END-IF
             END-IF
           END-PERFORM
           .

      * MEME CALCUL QUE TPPRJ6 : PRIME DE BASE PONDEREE PAR LA
      * SOMME DES TAUX DE SES GARANTIES, OU PRIME DE BASE SEULE
      * POUR UN VEHICULE SANS GARANTIES.
       CALCULER-PRM-VEH.
           IF VEH-GAR(1) = SPACE
             MOVE VEH-PRM-BS TO WS-PRM-VEH
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
             COMPUTE WS-PRM-VEH ROUNDED
                   = VEH-PRM-BS * WS-TX-GAR / 100
           END-IF
           .

      * UN CONDUCTEUR DE LA POLICE AU PERMIS DE MOINS DE
      * WS-ANS-JEUNE ANS (ANNEES DE 360 JOURS) PORTE LA SURCHARGE.
       CHERCHER-CONDUCTEURS.
           MOVE 'N' TO WS-JEUNE-COND
           MOVE 'N' TO WS-FIN-CND
           MOVE WS-DT-JOUR(1:4) TO WS-AA-CAL
           MOVE WS-DT-JOUR(5:2) TO WS-MM-CAL
           MOVE WS-DT-JOUR(7:2) TO WS-JJ-CAL
           COMPUTE WS-JRS-AUJ = WS-AA-CAL * 360 + WS-MM-CAL * 30
                              + WS-JJ-CAL
           COMPUTE WS-JRS-JEUNE = WS-ANS-JEUNE * 360
           IF WS-CONDUC-OUV NOT = 'O'
             MOVE 'O' TO WS-FIN-CND
           ELSE
             MOVE PTT-MATRICUL TO CND-MATRICUL
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
               IF CND-MATRICUL NOT = PTT-MATRICUL
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

      * AJUSTEMENT DE NATURE V : PRIME DU VEHICULE AVANT, ZERO
      * APRES ; LA DATE D'EFFET EST CELLE DU SINISTRE, LA DATE DU
      * PASSAGE RESTE CELLE DU JOUR. LA REMISE MULTI-CONTRATS PASSE
      * AVANT LA SURCHARGE, COMME DANS TPPRJ6 ; LES FICHIERS DE
      * PRSLNK SONT REFERMES AUSSITOT, LE SOUS-PROGRAMME NE GARDANT
      * RIEN D'OUVERT ENTRE DEUX APPELS.
       ECRIRE-AJUST-VEH.
           MOVE 'C' TO PLK-ACTION
           MOVE 'PERTOT' TO PLK-ORIG
           MOVE PTT-MATRICUL TO PLK-MATRICUL
           MOVE 0 TO PLK-NB-ACTIVES
           CALL SOUSPROG-PLK USING PLK-ZONE
           IF PLK-RC = 'O' AND PLK-NB-ACTIVES > 1
             COMPUTE WS-PRM-VEH ROUNDED
                   = WS-PRM-VEH * (100 - WS-TX-MULTI) / 100
           END-IF
           MOVE 'F' TO PLK-ACTION
           CALL SOUSPROG-PLK USING PLK-ZONE
           PERFORM CHERCHER-CONDUCTEURS
           IF WS-JEUNE-COND = 'O'
             COMPUTE WS-PRM-VEH ROUNDED
                   = WS-PRM-VEH * (100 + WS-TX-JEUNE) / 100
           END-IF
           MOVE WS-OBJ-AVANT TO EVEH
           MOVE ALL SPACE TO EAJU
           MOVE PTT-MATRICUL TO AJU-MATRICUL
           MOVE DAT(1:2) TO AJU-DT(1:2)
           MOVE DAT(4:2) TO AJU-DT(3:2)
           MOVE DAT(7:4) TO AJU-DT(5:4)
           MOVE WS-PRM-VEH TO AJU-PRM-AV
           MOVE 0 TO AJU-PRM-AP
           MOVE VEH-TP-VHCL TO AJU-TP-AV
           MOVE VEH-TP-VHCL TO AJU-TP-AP
           MOVE 'V' TO AJU-NATURE
           MOVE PTT-DT-SIN TO AJU-DT-EFF
           MOVE SPACE TO AJU-MOTIF
           WRITE EAJU
           IF WS-AJU = '00'
             MOVE 'O' TO PTT-AJUST
             MOVE WS-PRM-VEH TO PTT-PRM-RETIREE
           END-IF
           .

      * LA POLICE N'A PLUS DE VEHICULE : PROPOSITION DE RESILIATION
      * A LA DATE DU SINISTRE, LA DECISION RESTE AU GESTIONNAIRE.
       PROPOSER-RESILIATION.
           MOVE ALL SPACE TO ERSP
           MOVE PTT-MATRICUL TO RSP-MATRICUL
           MOVE PTT-DT-SIN TO RSP-DT-EFF
           MOVE WS-MOTIF-PT TO RSP-MOTIF
           MOVE PTT-NO TO RSP-NO-SIN
           MOVE PTT-NATURE TO RSP-NATURE
           MOVE WS-DT-JOUR TO RSP-DT
           MOVE PTT-PROG TO RSP-PROG
           MOVE PTT-OPID TO RSP-OPID
           WRITE ERSP
           IF WS-RSP = '00'
             MOVE 'O' TO PTT-PROP-RES
             MOVE WS-MOTIF-PT TO PTT-MOTIF
             MOVE ALL SPACE TO WS-OBJ-AVANT
             IF WS-ASSUR-OUV = 'O'
               MOVE PTT-MATRICUL TO MATRICUL
               READ ASSUR
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE EASR TO WS-OBJ-AVANT
               END-READ
             END-IF
             MOVE ERSP TO WS-OBJ-APRES
             MOVE 'P' TO WS-JRN-OPER
             PERFORM ECRIRE-JRNA-OBJET
           END-IF
           .

       ECRIRE-JRNA-OBJET.
           MOVE ALL SPACE TO EJRNA
           MOVE DAT(1:10) TO JRN-DAT
           MOVE TIM TO JRN-TIM
           MOVE PTT-PROG TO JRN-PROG
           MOVE PTT-OPID TO JRN-OPID
           MOVE PTT-OPID-VAL TO JRN-OPID-VAL
           MOVE SPACE TO JRN-DT-EFF
           MOVE WS-JRN-OPER TO JRN-OPER
           MOVE PTT-MATRICUL TO JRN-MATRICUL
           MOVE WS-OBJ-AVANT TO JRN-AVANT
           MOVE WS-OBJ-APRES TO JRN-APRES
           WRITE EJRNA
           .

      * LE VEHICULE SORT DU FICHIER DES VEHICULES ASSURES A LA DATE
      * DU SINISTRE.
       ECRIRE-FVA-VEH.
           MOVE ALL SPACE TO EFVA
           MOVE WS-DT-JOUR TO FVA-DT
           MOVE TIM TO FVA-TIM
           MOVE 'S' TO FVA-ACTION
           MOVE VEH-MATRICUL TO FVA-MATRICUL
           MOVE VEH-SEQ TO FVA-SEQ
           MOVE VEH-IMMAT TO FVA-IMMAT
           MOVE VEH-VIN TO FVA-VIN
           MOVE VEH-DT-1IMMAT TO FVA-DT-1IMMAT
           MOVE VEH-TP-VHCL TO FVA-TP-VHCL
           MOVE PTT-DT-SIN TO FVA-DT-EFF
           MOVE PTT-PROG TO FVA-PROG
           MOVE SPACE TO FVA-ST
           MOVE 0 TO FVA-DT-ENV
           WRITE EFVA
           IF WS-FVA = '00'
             MOVE 'O' TO PTT-FVA
           END-IF
           .
