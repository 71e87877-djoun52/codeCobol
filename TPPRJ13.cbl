      *       ASSUR (JRNA, ALIMENTE PAR TPPRJ6 ET TPPRJ8). ON SAISIT
      *       UN MATRICULE ET ON OBTIENT L'HISTORIQUE COMPLET DES
      *       MODIFICATIONS DE LA POLICE : DATE, HEURE, PROGRAMME,
      *       OPERATEUR, OPERATION, IMAGE AVANT ET IMAGE APRES DU
      *       DOSSIER.
      *       LES AJOUTS ET SUPPRESSIONS DE VEHICULES (V) ET DE
      *       CONDUCTEURS NOMMES (N) SONT AFFICHES AVEC LES ZONES DU
      *       VEHICULE OU DU CONDUCTEUR.
      *       LES PROPOSITIONS DE RESILIATION (P) SONT AFFICHEES
      *       AVEC LEUR DATE D'EFFET, LEUR MOTIF ET LE SINISTRE QUI
      *       LES A PROVOQUEES.
      *       UNE MODIFICATION PASSEE PAR LA DOUBLE VALIDATION
      *       (TPPRJ72) PORTE AUSSI L'OPERATEUR QUI L'A VALIDEE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  NB-TROUVES     PIC 9(5)  VALUE 0.
       77  DISP-TAUX      PIC Z9.
       77  DISP-PRM-BS    PIC ZB999V,99.
       77  WS-G           PIC 99.
           COPY ASSUREC.
           COPY VEHREC.
           COPY CONDREC.
           COPY RSPREC.

       PROCEDURE DIVISION.
           PERFORM UNTIL FIN-PROG = 'O'
       AFFICHE-MODIFICATION.
           DISPLAY ' '
           DISPLAY 'LE ' JRN-DAT ' A ' JRN-TIM ' PAR ' JRN-PROG
                   ' OPERATEUR ' JRN-OPID
           IF JRN-OPID-VAL NOT = SPACE
             DISPLAY 'DOUBLE VALIDATION PAR ' JRN-OPID-VAL
           END-IF
           EVALUATE JRN-OPER
             WHEN 'C' DISPLAY 'OPERATION : CREATION'
             WHEN 'M' DISPLAY 'OPERATION : MODIFICATION'
             WHEN 'S' DISPLAY 'OPERATION : SUPPRESSION'
             WHEN 'V' PERFORM AFFICHE-MVT-VEHICULE
             WHEN 'N' PERFORM AFFICHE-MVT-CONDUCTEUR
             WHEN 'P' PERFORM AFFICHE-PROPOSITION-RES
             WHEN OTHER DISPLAY 'OPERATION : ' JRN-OPER
           END-EVALUATE
           IF JRN-OPER NOT = 'V' AND NOT = 'N' AND NOT = 'P'
             IF JRN-OPER NOT = 'C'
               DISPLAY 'AVANT :'
               MOVE JRN-AVANT TO EASR
               PERFORM AFFICHE-DOSSIER
             END-IF
             IF JRN-OPER NOT = 'S'
               DISPLAY 'APRES :'
               MOVE JRN-APRES TO EASR
               PERFORM AFFICHE-DOSSIER
             END-IF
           END-IF
           .

      * L'IMAGE A BLANC EST LE COTE OU LE VEHICULE (OU LE
      * CONDUCTEUR) N'EXISTE PAS : AJOUT SI C'EST L'AVANT,
      * SUPPRESSION SI C'EST L'APRES.
       AFFICHE-MVT-VEHICULE.
           IF JRN-AVANT = SPACE
             DISPLAY 'OPERATION : AJOUT DE VEHICULE'
             MOVE JRN-APRES TO EVEH
           ELSE
             DISPLAY 'OPERATION : SUPPRESSION DE VEHICULE'
             MOVE JRN-AVANT TO EVEH
           END-IF
           MOVE VEH-PRM-BS TO DISP-PRM-BS
           DISPLAY '  VEHICULE NO   : ' VEH-SEQ
           DISPLAY '  TYPE-VEHICULE : ' VEH-TP-VHCL
           DISPLAY '  PRIME DE BASE : ' DISP-PRM-BS
           DISPLAY '  IMMATRICUL.   : ' VEH-IMMAT
           DISPLAY '  NUMERO VIN    : ' VEH-VIN
           DISPLAY '  1ERE CIRCUL.  : ' VEH-DT-1IMMAT
           DISPLAY '  GARANTIES     : ' WITH NO ADVANCING
           MOVE 1 TO WS-G
           PERFORM UNTIL WS-G > 5
             DISPLAY VEH-GAR(WS-G) ' ' WITH NO ADVANCING
             ADD 1 TO WS-G
           END-PERFORM
           DISPLAY ' '
           .

      * PROPOSITION DE RESILIATION DEPOSEE SUR RESPROP (PERTE TOTALE
      * DU SEUL VEHICULE) : LE DOSSIER N'EST PAS MODIFIE, L'AVANT EST
      * LE DOSSIER AU MOMENT DE LA PROPOSITION.
       AFFICHE-PROPOSITION-RES.
           DISPLAY 'OPERATION : PROPOSITION DE RESILIATION'
           MOVE JRN-APRES TO ERSP
           DISPLAY '  DATE D''EFFET : ' RSP-DT-EFF
           DISPLAY '  MOTIF         : ' RSP-MOTIF
           DISPLAY '  SINISTRE NO   : ' RSP-NO-SIN
                   ' PERTE TOTALE ' RSP-NATURE
           IF JRN-AVANT NOT = SPACE
             DISPLAY 'DOSSIER :'
             MOVE JRN-AVANT TO EASR
             PERFORM AFFICHE-DOSSIER
           END-IF
           .

       AFFICHE-MVT-CONDUCTEUR.
           IF JRN-AVANT = SPACE
             DISPLAY 'OPERATION : AJOUT DE CONDUCTEUR'
             MOVE JRN-APRES TO ECND
           ELSE
             DISPLAY 'OPERATION : SUPPRESSION DE CONDUCTEUR'
             MOVE JRN-AVANT TO ECND
           END-IF
           DISPLAY '  CONDUCTEUR NO : ' CND-SEQ
           DISPLAY '  NOM           : ' CND-NOM
           DISPLAY '  NAISSANCE     : ' CND-DT-NAIS
           DISPLAY '  PERMIS        : ' CND-DT-PERMIS
           .

       AFFICHE-DOSSIER.
