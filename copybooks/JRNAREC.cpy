      * POUVOIR PROUVER L'ETAT D'UNE POLICE AVANT CHAQUE MODIFICATION.
      * CONSULTATION PAR MATRICULE : TPPRJ13.
      * JRN-OPER : C = CREATION, M = MODIFICATION, S = SUPPRESSION.
      *            V = AJOUT/SUPPRESSION D'UN VEHICULE PAR TPPRJ6
      *                (IMAGES VEHREC), N = AJOUT/SUPPRESSION D'UN
      *                CONDUCTEUR NOMME (IMAGES CONDREC) ; L'IMAGE A
      *                BLANC EST LE COTE OU L'OBJET N'EXISTE PAS.
      *            P = PROPOSITION DE RESILIATION (PERTOT) : DOSSIER
      *                EASR EN AVANT, IMAGE RSPREC EN APRES ; LE
      *                DOSSIER LUI-MEME N'EST PAS MODIFIE.
      * JRN-OPID : OPERATEUR SIGNE DANS LE DIALOGUE (OPECHK), BATCH
      *            POUR UNE MODIFICATION PASSEE PAR LA CHAINE.
      * JRN-OPID-VAL : SECOND OPERATEUR QUI A VALIDE LA MODIFICATION
      *            (DOUBLE VALIDATION, TPPRJ72) ; JRN-OPID EST ALORS LE
      *            DEMANDEUR. A BLANC HORS DOUBLE VALIDATION.
      * JRN-DT-EFF : DATE D'EFFET (AAAAMMJJ) D'UNE MODIFICATION M DE
      *            TPPRJ6 PORTANT SA PROPRE DATE D'APPLICATION (CODE 3
      *            DT-APP3, CODE 4 DT-APP4, Y COMPRIS L'AVENANT REPRIS
      *            D'ENDATT A SA DATE) ; A BLANC AILLEURS ET SUR LES
      *            ECRITURES ANCIENNES, L'EFFET EST ALORS JRN-DAT.
       01  EJRNA.
           05 JRN-DAT        PIC X(10).
           05 JRN-TIM        PIC X(8).
           05 JRN-MATRICUL   PIC 9(6).
           05 JRN-AVANT      PIC X(80).
           05 JRN-APRES      PIC X(80).
           05 JRN-OPID       PIC X(8).
           05 JRN-OPID-VAL   PIC X(8).
           05 JRN-DT-EFF     PIC X(8).
