      * AVNREC - ENREGISTREMENT DU FICHIER DES AVENANTS EMIS
      * (AVENANT, INDEXE SUR MATRICULE + NUMERO D'AVENANT, CUMULE
      * D'UN PASSAGE SUR L'AUTRE). ECRIT PAR L'EDITION DES AVENANTS
      * TPPRJ87 POUR CHAQUE POLICE MODIFIEE PAR TPPRJ6 (ADRESSE OU
      * TARIF - CODES 3 ET 4, Y COMPRIS LES AVENANTS A DATE FUTURE
      * REPRIS D'ENDNOU - VEHICULES ET CONDUCTEURS NOMMES). LES
      * NUMEROS SE SUIVENT PAR POLICE A PARTIR DE 0001.
      * AVN-DT-EFF / AVN-DT-EDIT : DATE D'EFFET (JOUR DU PASSAGE DE
      * TPPRJ6 QUI A APPLIQUE LES MODIFICATIONS) ET DATE D'EDITION,
      * EN AAAAMMJJ. AVN-JRN-DAT / AVN-JRN-TIM : CACHET DU PASSAGE
      * TPPRJ6 SUR LE JOURNAL JRNA (UN AVENANT PAR POLICE ET PAR
      * PASSAGE). AVN-MOD-ASR / AVN-MOD-VEH / AVN-MOD-CND : O QUAND
      * L'AVENANT MODIFIE LE DOSSIER, LES VEHICULES, LES CONDUCTEURS.
      * AVN-PRM-BS : PRIME ANNUELLE DE BASE APRES AVENANT.
      * AVN-QUI-NUM / AVN-QUI-TYPE / AVN-QUI-MNT : QUITTANCE
      * D'AJUSTEMENT EMISE PAR TPPRJ30 (A = COMPLEMENT, V = AVOIR,
      * ESPACE ET ZERO = SANS INCIDENCE DE PRIME).
       01  EAVN.
           05 AVN-CLE.
              10 AVN-MATRICUL  PIC 9(6).
              10 AVN-NUM       PIC 9(4).
           05 AVN-DT-EFF       PIC 9(8).
           05 AVN-DT-EDIT      PIC 9(8).
           05 AVN-JRN-DAT      PIC X(10).
           05 AVN-JRN-TIM      PIC X(8).
           05 AVN-NB-MODIF     PIC 99.
           05 AVN-MOD-ASR      PIC X.
           05 AVN-MOD-VEH      PIC X.
           05 AVN-MOD-CND      PIC X.
           05 AVN-PRM-BS       PIC 9(5)V99.
           05 AVN-QUI-NUM      PIC 9(8).
           05 AVN-QUI-TYPE     PIC X.
           05 AVN-QUI-MNT      PIC 9(6)V99.
           05 FILLER           PIC X(7).
