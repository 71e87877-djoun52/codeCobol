      * TRFREC - ENREGISTREMENT DE L'HISTORIQUE DES TRANSFERTS DE
      * POLICES ENTRE AGENCES (FICHIER TRFAGC, INDEXE SUR MATRICULE +
      * DATE D'EFFET AAAAMMJJ, CUMULE D'UN PASSAGE SUR L'AUTRE).
      * ECRIT PAR LE TRANSFERT DE PORTEFEUILLE TPPRJ86 POUR CHAQUE
      * POLICE TRANSFEREE : AGENCE AVANT ET APRES, DATE DE PASSAGE
      * ET OPERATEUR. ASUR-AGC NE DONNE QUE L'AGENCE DU JOUR ; CE
      * FICHIER DONNE L'AGENCE A UNE DATE : LE PREMIER TRANSFERT
      * D'EFFET POSTERIEUR A LA DATE PORTE EN TRF-AGC-AV L'AGENCE
      * QUI GERAIT ALORS LA POLICE (BORDEREAUX DE COMMISSIONS
      * TPPRJ35).
       01  ETRF.
           05 TRF-CLE.
              10 TRF-MATRICUL  PIC 9(6).
              10 TRF-DT-EFF    PIC 9(8).
           05 TRF-AGC-AV       PIC X.
           05 TRF-AGC-AP       PIC X.
           05 TRF-DT-MAJ       PIC 9(8).
           05 TRF-OPID         PIC X(8).
           05 FILLER           PIC X(48).
