      * POLDTAB - ZONE D'ECHANGE DU SOUS-PROGRAMME POLDAT (ETAT D'UNE
      * POLICE A UNE DATE DONNEE, RECONSTITUE DEPUIS LE JOURNAL
      * JRNA). L'APPELANT POSE PDT-MATRICUL ET PDT-DATE (AAAAMMJJ) ;
      * POLDAT REND LE RESTE. PARTAGEE ENTRE LA CONSULTATION A DATE
      * TPPRJ79, SON EDITION PAR LOT TPPRJ80 ET LA DECLARATION DES
      * SINISTRES TPPRJ33.
      * PDT-ETAT : V = EN VIGUEUR A LA DATE,
      *            S = SUSPENDUE POUR IMPAYE A LA DATE (ASUR-BM S),
      *            R = RESILIEE A LA DATE (ARCHIVE ARCH, DATE D'EFFET
      *                DE LA RESILIATION ATTEINTE),
      *            H = HORS PORTEFEUILLE A LA DATE (PAS ENCORE
      *                CREEE, AVANT SA DATE D'EFFET, OU ENTRE UNE
      *                RESILIATION ET SA REINTEGRATION),
      *            I = MATRICULE INCONNU (NI ASSUR NI ARCH).
      * PDT-COMPLET : N = PLUS DE 500 MODIFICATIONS A DEFAIRE, LES
      *            PLUS ANCIENNES N'ONT PAS ETE DEFAITES.
      * PDT-NB-MVT : MODIFICATIONS POSTERIEURES A LA DATE, DEFAITES.
      * PDT-DT-RESIL : DATE D'EFFET DE LA RESILIATION (JJMMAAAA) SI
      *            LA POLICE EST AUJOURD'HUI ARCHIVEE, ZERO SINON.
      * PDT-EASR : IMAGE DU DOSSIER (DESSIN ASSUREC) A LA DATE, A
      *            BLANC POUR H SANS IMAGE ET POUR I.
      * PDT-VEH  : VEHICULES A LA DATE (DESSIN VEHREC). UN VEHICULE
      *            RESTITUE DEPUIS FVAMVT SEUL PORTE SON IDENTIFICATION
      *            ET SON TYPE, SANS PRIME NI GARANTIES.
       01  PDT-ZONE.
           05 PDT-MATRICUL   PIC 9(6).
           05 PDT-DATE       PIC 9(8).
           05 PDT-ETAT       PIC X.
           05 PDT-COMPLET    PIC X.
           05 PDT-NB-MVT     PIC 9(4).
           05 PDT-DT-RESIL   PIC 9(8).
           05 PDT-EASR       PIC X(80).
           05 PDT-NB-VEH     PIC 99.
           05 PDT-VEH        PIC X(80) OCCURS 20.
