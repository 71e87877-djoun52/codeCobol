      * OPEREC - ENREGISTREMENT DU FICHIER DES OPERATEURS (OPERAT,
      * INDEXE SUR OPE-ID), ENTRETENU PAR TPPRJ70 ET LU A CHAQUE
      * SIGNATURE PAR LE SOUS-PROGRAMME OPECHK.
      * OPE-HASH     : EMPREINTE DE L'IDENTIFIANT ET DU MOT DE PASSE
      *                (CALCULEE PAR OPECHK ; LE MOT DE PASSE N'EST
      *                JAMAIS CONSERVE EN CLAIR) ;
      * OPE-AGC      : AGENCE DE RATTACHEMENT (TABLE AGENCES) ;
      * OPE-PROFIL   : PROFIL D'HABILITATION (FICHIER PROFIL) ;
      * OPE-ETAT     : A = ACTIF, B = BLOQUE APRES TROIS ECHECS DE
      *                SIGNATURE CONSECUTIFS, D = DESACTIVE ;
      * OPE-DT-MAJ   : DERNIERE MISE A JOUR PAR TPPRJ70 (AAAAMMJJ) ;
      * OPE-DT-CNX   : DERNIERE SIGNATURE REUSSIE (AAAAMMJJ).
       01  EOPE.
           05 OPE-ID         PIC X(8).
           05 OPE-NOM        PIC X(20).
           05 OPE-HASH       PIC 9(10).
           05 OPE-AGC        PIC X.
           05 OPE-PROFIL     PIC X(4).
           05 OPE-ETAT       PIC X.
           05 OPE-NB-ECHEC   PIC 9.
           05 OPE-DT-MAJ     PIC 9(8).
           05 OPE-DT-CNX     PIC 9(8).
           05 FILLER         PIC X(19).
