      *  LA FILE D'ATTENTE DES AVENANTS (ENDATT/ENDNOU, MEME
      *  MECANIQUE QUE LES RESILIATIONS DIFFEREES DU CODE6)
      *  JUSQU'AU PREMIER CYCLE QUI ATTEINT SA DATE.
      *  CODE7 : AJOUT (A) OU SUPPRESSION (S) DU VEHICULE NO-VEH
      *  DE LA POLICE (FICHIER VEHIC). A L'AJOUT : TYPE, PRIME DE
      *  BASE, IMMATRICULATION, VIN, DATE DE 1ERE MISE EN
      *  CIRCULATION (JJMMAAAA) ET GARANTIES FACULTATIVES (LES
      *  GARANTIES OBLIGATOIRES SONT POSEES D'OFFICE PAR TPPRJ6).
      *  CODE8 : AJOUT (A) OU SUPPRESSION (S) DU CONDUCTEUR
      *  NOMME NO-CND (FICHIER CONDUC). A L'AJOUT : NOM, DATES
      *  DE NAISSANCE ET DE PERMIS (JJMMAAAA).
      *  CODE0 : CREATION D'UNE POLICE (CONTENU COMPLET DU DOSSIER
      *  EASR, AGENCE EN AGC-MVT). LA ZONE MATRICUL PORTE ALORS LE
      *  NUMERO DE PROPOSITION DE L'AGENCE (NON NUL, CE QUI LE
      *  DISTINGUE DE L'ENTETE DE LOT '0000000') ; LE MATRICULE
      *  DEFINITIF EST ATTRIBUE PAR TPPRJ6 SUR LA SOUCHE NUMMAT ET
      *  RENDU A L'AGENCE SUR L'ACCUSE ACKLOT. UN CODE7 OU CODE8 A
      *  MATRICULE 000000 QUI SUIT UNE CREATION DANS LE LOT PORTE
      *  SUR LA POLICE AINSI CREEE (PREMIER VEHICULE, CONDUCTEURS).
      *  LE CODE 9 N'EST PAS ATTRIBUABLE : '9999999' EN TETE
      *  MARQUE LA FIN DE LOT (MVTCTL).
      *****************************************************
       01  EMVT.
           05 MATRICUL       PIC 9(6).
             10 SGN          PIC X.
             10 TAUX         PIC X(2).
             10              PIC X(70).
           05 CODE0 REDEFINES CODE1.
             10 NOM-CRE      PIC X(20).
             10 ADRS-CRE     PIC X(18).
             10 CP-CRE       PIC 9(5).
             10 VLL-CRE      PIC X(12).
             10 TPE-CRE      PIC X.
             10 PRM-CRE      PIC 9(4)V99.
             10 BM-CRE       PIC X.
             10 TAUX-CRE     PIC X(2).
             10 DT-POL-CRE.
               15 JJ-CRE     PIC 99.
               15 MM-CRE     PIC 99.
               15 AA-CRE     PIC 9999.
           05 CODE2 REDEFINES CODE1.
             10 NM-PRNM      PIC X(20).
             10              PIC X(53).
               15 AA-EFF     PIC 9999.
             10 MOTIF-RES    PIC XX.
             10              PIC X(63).
           05 CODE7 REDEFINES CODE1.
             10 ACT-VEH      PIC X.
             10 NO-VEH       PIC 99.
             10 TPE-VEH      PIC X.
             10 PRM-VEH      PIC 9(4)V99.
             10 IMM-VEH      PIC X(12).
             10 VIN-VEH      PIC X(17).
             10 DT-MEC.
               15 JJ-MEC     PIC 99.
               15 MM-MEC     PIC 99.
               15 AA-MEC     PIC 9999.
             10 GAR-VEH      PIC XX OCCURS 5.
             10              PIC X(16).
           05 CODE8 REDEFINES CODE1.
             10 ACT-CND      PIC X.
             10 NO-CND       PIC 99.
             10 NOM-CND      PIC X(20).
             10 DT-NAIS-CND.
               15 JJ-NAIS    PIC 99.
               15 MM-NAIS    PIC 99.
               15 AA-NAIS    PIC 9999.
             10 DT-PMS-CND.
               15 JJ-PMS     PIC 99.
               15 MM-PMS     PIC 99.
               15 AA-PMS     PIC 9999.
             10              PIC X(34).
      * CODE DE L'AGENCE EMETTRICE DU MOUVEMENT (TABLE AGENCES),
      * PORTE EN QUEUE D'ENREGISTREMENT HORS DES REDEFINES CODE0-8.
           05 AGC-MVT        PIC X.
