      * RCLREC - ENREGISTREMENT DU REGISTRE DES RECLAMATIONS CLIENT
      * (RECLAM), INDEXE SUR LE NUMERO DE RECLAMATION, ATTRIBUE A LA
      * SAISIE PAR TPPRJ81 DEPUIS LA SOUCHE NUMRCL. LA RECLAMATION
      * EST RATTACHEE AU DOSSIER (RCL-MATRICUL) ET A SON AGENCE
      * GESTIONNAIRE (ASUR-AGC AU JOUR DE LA SAISIE).
      * RCL-CANAL / RCL-CATEG : CODES DE LA TABLE RCLCAT.
      * DATES EN AAAAMMJJ, ZERO = PAS ENCORE FAIT :
      *   RCL-DT-RECU     RECEPTION DE LA RECLAMATION,
      *   RCL-ECH-ACCUSE  ECHEANCE REGLEMENTAIRE DE L'ACCUSE DE
      *                   RECEPTION (RECEPTION + 10 JOURS OUVRES),
      *   RCL-ECH-REPONSE ECHEANCE DE LA REPONSE (RECEPTION + 2 MOIS),
      *   RCL-DT-ACCUSE / RCL-DT-REPONSE  DATES EFFECTIVES.
      * LES ECHEANCES SONT CALCULEES UNE FOIS POUR TOUTES A LA SAISIE
      * (SOUS-PROGRAMME DATCAL) ; LA LISTE QUOTIDIENNE TPPRJ82 ET LE
      * RAPPORT TRIMESTRIEL TPPRJ83 LES RELISENT TELLES QUELLES.
      * RCL-ISSUE  : F = FONDEE (SATISFACTION DU CLIENT), P = FONDEE
      *              EN PARTIE, R = REJETEE, BLANC = SANS REPONSE.
      * RCL-ETAT   : O = OUVERTE, C = CLOSE PAR LA REPONSE.
       01  ERCL.
           05 RCL-NO           PIC 9(6).
           05 RCL-MATRICUL     PIC 9(6).
           05 RCL-AGC          PIC X.
           05 RCL-CANAL        PIC X.
           05 RCL-CATEG        PIC XX.
           05 RCL-DT-RECU      PIC 9(8).
           05 RCL-ECH-ACCUSE   PIC 9(8).
           05 RCL-ECH-REPONSE  PIC 9(8).
           05 RCL-DT-ACCUSE    PIC 9(8).
           05 RCL-DT-REPONSE   PIC 9(8).
           05 RCL-ISSUE        PIC X.
           05 RCL-ETAT         PIC X.
           05 RCL-OBJET        PIC X(40).
           05 RCL-OPE-SAISIE   PIC X(8).
           05 RCL-OPE-REPONSE  PIC X(8).
           05 FILLER           PIC X(6).
