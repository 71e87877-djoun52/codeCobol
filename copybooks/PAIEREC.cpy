      * FINANCIERE. UN ENREGISTREMENT PAR REGLEMENT : MATRICULE,
      * DATE DU REGLEMENT (JJMMAAAA) ET MONTANT. LE FICHIER EST
      * ENCADRE DES ENREGISTREMENTS DE SERVICE DE PAIECTL.
      * PAI-ORIG : ESPACE = REMISE BANCAIRE, G = ENCAISSEMENT AU
      * GUICHET D'UNE AGENCE (REMISE DE CLOTURE DE CAISSE TPPRJ74,
      * AVEC L'AGENCE, LE MODE E/C ET LE NUMERO DE RECU).
       01  EPAI.
           05 PAI-MATRICUL   PIC 9(6).
           05 PAI-DT         PIC 9(8).
           05 PAI-MNT        PIC 9(5)V99.
           05 PAI-ORIG       PIC X.
           05 PAI-AGC        PIC X.
           05 PAI-MODE       PIC X.
           05 PAI-NO-RECU    PIC 9(8).
           05 FILLER         PIC X(48).
