      * CTXREC - ENREGISTREMENT DU FICHIER DU CONTENTIEUX (CONTX),
      * INDEXE SUR CTX-MATRICUL. QUAND TPPRJ76 RESILIE POUR
      * NON-PAIEMENT UNE POLICE RESTEE SUSPENDUE AU-DELA DE
      * PRM-RESIL-JRS, L'IMPAYE DE SES QUITTANCES SORT DES CREANCES
      * CLIENTS (QUITTANCES A L'ETAT C) ET EST PORTE ICI, PUIS
      * EXPORTE VERS LE CABINET DE RECOUVREMENT (FICHIER CTXEXP).
      * TPPRJ77 Y PASSE EN PERTE LES MONTANTS DECLARES
      * IRRECOUVRABLES. CTX-SOLDE = CTX-MNT-TRANSF - CTX-MNT-PERTE.
      * CTX-ST : O = OUVERT, P = SOLDE EN PERTE.
      * DATES EN AAAAMMJJ. L'IDENTITE ET L'AGENCE SONT CELLES DU
      * DOSSIER AU JOUR DU TRANSFERT (LA POLICE EST ARCHIVEE).
       01  ECTX.
           05 CTX-MATRICUL   PIC 9(6).
           05 CTX-NOM        PIC X(20).
           05 CTX-AGC        PIC X.
           05 CTX-DT-TRANSF  PIC 9(8).
           05 CTX-NB-QUIT    PIC 9(3).
           05 CTX-MNT-TRANSF PIC 9(7)V99.
           05 CTX-MNT-PERTE  PIC 9(7)V99.
           05 CTX-SOLDE      PIC 9(7)V99.
           05 CTX-ST         PIC X.
           05 CTX-DT-PERTE   PIC 9(8).
           05 FILLER         PIC X(6).
