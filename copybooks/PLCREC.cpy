      * PLCREC - ENREGISTREMENT DU REFERENTIEL DU PLAN DE COMPTES
      * (FICHIER PLANCPT, UN ENREGISTREMENT PAR POSTE COMPTABLE) :
      * LE CODE DU POSTE TEL QUE LE CONNAIT L'INTERFACE COMPTABLE
      * TPPRJ61 (PRIM, TAXE, CLI, BNQ, CRED, FRAI, COMC, COMP,
      * SIN, CTX, PERT...), LE NUMERO DE COMPTE GENERAL ET SON
      * LIBELLE. TENU PAR LA COMPTABILITE : UN CHANGEMENT DE PLAN
      * NE DEMANDE PLUS DE RECOMPILATION. UN POSTE ABSENT DU
      * FICHIER GARDE LE COMPTE PAR DEFAUT COMPILE DANS TPPRJ61.
       01  EPLC.
           05 PLC-POSTE      PIC X(4).
           05 PLC-COMPTE     PIC X(8).
           05 PLC-LIB        PIC X(25).
           05 FILLER         PIC X(43).
