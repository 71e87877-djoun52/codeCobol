      *       RETOUR 4). CHAQUE LOT SOURCE RECOIT UN ACCUSE
      *       EXPLOITABLE EN MACHINE SUR ACKLOT : AGENCE, CYCLE
      *       SOURCE, ETAT A/R, COMPTES, CYCLE CONSOLIDE ET MOTIF.
      *       LA MISE A JOUR TPPRJ6 COMPLETE CE MEME ACCUSE DES
      *       MATRICULES ATTRIBUES AUX CREATIONS DE POLICE (ETAT N).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  CYCCOL RECORDING F.
           COPY CYCREC.
       FD  ACKLOT RECORDING F.
           COPY ACKREC.

       WORKING-STORAGE SECTION.
       77  WS-MVI         PIC XX.
