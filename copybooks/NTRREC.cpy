      * NTRREC - COMPTE RENDU DE LA PASSERELLE DE MESSAGERIE
      * (FICHIER NTFRET), UN ARTICLE PAR NOTIFICATION TRAITEE :
      * IDENTIFIANT RECU SUR NOTIF (NTR-CLE = NTF-CLE), STATUT
      * (D = DELIVREE, E = ECHEC DE REMISE), CODE MOTIF DE LA
      * PASSERELLE ET DATE (AAAAMMJJ) DU COMPTE RENDU. CHARGE PAR
      * TPPRJ91.
       01  ENTR.
           05 NTR-CLE.
              10 NTR-DT        PIC 9(8).
              10 NTR-HR        PIC 9(6).
              10 NTR-SEQ       PIC 9(4).
           05 NTR-STATUT       PIC X.
           05 NTR-MOTIF        PIC X(4).
           05 NTR-DT-CR        PIC 9(8).
           05 FILLER           PIC X(9).
