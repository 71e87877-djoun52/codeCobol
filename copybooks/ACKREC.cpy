      * ACKREC - ACCUSE DE LOT RENDU AUX AGENCES SUR ACKLOT (80
      * OCTETS). TPPRJ39 ECRIT UNE LIGNE PAR LOT SOURCE COLLECTE
      * (ETAT A ACCEPTE / R REFUSE, COMPTES, CYCLE CONSOLIDE ET
      * MOTIF) ; TPPRJ6 Y AJOUTE ENSUITE UNE LIGNE PAR CREATION DE
      * POLICE APPLIQUEE (ETAT N, DESSIN EACK-NOU) : LA PROPOSITION
      * DE L'AGENCE EN REGARD DU MATRICULE ATTRIBUE.
       01  EACK.
           05 ACK-AGC        PIC X.
           05 ACK-CYCLE      PIC 9(6).
           05 ACK-ETAT       PIC X.
           05 ACK-NB-ANN     PIC 9(6).
           05 ACK-NB-LUS     PIC 9(6).
           05 ACK-CYC-CONS   PIC 9(6).
           05 ACK-MOTIF      PIC X(24).
           05 FILLER         PIC X(30).
       01  EACK-NOU.
           05 ACKN-AGC       PIC X.
           05 ACKN-PROP      PIC 9(6).
           05 ACKN-ETAT      PIC X.
           05 ACKN-MATRICUL  PIC 9(6).
           05 ACKN-NOM       PIC X(20).
           05 ACKN-DT        PIC 9(8).
           05 FILLER         PIC X(38).
