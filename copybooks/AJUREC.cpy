      * PERIODE ANNUELLE, AU LIEU D'ATTENDRE LE PROCHAIN
      * QUITTANCEMENT GENERAL. LE FICHIER EST REMIS A ZERO PAR
      * L'EXPLOITATION UNE FOIS TPPRJ30 PASSE.
      * AJU-NATURE : ESPACE = AJUSTEMENT DE PRIME (CODE 4),
      * R = RISTOURNE DE RESILIATION : TPPRJ6 DEPOSE, POUR CHAQUE
      * POLICE RESILIEE, LA DATE D'EFFET (AJU-DT-EFF, JJMMAAAA) ET
      * LE MOTIF DU CODE 6 (AJU-MOTIF) ; TPPRJ30 EN TIRE L'AVOIR DE
      * PRIME NON COURUE SELON LE TAUX DU MOTIF (TABLE MOTIFRES).
      * AJU-DT RESTE LA DATE DU PASSAGE, PRIMES ET TYPES A ZERO.
      * V = AJOUT OU SUPPRESSION D'UN VEHICULE (CODE 7) : PRIME DU
      * VEHICULE AVANT/APRES (ZERO DU COTE OU IL N'EST PAS), TYPE DU
      * VEHICULE ; C = APPARITION OU DISPARITION DE LA SURCHARGE
      * JEUNE CONDUCTEUR (CODE 8) : PRIME DE LA POLICE SANS ET AVEC
      * SURCHARGE. TPPRJ30 LES TRAITE COMME UN AJUSTEMENT DE PRIME.
      * LES PRIMES V ET C SONT DEJA NETTES DE LA REMISE MULTI-
      * CONTRATS ; CELLE D'UN CODE 4 EST DEDUITE PAR TPPRJ30.
       01  EAJU.
           05 AJU-MATRICUL   PIC 9(6).
           05 AJU-DT         PIC 9(8).
           05 AJU-PRM-AP     PIC 9(4)V99.
           05 AJU-TP-AV      PIC X.
           05 AJU-TP-AP      PIC X.
           05 AJU-NATURE     PIC X.
           05 AJU-DT-EFF     PIC 9(8).
           05 AJU-MOTIF      PIC XX.
           05 FILLER         PIC X(41).
