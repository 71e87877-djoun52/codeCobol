      * AVIREC - ENREGISTREMENT DU FICHIER DES AVIS D'ECHEANCE
      * ENVOYES (AVISECH, INDEXE SUR AVI-CLE = MATRICULE + DATE
      * D'ECHEANCE AAAAMMJJ, CUMULE D'UN EXERCICE SUR L'AUTRE).
      * ECRIT PAR TPPRJ69 POUR CHAQUE AVIS IMPRIME : PREUVE DE
      * L'ENVOI (AVI-DT-ENV, AAAAMMJJ) ET MONTANTS ANNONCES AU
      * CLIENT. TPPRJ6 S'Y REFERE POUR ADMETTRE UN REFUS DE
      * RECONDUCTION (MOTIF 06) DANS LE DELAI LEGAL ; IL Y POSE
      * ALORS AVI-ST A R (REFUS RECU LE AVI-DT-REFUS).
      * AVI-BM/AVI-TAUX : BONUS-MALUS APPLICABLE A L'ECHEANCE ;
      * AVI-PRM-HT : PRIME NETTE APRES BONUS-MALUS ET SURCHARGE
      * JEUNE CONDUCTEUR ; AVI-TAXE ET AVI-PRM-TTC : TAXE
      * D'ASSURANCE ET TOTAL ANNONCES.
       01  EAVI.
           05 AVI-CLE.
              10 AVI-MATRICUL  PIC 9(6).
              10 AVI-DT-ECH    PIC 9(8).
           05 AVI-DT-ENV       PIC 9(8).
           05 AVI-AGC          PIC X.
           05 AVI-BM           PIC X.
           05 AVI-TAUX         PIC 99.
           05 AVI-NB-VEH       PIC 99.
           05 AVI-PRM-HT       PIC 9(6)V99.
           05 AVI-TAXE         PIC 9(5)V99.
           05 AVI-PRM-TTC      PIC 9(6)V99.
           05 AVI-ST           PIC X.
           05 AVI-DT-REFUS     PIC 9(8).
           05 FILLER           PIC X(20).
