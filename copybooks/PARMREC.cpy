      * COMPLETEES DE ZEROS. CHAQUE PROGRAMME CONSERVE SES VALEURS
      * PAR DEFAUT SI LE FICHIER EST ABSENT OU UN CHAMP ILLISIBLE,
      * ET RAPPELLE DANS SON ETAT LES LIMITES REELLEMENT APPLIQUEES.
      * LE FICHIER PORTE DEUX LIGNES DE 80 : LA SECONDE (A PARTIR DE
      * PRM-AVE-JRS) EST FACULTATIVE ; ABSENTE, PARMLOD LA REND A
      * BLANC ET LES PROGRAMMES GARDENT LEURS VALEURS PAR DEFAUT.
       01  EPRM.
           05 PRM-PRM-MAX    PIC 9(4)V99.
           05 PRM-SLR-MIN    PIC 9(5)V99.
      * REGLEMENTS), AUTRE = SIMPLE AVERTISSEMENT TANT QUE LE STOCK
      * DES ANCIENS MATRICULES N'EST PAS CONVERTI.
           05 PRM-CTL-CLE    PIC X.
      * SEUIL DE REMBOURSEMENT DES SOLDES CREDITEURS (TPPRJ59) : EN
      * DECA, LE SOLDE RESTE AU COMPTE POUR IMPUTATION FUTURE.
           05 PRM-RMB-MIN    PIC 9(3)V99.
      * RETOURS DE PRELEVEMENTS IMPAYES (TPPRJ60) : FRAIS DE REJET
      * FACTURES PAR PRELEVEMENT RETOURNE ET NOMBRE DE RETOURS AU-DELA
      * DUQUEL LE MANDAT EST DESACTIVE.
           05 PRM-FRAIS-REJ  PIC 9(3)V99.
           05 PRM-NB-REJ-MAX PIC 9.
           05 FILLER         PIC X(1).
      * DEUXIEME LIGNE.
      * AVIS D'ECHEANCE (TPPRJ69) : NOMBRE DE JOURS D'AVANCE SUR LA
      * DATE ANNIVERSAIRE DE LA POLICE, ET DELAI (JOURS DEPUIS
      * L'ENVOI DE L'AVIS) PENDANT LEQUEL LE CLIENT PEUT ENCORE
      * REFUSER LA RECONDUCTION APRES L'ECHEANCE (LOI CHATEL,
      * CONTROLE PAR TPPRJ6).
           05 PRM-AVE-JRS    PIC 9(3).
           05 PRM-CHATEL-JRS PIC 9(3).
      * DOUBLE VALIDATION (FICHIER VALATT, DIALOGUE TPPRJ72) : UNE
      * MODIFICATION AU-DELA DE CES SEUILS ATTEND L'ACCORD D'UN
      * SECOND OPERATEUR. BAISSE DE LA PRIME DE BASE (MONTANT) OU
      * AMELIORATION DU BONUS-MALUS (POINTS DE TAUX) DANS TPPRJ8 ;
      * REINTEGRATION PAR TPPRJ18 D'UNE POLICE RESILIEE DEPUIS PLUS
      * DE PRM-VAL-REI-JRS JOURS (ZERO = TOUTES) ; CLOTURE PAR
      * TPPRJ33 D'UN SINISTRE D'AU MOINS PRM-VAL-SIN ; ECART DE
      * COEFFICIENT D'UN TYPE DE VEHICULE DANS TPPRJ54. UNE DEMANDE
      * EN ATTENTE DEPUIS PLUS DE PRM-VAL-JRS JOURS SORT EN ALERTE
      * AU RAPPORT DU MATIN (TPPRJ41).
           05 PRM-VAL-PRM    PIC 9(4)V99.
           05 PRM-VAL-BM     PIC 99.
           05 PRM-VAL-REI-JRS PIC 9(4).
           05 PRM-VAL-SIN    PIC 9(5)V99.
           05 PRM-VAL-COEF   PIC 9V99.
           05 PRM-VAL-JRS    PIC 9(3).
      * RESILIATION POUR NON-PAIEMENT (TPPRJ76) : JOURS DE
      * SUSPENSION (DEPUIS SUS-DT-SUSP) AU-DELA DESQUELS LA POLICE
      * SUSPENDUE EST RESILIEE ET SON IMPAYE PASSE AU CONTENTIEUX.
           05 PRM-RESIL-JRS  PIC 9(3).
      * INDICATEURS DE FRAUDE SUR LES SINISTRES OUVERTS (TPPRJ84) :
      * POIDS DE CHAQUE INDICATEUR DANS LA NOTE DU SINISTRE, FENETRES
      * EN JOURS AVANT LA SURVENANCE (DEBUT DE GARANTIE OU AJOUT DU
      * VEHICULE, MODIFICATION D'ADRESSE OU DE PRIME, AJOUT D'UN
      * JEUNE CONDUCTEUR), NOMBRE DE SINISTRES DU MEME VEHICULE SUR
      * DOUZE MOIS A PARTIR DUQUEL IL Y A REPETITION, ET NOTE A
      * PARTIR DE LAQUELLE LE SINISTRE EST SIGNALE A L'EXAMEN.
           05 PRM-FRD-PDS-EFF   PIC 99.
           05 PRM-FRD-JRS-EFF   PIC 9(3).
           05 PRM-FRD-PDS-SUSP  PIC 99.
           05 PRM-FRD-PDS-REP   PIC 99.
           05 PRM-FRD-NB-REP    PIC 9.
           05 PRM-FRD-PDS-MOD   PIC 99.
           05 PRM-FRD-JRS-MOD   PIC 9(3).
           05 PRM-FRD-PDS-JEUNE PIC 99.
           05 PRM-FRD-JRS-JEUNE PIC 9(3).
           05 PRM-FRD-SEUIL     PIC 9(3).
      * REMISE MULTI-CONTRATS DU QUITTANCEMENT (TPPRJ2), EN POURCENT
      * DE LA PRIME NETTE, QUAND LA PERSONNE DU CLIENT DETIENT PLUS
      * D'UNE POLICE ACTIVE.
           05 PRM-TX-MULTI      PIC 99V99.
      * ETUDE D'EXPERIENCE TARIFAIRE (TPPRJ89) : RATIO S/P CIBLE EN
      * POURCENT, PLAFOND DE LA REVISION PROPOSEE PAR CATEGORIE ET
      * EXPOSITION MINIMALE (ANNEES-VEHICULE) EN DECA DE LAQUELLE
      * AUCUNE REVISION N'EST PROPOSEE.
           05 PRM-SP-CIBLE      PIC 9(3)V99.
           05 PRM-REV-MAX       PIC 99V99.
           05 PRM-EXP-MIN       PIC 9(5).
      * PRE-NOTIFICATION DES PRELEVEMENTS (TPPRJ90) : DELAI EN JOURS
      * OUVRES ENTRE L'AVIS AU CLIENT ET LA DATE DE PRELEVEMENT.
           05 PRM-PRENOT-JRS    PIC 9(3).
           05 FILLER         PIC X(2).
