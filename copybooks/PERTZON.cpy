      * PERTZON - ZONE D'ECHANGE DU SOUS-PROGRAMME PERTOT (RETRAIT
      * DU VEHICULE D'UN SINISTRE CLOS EN PERTE TOTALE). PARTAGEE
      * ENTRE LA GESTION DES SINISTRES TPPRJ33 (CLOTURE DIRECTE) ET
      * LA SUPERVISION TPPRJ72 (CLOTURE APRES DOUBLE VALIDATION).
      * L'APPELANT POSE LE PROGRAMME ET LES OPERATEURS A PORTER AU
      * JOURNAL JRNA (DEMANDEUR, VALIDEUR OU BLANC), LA CLE DU
      * SINISTRE, SON VEHICULE, SA DATE (JJMMAAAA) ET LA NATURE DE
      * LA PERTE (E OU V, COMME SINM-PERTE-TOT) ; PERTOT REND :
      * PTT-RC : O = VEHICULE RETIRE DE VEHIC,
      *          M = POLICE SANS FICHE VEHICULE (VEHICULE DU SEUL
      *              MAITRE), RIEN A RETIRER,
      *          A = VEHICULE ABSENT DE VEHIC OU NON DESIGNE SUR UNE
      *              POLICE A PLUSIEURS VEHICULES : RIEN N'EST FAIT,
      *          I = FICHIER VEHIC INDISPONIBLE : RIEN N'EST FAIT,
      *          E = ERREUR A LA SUPPRESSION DU VEHICULE.
      * PTT-IMMAT / PTT-PRM-RETIREE : IMMATRICULATION DU VEHICULE
      *          RETIRE ET PRIME ANNUELLE PORTEE EN AVOIR SUR AJUST.
      * PTT-NB-VEH-RESTE : VEHICULES RESTANT SUR LA POLICE.
      * PTT-AJUST / PTT-FVA / PTT-PROP-RES : O SI UN AJUSTEMENT, UNE
      *          SORTIE FVA, UNE PROPOSITION DE RESILIATION (RESPROP,
      *          MOTIF PTT-MOTIF) ONT ETE DEPOSES.
       01  PTT-ZONE.
           05 PTT-PROG         PIC X(8).
           05 PTT-OPID         PIC X(8).
           05 PTT-OPID-VAL     PIC X(8).
           05 PTT-MATRICUL     PIC 9(6).
           05 PTT-NO           PIC 9(4).
           05 PTT-VEH-SEQ      PIC 99.
           05 PTT-DT-SIN       PIC 9(8).
           05 PTT-NATURE       PIC X.
           05 PTT-RC           PIC X.
           05 PTT-IMMAT        PIC X(12).
           05 PTT-PRM-RETIREE  PIC 9(4)V99.
           05 PTT-NB-VEH-RESTE PIC 99.
           05 PTT-AJUST        PIC X.
           05 PTT-FVA          PIC X.
           05 PTT-PROP-RES     PIC X.
           05 PTT-MOTIF        PIC XX.
