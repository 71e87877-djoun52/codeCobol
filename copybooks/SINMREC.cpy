      * LES SINISTRES CLOS DE L'EXERCICE POUR LE BONUS-MALUS, AU
      * LIEU DE L'ANCIEN EXTRAIT ANNUEL SIN SAISI A LA MAIN.
      * DATES EN JJMMAAAA COMME PARTOUT AILLEURS.
      * SINM-GAR EST LA GARANTIE MISE EN JEU (REFERENTIEL GARANT) ;
      * SINM-FRANCHISE LA FRANCHISE DE LA GARANTIE A LA DECLARATION,
      * SINM-FRA-IMPUTEE LA PART DEJA RETENUE SUR LES REGLEMENTS A
      * L'ASSURE OU AU GARAGE. A BLANC / ZERO SUR LES SINISTRES
      * ANTERIEURS AUX GARANTIES.
      * SINM-PERTE-TOT : PERTE TOTALE DU VEHICULE DU SINISTRE,
      * E = EPAVE (VEHICULE DETRUIT OU ECONOMIQUEMENT IRREPARABLE),
      * V = VOL NON RETROUVE, ESPACE = NON. A LA CLOTURE D'UN
      * SINISTRE EN PERTE TOTALE, LE SOUS-PROGRAMME PERTOT RETIRE LE
      * VEHICULE DE LA POLICE A LA DATE DU SINISTRE.
       01  ESINM.
           05 SINM-CLE.
              10 SINM-MATRICUL PIC 9(6).
           05 SINM-ETAT        PIC X.
           05 SINM-EXERCICE    PIC 9(4).
           05 SINM-DT-CLOT     PIC 9(8).
           05 SINM-GAR         PIC XX.
           05 SINM-FRANCHISE   PIC 9(5)V99.
           05 SINM-FRA-IMPUTEE PIC 9(5)V99.
           05 SINM-PERTE-TOT   PIC X.
           05 FILLER           PIC X(15).
