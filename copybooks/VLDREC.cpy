      * VLDREC - ENREGISTREMENT DU FICHIER DES DEMANDES EN ATTENTE
      * DE VALIDATION (VALATT, INDEXE SUR VLD-CLE : DATE, HEURE ET
      * OPERATEUR DE LA DEMANDE). UNE MODIFICATION SENSIBLE QUI
      * FRANCHIT UN SEUIL DU FICHIER PARAM N'EST PAS APPLIQUEE PAR
      * LE DIALOGUE QUI LA SAISIT : ELLE EST DEPOSEE ICI AVEC SES
      * IMAGES AVANT ET APRES, ET UN SECOND OPERATEUR, DIFFERENT
      * DU DEMANDEUR, LA VALIDE (ELLE EST ALORS APPLIQUEE) OU LA
      * REJETTE AVEC UN MOTIF DANS LE DIALOGUE DE SUPERVISION
      * TPPRJ72. LES DEMANDES TRAITEES RESTENT AU FICHIER.
      * VLD-TYPE    : P = PRIME DE BASE / BONUS-MALUS (TPPRJ8,
      *                   IMAGES EASR),
      *               R = REINTEGRATION D'UNE POLICE ARCHIVEE
      *                   (TPPRJ18, IMAGE APRES = EASR ARCHIVE),
      *               S = CLOTURE D'UN GROS SINISTRE (TPPRJ33,
      *                   IMAGES ESINM),
      *               T = COEFFICIENT D'UN TYPE DE VEHICULE (TPPRJ54,
      *                   IMAGES ETYV ; POUR L'AJOUT D'UNE REVISION,
      *                   L'IMAGE AVANT EST L'ENTREE DE REFERENCE,
      *                   SOUS UNE AUTRE CLE) ;
      * VLD-OBJET   : LIBELLE DE L'OBJET POUR LA LISTE ;
      * VLD-ST      : A = EN ATTENTE, V = VALIDEE ET APPLIQUEE,
      *               J = REJETEE (PAR LE VALIDEUR, OU D'OFFICE SI
      *               L'OBJET A CHANGE DEPUIS LA DEMANDE) ;
      * VLD-OPID-DEC, VLD-DT-DEC (AAAAMMJJ), VLD-MOTIF : DECISION.
       01  EVLD.
           05 VLD-CLE.
              10 VLD-DT-DEM    PIC 9(8).
              10 VLD-TIM-DEM   PIC X(8).
              10 VLD-OPID-DEM  PIC X(8).
           05 VLD-TYPE         PIC X.
           05 VLD-PROG         PIC X(8).
           05 VLD-MATRICUL     PIC 9(6).
           05 VLD-OBJET        PIC X(20).
           05 VLD-AVANT        PIC X(80).
           05 VLD-APRES        PIC X(80).
           05 VLD-ST           PIC X.
           05 VLD-OPID-DEC     PIC X(8).
           05 VLD-DT-DEC       PIC 9(8).
           05 VLD-MOTIF        PIC X(30).
           05 FILLER           PIC X(22).
