      * D'ARCREC) ET DEPOUILLE PAR LE RAPPORT D'ATTRITION TPPRJ56.
      * UN MOTIF A BLANC RESTE ADMIS AU CONTROLE BATCH POUR LES
      * LOTS ANTERIEURS (EDITE EN NON PRECISE).
      * MOT-TX-RIST : POURCENTAGE DU PRORATA DE PRIME NON COURUE
      * RISTOURNE AU CLIENT A LA RESILIATION (TPPRJ30) : 100 = LES
      * JOURS NON COUVERTS SONT REMBOURSES EN ENTIER, 000 = AUCUNE
      * RISTOURNE (RESILIATION POUR IMPAYE). NB-MOT DONNE LE NOMBRE
      * DE POSTES SERVIS DE LA TABLE.
      * 06 REFUS DE RECONDUCTION A L'ECHEANCE : ADMIS PAR TPPRJ6
      * SEULEMENT DANS LE DELAI LEGAL OUVERT PAR L'AVIS D'ECHEANCE
      * (FICHIER AVISECH, TPPRJ69).
      * 02 NON PAIEMENT : MOTIF POSE PAR LA RESILIATION AUTOMATIQUE
      * DES POLICES RESTEES SUSPENDUES (TPPRJ76).
      * 07 PERTE TOTALE : MOTIF PROPOSE (FICHIER RESPROP) QUAND LE
      * SEUL VEHICULE DE LA POLICE EST RETIRE APRES UN SINISTRE EN
      * PERTE TOTALE (SOUS-PROGRAMME PERTOT).
       01  TABLE-MOTIFS.
           05  FILLER PIC X(25) VALUE '01DEMANDE CLIENT      100'.
           05  FILLER PIC X(25) VALUE '02NON PAIEMENT        000'.
           05  FILLER PIC X(25) VALUE '03SINISTRALITE        100'.
           05  FILLER PIC X(25) VALUE '04DECISION COMPAGNIE  100'.
           05  FILLER PIC X(25) VALUE '05VEHICULE VENDU      100'.
           05  FILLER PIC X(25) VALUE '06REFUS RECONDUCTION  100'.
           05  FILLER PIC X(25) VALUE '07PERTE TOTALE        100'.
       01  MOT-TABLE REDEFINES TABLE-MOTIFS.
           05  MOT-ENT OCCURS 7 INDEXED BY IX-MOT.
               10 MOT-CODE    PIC XX.
               10 MOT-LIB     PIC X(20).
               10 MOT-TX-RIST PIC 9(3).
       01  NB-MOT             PIC 9     VALUE 7.
