      * GARTAB - TABLE DE TRAVAIL DES GARANTIES (REFERENTIEL
      * GARANT, DESSIN GARREC), REMPLIE AU LANCEMENT PAR LE
      * SOUS-PROGRAMME TABLOD. PARTAGEE ENTRE LA MAINTENANCE DES
      * VEHICULES (TPPRJ32), LE QUITTANCEMENT (TPPRJ2) ET LA
      * GESTION DES SINISTRES (TPPRJ33). NB-GAR PORTE LE NOMBRE
      * D'ENTREES CHARGEES ; LES POSTES LIBRES SONT A LOW-VALUE.
       01  GAR-TABLE.
           05  NB-GAR PIC 99 VALUE 0.
           05  GAR-ENT OCCURS 10 INDEXED BY IX-GAR.
               10 GT-CODE      PIC XX.
               10 GT-LIBELLE   PIC X(20).
               10 GT-TAUX      PIC 9(3)V99.
               10 GT-FRANCHISE PIC 9(5)V99.
               10 GT-OBLIG     PIC X.
