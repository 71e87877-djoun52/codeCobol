      * PRFREC - ENREGISTREMENT DU FICHIER DES PROFILS
      * D'HABILITATION (PROFIL, INDEXE SUR PRF-CODE), ENTRETENU PAR
      * TPPRJ70 ET CHARGE A LA SIGNATURE PAR OPECHK.
      * PRF-DROIT   : JUSQU'A 12 PROGRAMMES OUVERTS AU PROFIL ; UN
      *               DIALOGUE ABSENT DE LA LISTE REFUSE LA
      *               SIGNATURE. PRF-PROG A '*' = TOUS LES
      *               PROGRAMMES ;
      * PRF-ACTIONS : CODES D'ACTION PERMIS DANS LE PROGRAMME (LES
      *               LETTRES DU MENU DU DIALOGUE, EX. 'AC' POUR
      *               AJOUT ET CHANGEMENT SANS SUPPRESSION DANS
      *               TPPRJ8) ; '*' EN TETE = TOUTES ; A BLANC =
      *               CONSULTATION SEULE.
       01  EPRF.
           05 PRF-CODE       PIC X(4).
           05 PRF-LIBELLE    PIC X(20).
           05 PRF-DROITS.
              10 PRF-DROIT   OCCURS 12.
                 15 PRF-PROG     PIC X(8).
                 15 PRF-ACTIONS  PIC X(8).
           05 FILLER         PIC X(8).
