      * GARREC - ENREGISTREMENT DU REFERENTIEL DES GARANTIES
      * (FICHIER GARANT, INDEXE SUR LE CODE GARANTIE). CHAQUE
      * GARANTIE PORTE SON TAUX DE PRIME, EN POURCENT DE LA PRIME
      * DE BASE DU VEHICULE APRES COEFFICIENT DE CATEGORIE, ET SA
      * FRANCHISE (MONTANT RETENU SUR LE REGLEMENT D'UN SINISTRE
      * RELEVANT DE LA GARANTIE). GAR-OBLIG = O : GARANTIE
      * OBLIGATOIRE, TOUJOURS SOUSCRITE (RESPONSABILITE CIVILE).
      * ENTRETENU PAR LE DIALOGUE TPPRJ54, CHARGE EN TABLE (COPY
      * GARTAB) PAR LE SOUS-PROGRAMME TABLOD, VALEURS COMPILEES EN
      * REPLI SI LE FICHIER EST ABSENT.
       01  EGAR.
           05 GAR-CODE       PIC XX.
           05 GAR-LIBELLE    PIC X(20).
           05 GAR-TAUX       PIC 9(3)V99.
           05 GAR-FRANCHISE  PIC 9(5)V99.
           05 GAR-OBLIG      PIC X.
           05 FILLER         PIC X(45).
