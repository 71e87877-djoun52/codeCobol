      *       VEHIC (LIBELLE DE CATEGORIE DE LA TABLE VHCLTYPE) ;
      *       UNE POLICE SANS ENREGISTREMENT VEHICULE EST ATTESTEE
      *       SUR LE VEHICULE DU MAITRE, COMME PARTOUT AILLEURS.
      *       UN VEHICULE IDENTIFIE PORTE SA LIGNE D'IMMATRICULATION
      *       ET DE NUMERO VIN SOUS SA CATEGORIE.
      *       LANCEMENT : MATRICULE 000000 = TOUT LE PORTEFEUILLE
      *       (RENOUVELLEMENT), SINON UNE SEULE POLICE (GUICHET).
      *       REFUS D'IMPRIMER POUR :
                        ' (CATEGORIE ' VEH-TP-VHCL ')'
                        DELIMITED BY SIZE INTO EATT
                 PERFORM ECRIRE-ATT
                 IF VEH-IMMAT NOT = SPACE
                   MOVE ALL SPACE TO EATT
                   STRING '             IMMATRICULATION ' VEH-IMMAT
                          ' VIN ' VEH-VIN
                          DELIMITED BY SIZE INTO EATT
                   PERFORM ECRIRE-ATT
                 END-IF
               END-IF
             END-IF
           END-PERFORM
