      * (ESTIMATION CONSERVEE EN REPLI POUR LES QUITTANCES
      * ANTERIEURES, ECHEANCE A ZERO). L'ECHEANCIER PAR CLIENT :
      * TPPRJ52.
      * QUI-ST-PAIE = C : QUITTANCE D'UNE POLICE RESILIEE POUR
      * NON-PAIEMENT (TPPRJ76) DONT LE RESTANT DU EST PASSE AU
      * CONTENTIEUX (FICHIER CONTX) ; LE REGLE PARTIEL EST FIGE.
       01  EQUI.
           05 QUI-CLE.
              10 QUI-MATRICUL  PIC 9(6).
