      * PERCZON - ZONE D'ECHANGE DU SOUS-PROGRAMME PERCHK (PERIODES
      * COMPTABLES, FICHIER PERCPT).
      * PCK-ACTION : Q = PERIODE DE COMPTABILISATION D'UNE PIECE DE
      *                  LA PERIODE PCK-PERIODE : ELLE-MEME SI ELLE
      *                  EST OUVERTE, SINON LA PREMIERE PERIODE
      *                  OUVERTE QUI LA SUIT ;
      *              B = BALANCE TPPRJ58 DU MOIS PCK-PERIODE PASSEE,
      *                  PCK-RESULTAT O = SANS ECART, E = ECART ;
      *              T = DECLARATION DE TAXE TPPRJ43 PASSEE SUR LE
      *                  MOIS PCK-PERIODE ;
      *              C = COMMISSIONS TPPRJ35 PASSEES SUR LE MOIS.
      * EN RETOUR DE Q : PCK-PER-CPT (AAAAMM) ET SON PREMIER JOUR EN
      * JJMMAAAA (PCK-DT-CPT) ET EN AAAAMMJJ (PCK-DT-CPT-AMJ) ;
      * PCK-RC : O = PERIODE OUVERTE, R = PERIODE CLOSE, PIECE
      *          RENVOYEE SUR PCK-PER-CPT.
      * EN RETOUR DE B, T, C : PCK-RC O = NOTE, I = FICHIER PERCPT
      *          INDISPONIBLE.
       01  PCK-ZONE.
           05 PCK-ACTION       PIC X.
           05 PCK-PERIODE      PIC 9(6).
           05 PCK-RESULTAT     PIC X.
           05 PCK-PER-CPT      PIC 9(6).
           05 PCK-DT-CPT       PIC 9(8).
           05 PCK-DT-CPT-AMJ   PIC 9(8).
           05 PCK-RC           PIC X.
