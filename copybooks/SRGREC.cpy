      * SRGREC - ENREGISTREMENT DU REGISTRE DES REGLEMENTS DE
      * SINISTRES (SINREG), INDEXE SUR LA CLE DU SINISTRE (SINM-CLE)
      * + NUMERO D'ORDRE DU REGLEMENT. CHAQUE REGLEMENT SAISI PAR LE
      * DIALOGUE TPPRJ33 Y EST CONSERVE, DATE (JJMMAAAA), AVEC SON
      * BENEFICIAIRE, SON MONTANT ET SA REFERENCE DE PAIEMENT ;
      * SINM-MNT EST LE TOTAL DU REGISTRE POUR LE SINISTRE.
      * SRG-BENEF : A = ASSURE, G = GARAGE, T = TIERS, E = EXPERT,
      *             R = REPRISE DU MONTANT PORTE PAR SINM AVANT LE
      *             REGISTRE (JAMAIS EMIS).
      * SRG-ST    : ESPACE = A EMETTRE, E = EMIS PAR LE RELEVE DES
      *             REGLEMENTS TPPRJ63 LE SRG-DT-EMIS (AAAAMMJJ),
      *             H = HISTORIQUE (REPRISE).
       01  ESRG.
           05 SRG-CLE.
              10 SRG-MATRICUL  PIC 9(6).
              10 SRG-NO        PIC 9(4).
              10 SRG-SEQ       PIC 9(3).
           05 SRG-DT           PIC 9(8).
           05 SRG-BENEF        PIC X.
           05 SRG-NOM          PIC X(20).
           05 SRG-MNT          PIC 9(5)V99.
           05 SRG-REF          PIC X(12).
           05 SRG-ST           PIC X.
           05 SRG-DT-EMIS      PIC 9(8).
           05 FILLER           PIC X(10).
