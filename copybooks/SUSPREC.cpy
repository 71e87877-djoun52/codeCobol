      * MIS A L'ABRI ICI. QUAND TPPRJ14 IMPUTE LE REGLEMENT QUI
      * SOLDE L'ARRIERE, IL RESTAURE LE COEFFICIENT DEPUIS CETTE
      * FICHE ET LA SUPPRIME. CHAQUE BASCULE PASSE PAR LE JOURNAL
      * JRNA COMME TOUTE MODIFICATION DU MAITRE. UNE POLICE RESTEE
      * SUSPENDUE AU-DELA DE PRM-RESIL-JRS EST RESILIEE PAR TPPRJ76,
      * QUI SUPPRIME LA FICHE AVEC ELLE.
       01  ESUS.
           05 SUS-MATRICUL   PIC 9(6).
           05 SUS-BM-AV      PIC X.
