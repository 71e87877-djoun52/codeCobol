      * SRSREC - ENREGISTREMENT DE L'HISTORIQUE DES RESERVES DE
      * SINISTRES (SINRSV), JOURNAL SEQUENTIEL ECRIT EN EXTENSION
      * PAR LE DIALOGUE TPPRJ33 A CHAQUE MOUVEMENT DE LA RESERVE :
      * RESERVE AVANT ET APRES, DATE (JJMMAAAA) ET HEURE.
      * RSV-ACTION : D = RESERVE INITIALE A LA DECLARATION,
      *              R = REVISION, C = SOLDE A LA CLOTURE.
       01  ERSV.
           05 RSV-MATRICUL     PIC 9(6).
           05 RSV-NO           PIC 9(4).
           05 RSV-DT           PIC 9(8).
           05 RSV-TIM          PIC X(8).
           05 RSV-ACTION       PIC X.
           05 RSV-ANC          PIC 9(5)V99.
           05 RSV-NOUV         PIC 9(5)V99.
           05 FILLER           PIC X(39).
