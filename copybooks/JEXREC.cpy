      * RUNJRN (ECRITURE DEPUIS TOUS LES PROGRAMMES DE LA CHAINE)
      * ET LE JOURNAL DE BORD TPPRJ31 : DATE ET HEURE SYSTEME,
      * PROGRAMME, EVENEMENT (DEBUT / FIN / ABANDON), COMPTEUR
      * TRAITE, FILE STATUS EN CAUSE, CODE RETOUR ET OPERATEUR
      * SIGNE (OPECHK, BATCH POUR LA CHAINE).
       01  EJEX.
           05 JEX-DAT        PIC 9(8).
           05 JEX-TIM        PIC 9(8).
           05 JEX-NB         PIC 9(6).
           05 JEX-FS         PIC XX.
           05 JEX-RC         PIC 99.
           05 JEX-OPID       PIC X(8).
           05 FILLER         PIC X(30).
