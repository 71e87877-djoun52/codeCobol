      * GCHREC - ENREGISTREMENT DU FICHIER DES ENCAISSEMENTS AU
      * GUICHET DES AGENCES (GUICHET, INDEXE SUR LE NUMERO DE RECU).
      * LE DIALOGUE TPPRJ73 Y ENREGISTRE CHAQUE REGLEMENT RECU AU
      * COMPTOIR (ESPECES OU CHEQUE) ET IMPRIME LE RECU REMIS AU
      * CLIENT ; LE NUMERO DE RECU SORT DE LA SOUCHE NUMRCU (DESSIN
      * NUMQREC). EN FIN DE JOURNEE, LA CLOTURE DE CAISSE TPPRJ74
      * VERSE LES ENCAISSEMENTS NON REMIS DE L'AGENCE DANS UNE
      * REMISE PAIE (ENTETE ET FIN PAIECTL) POUR LE RAPPROCHEMENT
      * TPPRJ14 HABITUEL, ET LES MARQUE REMIS.
      * GCH-DT EN AAAAMMJJ, GCH-TIM HHMMSSCC.
      * GCH-MODE   : E = ESPECES, C = CHEQUE (NUMERO EN GCH-NO-CHQ) ;
      * GCH-ST     : ESPACE = A REMETTRE, R = REMIS (GCH-NO-REM EST
      *              LE NUMERO DE LA REMISE PAIE).
       01  EGCH.
           05 GCH-NO-RECU      PIC 9(8).
           05 GCH-AGC          PIC X.
           05 GCH-DT           PIC 9(8).
           05 GCH-TIM          PIC X(8).
           05 GCH-OPID         PIC X(8).
           05 GCH-MATRICUL     PIC 9(6).
           05 GCH-MNT          PIC 9(5)V99.
           05 GCH-MODE         PIC X.
           05 GCH-NO-CHQ       PIC X(10).
           05 GCH-ST           PIC X.
           05 GCH-NO-REM       PIC 9(6).
           05 FILLER           PIC X(16).
