      * RCEREC - ENREGISTREMENT DU FICHIER DES ENCAISSEMENTS DE
      * RECOURS (RCSENC), SAISI PAR LE SERVICE SINISTRES A RECEPTION
      * DES FONDS DE L'ASSUREUR ADVERSE ET IMPUTE PAR TPPRJ65 SUR LE
      * RECOURS DU SINISTRE (RCSREC). MEME DESSIN POUR LE JOURNAL
      * DES ENCAISSEMENTS IMPUTES (RCSJRN, OUVERT EN EXTEND), OU
      * RCE-DT-TRT (AAAAMMJJ) PORTE LA DATE D'IMPUTATION.
      * RCE-DT    : DATE DE L'ENCAISSEMENT (JJMMAAAA) ;
      * RCE-SOLDE : S = DERNIER VERSEMENT, LE RECOURS EST SOLDE MEME
      *             SI LE RECU N'ATTEINT PAS LE RECLAME.
       01  ERCE.
           05 RCE-MATRICUL     PIC 9(6).
           05 RCE-NO           PIC 9(4).
           05 RCE-DT           PIC 9(8).
           05 RCE-MNT          PIC 9(5)V99.
           05 RCE-REF          PIC X(12).
           05 RCE-SOLDE        PIC X.
           05 RCE-DT-TRT       PIC 9(8).
           05 FILLER           PIC X(34).
