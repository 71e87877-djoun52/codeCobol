      * RSPREC - ENREGISTREMENT DU FICHIER DES PROPOSITIONS DE
      * RESILIATION (RESPROP, SEQUENTIEL, OUVERT EN EXTEND), DESSIN
      * FIXE EXPLOITABLE PAR LE BACK OFFICE COMME SUSPROP : LA
      * DECISION RESTE HUMAINE, LA RESILIATION ELLE-MEME PASSE PAR
      * UN MOUVEMENT CODE 6 (SAISIE GUIDEE TPPRJ16) A LA DATE
      * D'EFFET ET AU MOTIF PROPOSES. ALIMENTE PAR PERTOT QUAND LE
      * SEUL VEHICULE D'UNE POLICE PART EN PERTE TOTALE ; L'IMAGE
      * EST AUSSI PORTEE EN JRN-APRES DE LA LIGNE JRNA 'P'.
      * RSP-DT-EFF : DATE D'EFFET PROPOSEE (JJMMAAAA) ;
      * RSP-MOTIF  : MOTIF DE RESILIATION (TABLE MOTIFRES) ;
      * RSP-NO-SIN / RSP-NATURE : SINISTRE A L'ORIGINE ET NATURE DE
      *              LA PERTE (SINM-PERTE-TOT) ;
      * RSP-DT     : DATE DE LA PROPOSITION (AAAAMMJJ).
       01  ERSP.
           05 RSP-MATRICUL     PIC 9(6).
           05 RSP-DT-EFF       PIC 9(8).
           05 RSP-MOTIF        PIC XX.
           05 RSP-NO-SIN       PIC 9(4).
           05 RSP-NATURE       PIC X.
           05 RSP-DT           PIC 9(8).
           05 RSP-PROG         PIC X(8).
           05 RSP-OPID         PIC X(8).
           05 FILLER           PIC X(35).
