      * PPNREC - ENREGISTREMENT DU FICHIER DES ARRETES DE PROVISION
      * POUR PRIMES NON ACQUISES (PPNA), TENU EN HISTORIQUE PAR
      * TPPRJ62 : UN ENREGISTREMENT PAR ARRETE (PPN-DT-CLOT,
      * AAAAMMJJ) ET PAR CASE AGENCE X TYPE DE VEHICULE (CODES A
      * BLANC = AGENCE OU TYPE INCONNU). MONTANTS HORS TAXE, AVOIRS
      * DEDUITS :
      * PPN-EMIS      : PRIMES EMISES DEPUIS L'ARRETE PRECEDENT ;
      * PPN-PPNA      : PROVISION A LA DATE D'ARRETE (PART DES
      *                 PRIMES EMISES COUVRANT DES JOURS A VENIR) ;
      * PPN-PPNA-PREC : PROVISION DE L'ARRETE PRECEDENT (PPN-DT-PREC,
      *                 ZERO = PREMIER ARRETE) ;
      * PPN-ACQUISE   : PRIMES ACQUISES DE L'INTERVALLE = EMISES +
      *                 PPNA PRECEDENTE - PPNA DE L'ARRETE.
      * FICHIER DESTINE AU RAPPORT S/P SUR PRIMES ACQUISES (TPPRJ34).
       01  EPPN.
           05 PPN-DT-CLOT      PIC 9(8).
           05 PPN-AGC          PIC X.
           05 PPN-TP-VHCL      PIC X.
           05 PPN-EMIS         PIC S9(9)V99.
           05 PPN-PPNA         PIC S9(9)V99.
           05 PPN-PPNA-PREC    PIC S9(9)V99.
           05 PPN-ACQUISE      PIC S9(9)V99.
           05 PPN-DT-PREC      PIC 9(8).
           05 FILLER           PIC X(18).
