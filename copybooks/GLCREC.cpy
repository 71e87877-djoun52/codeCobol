      * GLCREC - ENREGISTREMENT UNIQUE DU FICHIER DE REPRISE DE
      * L'INTERFACE COMPTABLE (GLCTL), LU AU LANCEMENT ET REECRIT
      * PAR TPPRJ61 QUAND LE FICHIER ECRCPT EST PRODUIT EQUILIBRE :
      * DERNIER JOUR COMPTABILISE (AAAAMMJJ, VEILLE DU PASSAGE) ET PLUS
      * GRAND NUMERO DE QUITTANCE DEJA COMPTABILISE (SOUCHE
      * NUMQUI COMMUNE A TPPRJ2 ET TPPRJ30). UN EVENEMENT N'EST
      * DONC COMPTABILISE QU'UNE FOIS, MEME SI UNE NUIT EST SAUTEE.
       01  EGLC.
           05 GLC-DT-DER     PIC 9(8).
           05 GLC-QUI-DER    PIC 9(8).
           05 FILLER         PIC X(64).
