      * CTCREC - ENREGISTREMENT DU FICHIER DES PREFERENCES DE
      * CONTACT (CONTACT), INDEXE SUR CTC-MATRICUL. FICHIER
      * SATELLITE COMME MANDAT (LE DESSIN SOUREC EST PLEIN),
      * ENTRETENU DEPUIS LE POSTE SOUSCRIPTEUR (TPPRJ22) : ADRESSE
      * ELECTRONIQUE, NUMERO DE PORTABLE (PROPOSE A LA SAISIE
      * DEPUIS SOU-TEL-PTB) ET ACCORD DU CLIENT PAR CANAL
      * (CTC-OPT-MAIL, CTC-OPT-SMS : O = ACCEPTE, AUTRE = REFUSE).
      * SANS FICHE OU SANS ACCORD, LE CLIENT RESTE AU COURRIER
      * PAPIER. LES ECHECS DE REMISE RENVOYES PAR LA PASSERELLE
      * (TPPRJ91) SONT COMPTES DEPUIS LA DERNIERE SAISIE, AVEC LA
      * DATE (JJMMAAAA) ET LE CANAL DU DERNIER ; LA RESAISIE REMET
      * LE COMPTEUR A ZERO. CTC-DT-MAJ : DATE (JJMMAAAA) DE LA
      * DERNIERE SAISIE.
       01  ECTC.
           05 CTC-MATRICUL   PIC 9(6).
           05 CTC-EMAIL      PIC X(50).
           05 CTC-TEL-PTB    PIC 9(10).
           05 CTC-OPT-MAIL   PIC X.
           05 CTC-OPT-SMS    PIC X.
           05 CTC-DT-MAJ     PIC 9(8).
           05 CTC-NB-ECHEC   PIC 99.
           05 CTC-DT-ECHEC   PIC 9(8).
           05 CTC-CANAL-ECHEC PIC X.
           05 FILLER         PIC X(13).
