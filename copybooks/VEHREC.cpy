      * ENTRETENU PAR LE DIALOGUE TPPRJ32 ; TPPRJ6 SUPPRIME LES
      * VEHICULES D'UNE POLICE RESILIEE (CODE 6) POUR NE PAS
      * LAISSER D'ORPHELINS.
      * IDENTIFICATION DU VEHICULE (IMMATRICULATION, NUMERO VIN,
      * DATE DE 1ERE MISE EN CIRCULATION JJMMAAAA) SAISIE PAR
      * TPPRJ32 ET CONTROLEE PAR IMMCHK ; A BLANC / ZERO SUR LES
      * VEHICULES ANTERIEURS A CETTE SAISIE. TOUTE CREATION,
      * MODIFICATION OU SUPPRESSION EST TRACEE SUR FVAMVT (FVAREC)
      * POUR LA DECLARATION AU FICHIER DES VEHICULES ASSURES.
      * VEH-GAR : CODES DES GARANTIES SOUSCRITES POUR LE VEHICULE
      * (REFERENTIEL GARANT), CADRES EN TETE ; TOUS A BLANC = VEHICULE
      * ANTERIEUR AUX GARANTIES, TARIFE SUR LA SEULE PRIME DE BASE.
       01  EVEH.
           05 VEH-CLE.
              10 VEH-MATRICUL  PIC 9(6).
              10 VEH-SEQ       PIC 99.
           05 VEH-TP-VHCL      PIC X.
           05 VEH-PRM-BS       PIC 9(4)V99.
           05 VEH-IMMAT        PIC X(12).
           05 VEH-VIN          PIC X(17).
           05 VEH-DT-1IMMAT    PIC 9(8).
           05 VEH-GARANTIES.
              10 VEH-GAR       PIC XX OCCURS 5.
           05 FILLER           PIC X(18).
