      * FVAREC - ENREGISTREMENT DU JOURNAL DES MOUVEMENTS DE
      * VEHICULES A DECLARER AU FICHIER DES VEHICULES ASSURES
      * (FVAMVT, SEQUENTIEL, OUVERT EN EXTEND). ALIMENTE PAR LA
      * MAINTENANCE DES VEHICULES TPPRJ32 ET PAR LA MISE A JOUR
      * TPPRJ6 (VEHICULES D'UNE POLICE RESILIEE) ; TPPRJ67 EN TIRE
      * CHAQUE NUIT LE FICHIER DELTA FVADLT ET MARQUE LES LIGNES
      * DECLAREES.
      * FVA-DT      : DATE DU MOUVEMENT (AAAAMMJJ) ;
      * FVA-ACTION  : A = AJOUT, M = MODIFICATION, S = SUPPRESSION
      *               (UN CHANGEMENT D'IMMATRICULATION EST DECLARE
      *               EN S DE L'ANCIENNE PUIS A DE LA NOUVELLE) ;
      * FVA-DT-EFF  : DATE D'EFFET DE LA GARANTIE OU DE SA FIN
      *               (JJMMAAAA) ;
      * FVA-ST      : ESPACE = A DECLARER, E = DECLARE LE
      *               FVA-DT-ENV (AAAAMMJJ).
       01  EFVA.
           05 FVA-DT           PIC 9(8).
           05 FVA-TIM          PIC X(8).
           05 FVA-ACTION       PIC X.
           05 FVA-MATRICUL     PIC 9(6).
           05 FVA-SEQ          PIC 99.
           05 FVA-IMMAT        PIC X(12).
           05 FVA-VIN          PIC X(17).
           05 FVA-DT-1IMMAT    PIC 9(8).
           05 FVA-TP-VHCL      PIC X.
           05 FVA-DT-EFF       PIC 9(8).
           05 FVA-PROG         PIC X(8).
           05 FVA-ST           PIC X.
           05 FVA-DT-ENV       PIC 9(8).
           05 FILLER           PIC X(12).
