      * FRDREC - ENREGISTREMENT DU JOURNAL DES EXAMENS DE FRAUDE
      * (FRDREV, SEQUENTIEL, OUVERT EN EXTEND, CUMULE D'UN LANCEMENT
      * SUR L'AUTRE). TPPRJ84 Y DEPOSE UNE LIGNE PAR SINISTRE OUVERT
      * DONT LA NOTE ATTEINT LE SEUIL, POUR GARDER TRACE DE CE QUI A
      * ETE SIGNALE AU GESTIONNAIRE ET QUAND.
      * FRD-DT       : DATE DE L'EXAMEN (AAAAMMJJ) ;
      * FRD-DT-SIN   : DATE DE SURVENANCE DU SINISTRE (JJMMAAAA) ;
      * FRD-IND      : UN OCTET PAR INDICATEUR, 'X' = PRESENT, DANS
      *                L'ORDRE DEBUT DE GARANTIE / AJOUT DU VEHICULE,
      *                POLICE SUSPENDUE, REPETITION SUR LE VEHICULE,
      *                MODIFICATION D'ADRESSE OU DE PRIME, JEUNE
      *                CONDUCTEUR RECENT ;
      * FRD-SEUIL    : SEUIL EN VIGUEUR LORS DE L'EXAMEN.
       01  EFRD.
           05 FRD-DT           PIC 9(8).
           05 FRD-TIM          PIC X(8).
           05 FRD-PROG         PIC X(8).
           05 FRD-MATRICUL     PIC 9(6).
           05 FRD-NO           PIC 9(4).
           05 FRD-DT-SIN       PIC 9(8).
           05 FRD-VEH-SEQ      PIC 99.
           05 FRD-SCORE        PIC 9(3).
           05 FRD-SEUIL        PIC 9(3).
           05 FRD-IND          PIC X(5).
           05 FILLER           PIC X(25).
