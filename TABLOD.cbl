      *  TABLOD - CHARGEMENT DES TABLES DE REFERENCE EN MEMOIRE,
      *      SUR LE MODELE DU SOUS-PROGRAMME PARMLOD : CHAQUE
      *      PROGRAMME QUI PORTE LA TABLE DES TYPES DE VEHICULE
      *      (COPY VHCLTYPE), DES AGENCES (COPY AGENCES) OU DES
      *      GARANTIES (COPY GARTAB) L'APPELLE AU LANCEMENT AU LIEU DE
      *      COMPILER DES VALUE.
      *      LK-QUOI : 'V' = TABLE DES TYPES DE VEHICULE, REMPLIE
      *                      DEPUIS LE REFERENTIEL TYPVEH (UNE
      *                      ENTREE PAR CODE ET PAR DATE D'EFFET) ;
      *                'A' = TABLE DES AGENCES, REMPLIE DEPUIS LE
      *                      REFERENTIEL AGENCF ;
      *                'G' = TABLE DES GARANTIES (CODE, TAUX DE
      *                      PRIME, FRANCHISE), REMPLIE DEPUIS LE
      *                      REFERENTIEL GARANT.
      *      LK-ZONE  : LA TABLE DE L'APPELANT (LE DESSIN EXACT DU
      *                 COPY CORRESPONDANT ; SEULS SES OCTETS SONT
      *                 ECRITS, PAR REFERENCE MODIFICATION).
             ACCESS MODE DYNAMIC
             RECORD KEY AGR-CODE
             FILE STATUS  WS-AGR.
           SELECT GARANT ASSIGN GARANT
             ORGANIZATION INDEXED
             ACCESS MODE DYNAMIC
             RECORD KEY GAR-CODE
             FILE STATUS  WS-GAR.
       DATA DIVISION.
       FILE SECTION.
       FD  TYPVEH RECORDING F.
           COPY TYPVREC.
       FD  AGENCF RECORDING F.
           COPY AGREREC.
       FD  GARANT RECORDING F.
           COPY GARREC.
       WORKING-STORAGE SECTION.
       77  WS-TYV         PIC XX.
       77  WS-AGR         PIC XX.
       77  WS-GAR         PIC XX.
       77  WS-FIN-FIC     PIC X    VALUE 'N'.
       COPY VHCLTYPE.
       COPY AGENCES.
       COPY GARTAB.
      * VALEURS HISTORIQUES, CELLES DES ANCIENNES TABLES COMPILEES.
       01  TABLE-TPV-DEF.
           05  FILLER PIC X(19) VALUE '6VOITURE        100'.
           05  AGC-DEF-ENT OCCURS 3.
               10 AGD-CODE    PIC X.
               10 AGD-LIBELLE PIC X(15).
      * GARANTIES DE BASE : TAUX EN POURCENT DE LA PRIME DE BASE,
      * FRANCHISE EN EUROS.
       01  TABLE-GAR-DEF.
           05  FILLER PIC X(35) VALUE
               'RCRESPONSABILITE CIV. 100000000000O'.
           05  FILLER PIC X(35) VALUE
               'VIVOL INCENDIE        025000030000N'.
           05  FILLER PIC X(35) VALUE
               'DADOMMAGES ACCIDENTS  060000050000N'.
       01  GAR-DEF REDEFINES TABLE-GAR-DEF.
           05  GAR-DEF-ENT OCCURS 3.
               10 GRD-CODE      PIC XX.
               10 GRD-LIBELLE   PIC X(20).
               10 GRD-TAUX      PIC 9(3)V99.
               10 GRD-FRANCHISE PIC 9(5)V99.
               10 GRD-OBLIG     PIC X.
       77  WS-I           PIC 99.
       LINKAGE SECTION.
       01  LK-QUOI        PIC X.
       01  LK-ZONE        PIC X(352).
       PROCEDURE DIVISION USING LK-QUOI LK-ZONE.
           EVALUATE LK-QUOI
             WHEN 'A'
               PERFORM CHARGER-AGENCES
               MOVE AGC-TABLE TO LK-ZONE(1:162)
             WHEN 'G'
               PERFORM CHARGER-GARANTIES
               MOVE GAR-TABLE TO LK-ZONE(1:352)
             WHEN OTHER
               PERFORM CHARGER-TYPES
               MOVE TP-VHCL-TABLE TO LK-ZONE(1:272)
           END-EVALUATE
           GOBACK
           .

             MOVE 3 TO NB-AGC
           END-IF
           .

       CHARGER-GARANTIES.
           MOVE 0 TO NB-GAR
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > 10
             MOVE LOW-VALUE TO GT-CODE(WS-I)
             MOVE ALL SPACE TO GT-LIBELLE(WS-I)
             MOVE 0 TO GT-TAUX(WS-I)
             MOVE 0 TO GT-FRANCHISE(WS-I)
             MOVE 'N' TO GT-OBLIG(WS-I)
             ADD 1 TO WS-I
           END-PERFORM
           MOVE 'N' TO WS-FIN-FIC
           OPEN INPUT GARANT
           IF WS-GAR = '00'
             PERFORM UNTIL WS-FIN-FIC = 'O'
               READ GARANT NEXT
                 AT END MOVE 'O' TO WS-FIN-FIC
               END-READ
               IF WS-FIN-FIC NOT = 'O'
                 IF NB-GAR < 10
                   ADD 1 TO NB-GAR
                   MOVE GAR-CODE TO GT-CODE(NB-GAR)
                   MOVE GAR-LIBELLE TO GT-LIBELLE(NB-GAR)
                   MOVE GAR-TAUX TO GT-TAUX(NB-GAR)
                   MOVE GAR-FRANCHISE TO GT-FRANCHISE(NB-GAR)
                   MOVE GAR-OBLIG TO GT-OBLIG(NB-GAR)
                 ELSE
                   DISPLAY 'TABLOD - TABLE DES GARANTIES SATUREE : '
                           GAR-CODE ' IGNORE'
                 END-IF
               END-IF
             END-PERFORM
             CLOSE GARANT
           END-IF
           IF NB-GAR = 0
             MOVE 1 TO WS-I
             PERFORM UNTIL WS-I > 3
               MOVE GRD-CODE(WS-I) TO GT-CODE(WS-I)
               MOVE GRD-LIBELLE(WS-I) TO GT-LIBELLE(WS-I)
               MOVE GRD-TAUX(WS-I) TO GT-TAUX(WS-I)
               MOVE GRD-FRANCHISE(WS-I) TO GT-FRANCHISE(WS-I)
               MOVE GRD-OBLIG(WS-I) TO GT-OBLIG(WS-I)
               ADD 1 TO WS-I
             END-PERFORM
             MOVE 3 TO NB-GAR
           END-IF
           .
