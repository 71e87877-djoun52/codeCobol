      *       ECART EST SIGNALE : IL SIGNIFIE QU'UN CYCLE A ECRIT
      *       DES QUITTANCES SANS SON BILAN OU L'INVERSE (CODE
      *       RETOUR 4).
      *       LE PASSAGE EST NOTE SUR CHAQUE MOIS ECOULE OU EN COURS
      *       DE L'EXERCICE DECLARE (SOUS-PROGRAMME PERCHK) : LA
      *       CLOTURE MENSUELLE TPPRJ85 L'EXIGE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  NB-BILANS      PIC 9(6)  VALUE 0.
       77  DISP-TOT       PIC Z(8)9,99.
       77  DISP-ECART     PIC -(8)9,99.
      * PASSAGE NOTE AUX PERIODES COMPTABLES (PERCHK).
       77  SOUSPROG-PCK   PIC X(8) VALUE 'PERCHK'.
           COPY PERCZON.
       01  WS-MOIS-COUR   PIC 9(6)  VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY 'EXERCICE A DECLARER (AAAA) : ' WITH NO ADVANCING
           CLOSE LST
           PERFORM TEST-STAT-LST
           DISPLAY 'TPPRJ43 - DECLARATION DE TAXE ' WS-EXERCICE
           PERFORM NOTER-PERIODES
           COMPUTE WS-ECART = TOT-BRUT - TOT-BILAN
           IF WS-ECART NOT = 0
             DISPLAY 'ECART QUIT / BILAN DETECTE'
           GOBACK
           .

      * LES MOIS A VENIR DE L'EXERCICE NE SONT PAS NOTES : ILS
      * DEVRONT ETRE DECLARES UNE FOIS ECOULES.
       NOTER-PERIODES.
           MOVE DAT(7:4) TO WS-MOIS-COUR(1:4)
           MOVE DAT(4:2) TO WS-MOIS-COUR(5:2)
           MOVE 'T' TO PCK-ACTION
           MOVE SPACE TO PCK-RESULTAT
           MOVE 1 TO IX-M
           PERFORM UNTIL IX-M > 12
             MOVE WS-EXERCICE TO PCK-PERIODE(1:4)
             MOVE IX-M TO PCK-PERIODE(5:2)
             IF PCK-PERIODE NOT > WS-MOIS-COUR
               CALL SOUSPROG-PCK USING PCK-ZONE
             END-IF
             ADD 1 TO IX-M
           END-PERFORM
           .

       CUMULER-QUIT.
           MOVE 'N' TO WS-FIN-QUI
           MOVE 0 TO QUI-MATRICUL
