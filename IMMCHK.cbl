       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMCHK.
      ******************************
      *  IMMCHK - CONTROLE DE L'IDENTIFICATION D'UN VEHICULE, SUR
      *      LE MODELE DES SOUS-PROGRAMMES PARTAGES DATECHK/MATCHK.
      *      LK-ACTION : 'I' IMMATRICULATION - FORMAT SIV AA-999-AA
      *                      (LETTRES I, O ET U EXCLUES, 000 EXCLU)
      *                      OU ANCIEN FORMAT FNI 9999 AAA 99 (1 A 4
      *                      CHIFFRES, 1 A 3 LETTRES, DEPARTEMENT
      *                      SUR 2 CHIFFRES, 2A/2B OU 97X). TIRETS ET
      *                      ESPACES SONT LIBRES A LA SAISIE : LA
      *                      ZONE EST RENDUE SOUS LA FORME NORMALISEE
      *                      (AA-999-AA OU 9999 AAA 99) ;
      *                  'V' NUMERO VIN - 17 CARACTERES LETTRES ET
      *                      CHIFFRES, LETTRES I, O ET Q EXCLUES.
      *      LES MINUSCULES SONT RENDUES EN MAJUSCULES.
      *      LK-COD-ERR : 0 VALIDE, 1 FORMAT INVALIDE, 2 LETTRE
      *                   INTERDITE.
      ******************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-ZONE        PIC X(17).
       01  WS-CMP         PIC X(17).
       01  WS-RES         PIC X(17).
       77  WS-C           PIC X.
       77  WS-I           PIC 99.
       77  WS-LG          PIC 99.
       77  WS-NB-CHF      PIC 99.
       77  WS-NB-LET      PIC 99.
       77  WS-NB-DEP      PIC 99.
       77  WS-POS         PIC 99.
       LINKAGE SECTION.
       01  LK-ACTION      PIC X.
       01  LK-ZONE        PIC X(17).
       01  LK-COD-ERR     PIC 9.
       PROCEDURE DIVISION USING LK-ACTION LK-ZONE LK-COD-ERR.
           MOVE 0 TO LK-COD-ERR
           MOVE LK-ZONE TO WS-ZONE
           INSPECT WS-ZONE CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM COMPACTER-ZONE
           IF LK-COD-ERR = 0
             IF LK-ACTION = 'V'
               PERFORM CTL-VIN
             ELSE
               IF WS-LG = 7
                 PERFORM CTL-SIV
               ELSE
                 PERFORM CTL-FNI
               END-IF
             END-IF
           END-IF
           IF LK-COD-ERR = 0
             MOVE WS-RES TO LK-ZONE
           END-IF
           GOBACK
           .

      * RETIRE TIRETS ET ESPACES ; TOUT AUTRE CARACTERE QU'UNE
      * LETTRE OU UN CHIFFRE REND LE FORMAT INVALIDE.
       COMPACTER-ZONE.
           MOVE SPACE TO WS-CMP
           MOVE 0 TO WS-LG
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > 17 OR LK-COD-ERR NOT = 0
             MOVE WS-ZONE(WS-I:1) TO WS-C
             IF WS-C NOT = SPACE AND NOT = '-'
               IF (WS-C IS ALPHABETIC OR WS-C IS NUMERIC)
                  AND WS-LG < 17
                 ADD 1 TO WS-LG
                 MOVE WS-C TO WS-CMP(WS-LG:1)
               ELSE
                 MOVE 1 TO LK-COD-ERR
               END-IF
             END-IF
             ADD 1 TO WS-I
           END-PERFORM
           IF WS-LG = 0
             MOVE 1 TO LK-COD-ERR
           END-IF
           .

       CTL-VIN.
           IF WS-LG NOT = 17
             MOVE 1 TO LK-COD-ERR
           ELSE
             MOVE 1 TO WS-I
             PERFORM UNTIL WS-I > 17
               MOVE WS-CMP(WS-I:1) TO WS-C
               IF WS-C = 'I' OR WS-C = 'O' OR WS-C = 'Q'
                 MOVE 2 TO LK-COD-ERR
               END-IF
               ADD 1 TO WS-I
             END-PERFORM
             MOVE WS-CMP TO WS-RES
           END-IF
           .

      * FORMAT SIV : DEUX LETTRES, TROIS CHIFFRES, DEUX LETTRES.
       CTL-SIV.
           IF WS-CMP(1:2) IS NOT ALPHABETIC
              OR WS-CMP(3:3) IS NOT NUMERIC
              OR WS-CMP(6:2) IS NOT ALPHABETIC
              OR WS-CMP(3:3) = '000'
             MOVE 1 TO LK-COD-ERR
           ELSE
             MOVE 1 TO WS-I
             PERFORM UNTIL WS-I > 7
               MOVE WS-CMP(WS-I:1) TO WS-C
               IF WS-C = 'I' OR WS-C = 'O' OR WS-C = 'U'
                 MOVE 2 TO LK-COD-ERR
               END-IF
               ADD 1 TO WS-I
             END-PERFORM
             MOVE SPACE TO WS-RES
             STRING WS-CMP(1:2) '-' WS-CMP(3:3) '-' WS-CMP(6:2)
                    DELIMITED BY SIZE INTO WS-RES
           END-IF
           .

      * ANCIEN FORMAT FNI : CHIFFRES, LETTRES, PUIS DEPARTEMENT.
       CTL-FNI.
           MOVE 0 TO WS-NB-CHF
           MOVE 0 TO WS-NB-LET
           MOVE 1 TO WS-I
           PERFORM UNTIL WS-I > WS-LG
                   OR WS-CMP(WS-I:1) IS NOT NUMERIC
             ADD 1 TO WS-NB-CHF
             ADD 1 TO WS-I
           END-PERFORM
           PERFORM UNTIL WS-I > WS-LG
                   OR WS-CMP(WS-I:1) IS NOT ALPHABETIC
             ADD 1 TO WS-NB-LET
             ADD 1 TO WS-I
           END-PERFORM
           COMPUTE WS-NB-DEP = WS-LG - WS-NB-CHF - WS-NB-LET
           MOVE WS-I TO WS-POS
           IF WS-NB-CHF < 1 OR WS-NB-CHF > 4
              OR WS-NB-LET < 1 OR WS-NB-LET > 3
             MOVE 1 TO LK-COD-ERR
           ELSE
             EVALUATE WS-NB-DEP
               WHEN 2
                 IF WS-CMP(WS-POS:2) IS NOT NUMERIC
                    AND WS-CMP(WS-POS:2) NOT = '2A'
                    AND WS-CMP(WS-POS:2) NOT = '2B'
                   MOVE 1 TO LK-COD-ERR
                 END-IF
               WHEN 3
                 IF WS-CMP(WS-POS:3) IS NOT NUMERIC
                    OR WS-CMP(WS-POS:2) NOT = '97'
                   MOVE 1 TO LK-COD-ERR
                 END-IF
               WHEN OTHER
                 MOVE 1 TO LK-COD-ERR
             END-EVALUATE
           END-IF
           IF LK-COD-ERR = 0
             MOVE SPACE TO WS-RES
             STRING WS-CMP(1:WS-NB-CHF) ' '
                    WS-CMP(WS-NB-CHF + 1:WS-NB-LET) ' '
                    WS-CMP(WS-POS:WS-NB-DEP)
                    DELIMITED BY SIZE INTO WS-RES
           END-IF
           .
