      *      LITTERAUX. LK-PARM-OK REND 'O' SI L'ENREGISTREMENT A
      *      ETE CHARGE, 'N' SI LE FICHIER EST ABSENT OU VIDE --
      *      L'APPELANT CONSERVE ALORS SES VALEURS PAR DEFAUT.
      *      LA SECONDE LIGNE DU FICHIER EST FACULTATIVE : ABSENTE,
      *      LA SECONDE MOITIE DE L'ENREGISTREMENT EST RENDUE A BLANC
      *      (CHAMPS NON NUMERIQUES, DONC VALEURS PAR DEFAUT).
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM RECORDING F.
       01  EPRM-LGN       PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PRM         PIC XX.
       LINKAGE SECTION.
       01  LK-EPRM        PIC X(160).
       01  LK-PARM-OK     PIC X.
       PROCEDURE DIVISION USING LK-EPRM LK-PARM-OK.
           MOVE 'N' TO LK-PARM-OK
           IF WS-PRM = '00'
             READ PARAM
               NOT AT END
                 MOVE EPRM-LGN TO LK-EPRM(1:80)
                 MOVE ALL SPACE TO LK-EPRM(81:80)
                 MOVE 'O' TO LK-PARM-OK
             END-READ
             IF LK-PARM-OK = 'O'
               READ PARAM
                 NOT AT END
                   MOVE EPRM-LGN TO LK-EPRM(81:80)
               END-READ
             END-IF
             CLOSE PARAM
           END-IF
           GOBACK
