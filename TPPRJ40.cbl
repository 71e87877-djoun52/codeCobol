      *       TOUCHES DU MOIS). LES MOIS SORTENT DANS L'ORDRE
      *       D'APPARITION SUR L'HISTORIQUE, QUI EST CHRONOLOGIQUE
      *       (FICHIER EXTEND).
      *       LES TRANSFERTS DE PORTEFEUILLE ENTRE AGENCES (TPPRJ86)
      *       SONT DES ENTREES (ENT) ET DES SORTIES (SOR) : ILS
      *       ENTRENT DANS LA CROISSANCE NETTE DE CHAQUE AGENCE,
      *       PAS DANS LE TAUX DE RESILIATION.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                 15 MO-MOD  PIC 9(6).
                 15 MO-RES  PIC 9(6).
                 15 MO-REI  PIC 9(6).
                 15 MO-TRE  PIC 9(6).
                 15 MO-TRS  PIC 9(6).
       COPY AGENCES.
       77  SOUSPROG-TBL   PIC X(8) VALUE 'TABLOD'.
       77  WS-TBL-QUOI    PIC X.
             ADD PST-NB-MOD TO MO-MOD(IX-M IX-A)
             ADD PST-NB-RES TO MO-RES(IX-M IX-A)
             ADD PST-NB-REI TO MO-REI(IX-M IX-A)
             IF PST-NB-TRE IS NUMERIC
               ADD PST-NB-TRE TO MO-TRE(IX-M IX-A)
             END-IF
             IF PST-NB-TRS IS NUMERIC
               ADD PST-NB-TRS TO MO-TRS(IX-M IX-A)
             END-IF
           END-IF
           .

                 MOVE 0 TO MO-MOD(IX-M IX-A)
                 MOVE 0 TO MO-RES(IX-M IX-A)
                 MOVE 0 TO MO-REI(IX-M IX-A)
                 MOVE 0 TO MO-TRE(IX-M IX-A)
                 MOVE 0 TO MO-TRS(IX-M IX-A)
                 ADD 1 TO IX-A
               END-PERFORM
               MOVE 'O' TO WS-MOIS-TROUVE
                               + MO-MOD(IX-M IX-A)
                               + MO-RES(IX-M IX-A)
                               + MO-REI(IX-M IX-A)
           IF WS-TOT-MVTS > 0 OR MO-TRE(IX-M IX-A) > 0
              OR MO-TRS(IX-M IX-A) > 0
             IF IX-A <= NB-AGC
               MOVE AG-LIBELLE(IX-A) TO WS-LIB-AGC
             ELSE
             END-IF
             COMPUTE WS-NET = MO-CRE(IX-M IX-A)
                            + MO-REI(IX-M IX-A)
                            + MO-TRE(IX-M IX-A)
                            - MO-RES(IX-M IX-A)
                            - MO-TRS(IX-M IX-A)
             IF WS-TOT-MVTS > 0
               COMPUTE WS-TAUX-RES ROUNDED
                     = MO-RES(IX-M IX-A) * 100 / WS-TOT-MVTS
             ELSE
               MOVE 0 TO WS-TAUX-RES
             END-IF
             MOVE WS-NET TO DISP-NET
             MOVE WS-TAUX-RES TO DISP-TAUX
             MOVE ALL SPACE TO ELST
             STRING ' RES ' DISP-CPT DELIMITED BY SIZE INTO ELST(35:)
             MOVE MO-REI(IX-M IX-A) TO DISP-CPT
             STRING ' REI ' DISP-CPT DELIMITED BY SIZE INTO ELST(44:)
             MOVE MO-TRE(IX-M IX-A) TO DISP-CPT
             STRING ' ENT ' DISP-CPT DELIMITED BY SIZE INTO ELST(53:)
             MOVE MO-TRS(IX-M IX-A) TO DISP-CPT
             STRING ' SOR ' DISP-CPT DELIMITED BY SIZE INTO ELST(62:)
             STRING ' NET ' DISP-NET ' TX RESIL ' DISP-TAUX ' %'
                    DELIMITED BY SIZE INTO ELST(71:)
             PERFORM ECRIRE-LST
           END-IF
           .
