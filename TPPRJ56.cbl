       77  NB-ARCHIVES    PIC 9(6)  VALUE 0.
      * L'IMAGE ARCHIVEE EST RELUE AU DESSIN EASR.
           COPY ASSUREC.
      * VENTILATION PAR MOTIF (POSTE NB-MOT + 1 = NON PRECISE OU
      * INCONNU), AVEC SOUS-TOTAUX AGENCE ET TYPE AU PAS DES
      * REFERENTIELS.
       01  ATTR-MATRICE.
           05 ATTR-MOT OCCURS 10.
              10 AT-TOTAL  PIC 9(6)  VALUE 0.
              10 AT-AGC OCCURS 11 PIC 9(6) VALUE 0.
              10 AT-TPV OCCURS 11 PIC 9(6) VALUE 0.
       77  IX-MO          PIC 99.
       77  IX-A           PIC 99.
       77  IX-T           PIC 99.
       77  WS-I           PIC 99.
       77  WS-NB-PA       PIC 99 VALUE 4.
       77  WS-NB-PT       PIC 99 VALUE 4.
       77  WS-NB-PM       PIC 99 VALUE 5.
       77  WS-LIB-MOT     PIC X(20).
       77  DISP-CPT       PIC ZZZZZ9.
       COPY MOTIFRES.
           CALL SOUSPROG-TBL USING WS-TBL-QUOI AGC-TABLE
           COMPUTE WS-NB-PA = NB-AGC + 1
           COMPUTE WS-NB-PT = NB-TPV + 1
           COMPUTE WS-NB-PM = NB-MOT + 1
           PERFORM DEPOUILLER-ARCHIVE
           PERFORM IMPRIME-ETAT
           CLOSE ARCH

       VENTILER-RESILIATION.
           MOVE ARC-EASR TO EASR
           MOVE WS-NB-PM TO IX-MO
           SET IX-MOT TO 1
           SEARCH MOT-ENT
             AT END
           MOVE ALL SPACE TO ELST
           PERFORM ECRIRE-LST
           MOVE 1 TO IX-MO
           PERFORM UNTIL IX-MO > WS-NB-PM
             IF AT-TOTAL(IX-MO) > 0
               PERFORM IMPRIME-MOTIF
             END-IF
           .

       IMPRIME-MOTIF.
           IF IX-MO <= NB-MOT
             MOVE MOT-LIB(IX-MO) TO WS-LIB-MOT
           ELSE
             MOVE 'NON PRECISE         ' TO WS-LIB-MOT
