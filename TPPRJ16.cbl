           MOVE 'N' TO WS-CTL-OK
           PERFORM UNTIL CTL-VALIDE
             DISPLAY 'MOTIF (01=CLIENT 02=IMPAYE 03=SINISTRES'
                     ' 04=COMPAGNIE 05=VENTE 06=REFUS ECHEANCE'
                     ' 07=PERTE TOTALE) : ' WITH NO ADVANCING
             MOVE ALL SPACE TO WS-ZONE-MOT
             ACCEPT WS-ZONE-MOT
             SET IX-MOT TO 1
