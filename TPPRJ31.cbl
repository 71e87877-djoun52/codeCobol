      *       (ALIMENTE PAR RUNJRN DEPUIS TOUS LES PROGRAMMES DE LA
      *       CHAINE) POUR UNE DATE DONNEE (AAAAMMJJ, 0 = TOUT LE
      *       FICHIER) : QUI A TOURNE, QUAND, COMBIEN TRAITE, ET
      *       SUR QUOI CA S'EST ARRETE, ET SOUS QUEL OPERATEUR
      *       POUR UN DIALOGUE. DE QUOI RECONSTITUER LA NUIT
      *       PRECEDENTE SANS LE DEFILEMENT DE LA CONSOLE.
      ******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               MOVE ALL SPACE TO ELST
               STRING JEX-DAT ' ' JEX-TIM(1:6) ' ' JEX-PROG
                      ' ' JEX-EVT ' TRAITES ' JEX-NB
                      ' FS ' JEX-FS ' RC ' JEX-RC ' ' JEX-OPID
                      DELIMITED BY SIZE INTO ELST
               PERFORM ECRIRE-LST
             END-IF
