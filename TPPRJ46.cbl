      *         ARCHIVEE ARCH SI LA POLICE EST DEJA RESILIEE),
      *       - L'EVOLUTION ANNEE PAR ANNEE DU COEFFICIENT
      *         BONUS-MALUS DEPUIS L'HISTORIQUE BMHIST (ALIMENTE PAR
      *         TPPRJ11 A CHAQUE RENOUVELLEMENT, ET PAR TPPRJ78
      *         POUR LES EXERCICES REPRIS DU RELEVE DE L'ASSUREUR
      *         PRECEDENT, SIGNALES COMME TELS),
      *       - LE RELEVE DES SINISTRES DEPUIS LE FICHIER MAITRE
      *         SINM (DATE, MONTANT, RESPONSABILITE, ETAT).
      *       RELANCABLE EN BOUCLE AU GUICHET (000000 POUR FINIR).
                        BMH-BM-AP DISP-TAUX-AP '%'
                        '  SINISTRES RETENUS : ' DISP-NB-SIN
                        DELIMITED BY SIZE INTO EREL
                 IF BMH-ORIGINE = 'A'
                   MOVE '(ASSUREUR PRECEDENT)' TO EREL(56:20)
                 END-IF
                 PERFORM ECRIRE-REL
               END-IF
               READ BMHIST
