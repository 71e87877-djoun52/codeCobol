      * D'INFORMATIONS (TPPRJ46) QUE LA LOI IMPOSE DE REMETTRE AU
      * CLIENT QUI NOUS QUITTE - Y COMPRIS POUR UNE POLICE DEJA
      * PASSEE SUR L'ARCHIVE ARCH.
      * BMH-ORIGINE : A BLANC POUR UN RENOUVELLEMENT CHEZ NOUS,
      * A POUR UN EXERCICE REPRIS DU RELEVE DE L'ASSUREUR
      * PRECEDENT (TPPRJ78) ; BMH-NB-SIN NE COMPTE ALORS QUE LES
      * SINISTRES ANNONCES SUR CE RELEVE.
       01  EBMH.
           05 BMH-MATRICUL   PIC 9(6).
           05 BMH-EXERCICE   PIC 9(4).
           05 BMH-TAUX-AP    PIC 99.
           05 BMH-NB-SIN     PIC 99.
           05 BMH-PTS        PIC 99.
           05 BMH-ORIGINE    PIC X.
           05 FILLER         PIC X(59).
