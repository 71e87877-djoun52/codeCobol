      * SECREC - ENREGISTREMENT DU JOURNAL DE SECURITE (SECJRN,
      * OUVERT EN EXTEND, CUMULE D'UN LANCEMENT SUR L'AUTRE),
      * ALIMENTE PAR LE SOUS-PROGRAMME OPECHK ET EDITE PAR TPPRJ71.
      * SEC-EVT : C = SIGNATURE REUSSIE,
      *           E = ECHEC DE SIGNATURE (OPERATEUR INCONNU, MOT DE
      *               PASSE ERRONE, COMPTE BLOQUE OU DESACTIVE),
      *           B = COMPTE BLOQUE PAR CET ECHEC,
      *           R = PROGRAMME OU ACTION REFUSE PAR LE PROFIL,
      *           P = ACTION PRIVILEGIEE ACCORDEE.
      * SEC-OBJET : MATRICULE, CODE OU MOTIF EN CLAIR SELON
      *             L'EVENEMENT.
       01  ESEC.
           05 SEC-DAT        PIC 9(8).
           05 SEC-TIM        PIC 9(8).
           05 SEC-EVT        PIC X.
           05 SEC-OPID       PIC X(8).
           05 SEC-AGC        PIC X.
           05 SEC-PROG       PIC X(8).
           05 SEC-ACTION     PIC X.
           05 SEC-OBJET      PIC X(20).
           05 FILLER         PIC X(25).
