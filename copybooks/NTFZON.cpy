      * NTFZON - ZONE D'ECHANGE DU SOUS-PROGRAMME NTFSND (EMISSION
      * DES NOTIFICATIONS ELECTRONIQUES : FICHIERS CONTACT, NOTIF,
      * NTFJRN).
      * NTZ-ACTION : E = EMETTRE LA NOTIFICATION NTZ-TYPE / NTZ-REF /
      *                  NTZ-TEXTE AU CLIENT NTZ-MATRICUL, SUR LE
      *                  CANAL QU'IL A ACCEPTE (COURRIEL D'ABORD,
      *                  SMS SINON) ;
      *              F = FERMETURE DES FICHIERS EN FIN DE PROGRAMME.
      * NTZ-ORIG : PROGRAMME APPELANT, PORTE SUR LA NOTIFICATION.
      * EN RETOUR : NTZ-CANAL (M OU S) ET NTZ-CLE DE LA NOTIFICATION ;
      * NTZ-RC : O = EMISE, N = AUCUN CANAL ELECTRONIQUE ACCEPTE
      *          (L'APPELANT GARDE LE COURRIER PAPIER),
      *          I = FICHIERS INDISPONIBLES (PAPIER EGALEMENT).
       01  NTZ-ZONE.
           05 NTZ-ACTION       PIC X.
           05 NTZ-ORIG         PIC X(8).
           05 NTZ-MATRICUL     PIC 9(6).
           05 NTZ-TYPE         PIC X.
           05 NTZ-REF          PIC X(12).
           05 NTZ-TEXTE        PIC X(120).
           05 NTZ-CANAL        PIC X.
           05 NTZ-CLE          PIC X(18).
           05 NTZ-RC           PIC X.
