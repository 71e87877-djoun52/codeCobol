      * NTFREC - NOTIFICATION ELECTRONIQUE A UN CLIENT, EMISE PAR LE
      * SOUS-PROGRAMME NTFSND. C'EST A LA FOIS L'ARTICLE DU FICHIER
      * NOTIF REMIS A LA PASSERELLE DE MESSAGERIE (SEQUENTIEL,
      * ALIMENTE EN AJOUT PAR TOUS LES EMETTEURS) ET CELUI DU
      * REGISTRE NTFJRN (INDEXE SUR NTF-CLE) QUI EN GARDE LA TRACE
      * POUR LE RETOUR DE LA PASSERELLE (TPPRJ91).
      * NTF-CLE : IDENTIFIANT RENVOYE PAR LA PASSERELLE - DATE
      *   (AAAAMMJJ) ET HEURE (HHMMSS) D'EMISSION, NUMERO D'ORDRE.
      * NTF-TYPE : R = RELANCE D'IMPAYE (TPPRJ14),
      *            P = PRE-NOTIFICATION DE PRELEVEMENT (TPPRJ90),
      *            S = SUSPENSION POUR IMPAYE (TPPRJ51),
      *            I = REINTEGRATION (TPPRJ14),
      *            C = CHANGEMENT D'ETAT D'UN SINISTRE (TPPRJ33,
      *                TPPRJ72).
      * NTF-CANAL : M = COURRIEL (NTF-ADRESSE = ADRESSE
      *             ELECTRONIQUE), S = SMS (NTF-ADRESSE = NUMERO).
      * NTF-REF : REFERENCE METIER (PERIODE DE LA QUITTANCE, NUMERO
      *           DU SINISTRE...).
      * NTF-ETAT (REGISTRE) : E = EMISE, D = DELIVREE, P = ECHEC,
      *           REPRISE EN AVIS PAPIER ; NTF-DT-ETAT (AAAAMMJJ) ET
      *           NTF-MOTIF (CODE DE LA PASSERELLE) DU DERNIER
      *           CHANGEMENT.
       01  ENTF.
           05 NTF-CLE.
              10 NTF-DT        PIC 9(8).
              10 NTF-HR        PIC 9(6).
              10 NTF-SEQ       PIC 9(4).
           05 NTF-MATRICUL     PIC 9(6).
           05 NTF-TYPE         PIC X.
           05 NTF-CANAL        PIC X.
           05 NTF-ADRESSE      PIC X(50).
           05 NTF-REF          PIC X(12).
           05 NTF-TEXTE        PIC X(120).
           05 NTF-ORIG         PIC X(8).
           05 NTF-ETAT         PIC X.
           05 NTF-DT-ETAT      PIC 9(8).
           05 NTF-MOTIF        PIC X(4).
           05 FILLER           PIC X(11).
