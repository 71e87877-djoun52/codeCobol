      * RCSREC - ENREGISTREMENT DU FICHIER DES RECOURS CONTRE TIERS
      * (RECOURS), INDEXE SUR LA CLE DU SINISTRE (SINM-CLE). UN
      * SINISTRE NON RESPONSABLE (SINM-RSP = N) REGLE A NOTRE CLIENT
      * OUVRE UN RECOURS CONTRE L'ASSUREUR DU RESPONSABLE, SAISI
      * PAR LE DIALOGUE TPPRJ33 : ASSUREUR ADVERSE, SA REFERENCE,
      * MONTANT RECLAME ET DATE D'ENVOI DE LA RECLAMATION
      * (JJMMAAAA, ZERO = PAS ENCORE ENVOYEE). LES ENCAISSEMENTS
      * SONT IMPUTES PAR TPPRJ65 : CUMUL RECU, NOMBRE, DATE ET
      * REFERENCE DU DERNIER ENCAISSEMENT.
      * RCS-ETAT : O = EN COURS, S = SOLDE (TOUT RECU OU SOLDE
      *            DEMANDE AU DERNIER ENCAISSEMENT), A = ABANDONNE.
      * LE COUT NET D'UN SINISTRE (REGLE - RCS-MNT-RECU) EST CELUI
      * QUE RETIENNENT LE RAPPORT S/P TPPRJ34 ET LE RENOUVELLEMENT
      * BONUS-MALUS TPPRJ11.
       01  ERCS.
           05 RCS-CLE.
              10 RCS-MATRICUL  PIC 9(6).
              10 RCS-NO        PIC 9(4).
           05 RCS-ASSUREUR     PIC X(20).
           05 RCS-REF-ADV      PIC X(12).
           05 RCS-MNT-RECL     PIC 9(5)V99.
           05 RCS-DT-ENVOI     PIC 9(8).
           05 RCS-MNT-RECU     PIC 9(5)V99.
           05 RCS-NB-ENC       PIC 9(3).
           05 RCS-DT-DER-ENC   PIC 9(8).
           05 RCS-REF-DER      PIC X(12).
           05 RCS-ETAT         PIC X.
           05 RCS-DT-OUV       PIC 9(8).
           05 FILLER           PIC X(4).
