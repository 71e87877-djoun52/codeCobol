      * CUMUL DES FRAIS DE RETARD APPLIQUES. UN CLIENT N'EST RELANCE
      * A UN NIVEAU QU'UNE SEULE FOIS : L'HISTORIQUE QUE L'EQUIPE
      * RECOUVREMENT TENAIT SUR PAPIER EST DESORMAIS ICI.
      * RLS-MOTIF-REJ, RLS-DT-REJ, RLS-FRAIS-REJ : POSES PAR LES
      * RETOURS DE PRELEVEMENTS IMPAYES (TPPRJ60) QUAND LA BANQUE
      * REJETTE LE DEBIT DE LA QUITTANCE : MOTIF BANCAIRE (TABLE
      * MOTIFREJ), DATE DU RETOUR (JJMMAAAA) ET CUMUL DES FRAIS DE
      * REJET. LES COURRIERS DE RELANCE LE RAPPELLENT AU CLIENT.
      * RLS-FRAIS-NIV2, RLS-FRAIS-NIV3 : FRAIS DE RETARD FACTURES AU
      * NIVEAU 2 ET AU NIVEAU 3 (TAUX DU JOUR DE L'ENVOI), DETAIL DE
      * RLS-FRAIS POUR L'INTERFACE COMPTABLE TPPRJ61. A BLANC SUR
      * LES ETATS ANTERIEURS A CE DETAIL.
      * RLS-FRAIS-PAYE : PART DES FRAIS DE RETARD ET DE REJET DEJA
      * REGLEE PAR LE CLIENT (EXCEDENT D'UN REGLEMENT IMPUTE PAR
      * TPPRJ14, REPRIS PAR UNE ANNULATION TPPRJ75). RESTENT DUS :
      * RLS-FRAIS + RLS-FRAIS-REJ - RLS-FRAIS-PAYE. A BLANC SUR LES
      * ETATS ANTERIEURS (RIEN DE REGLE).
       01  EREL-ST.
           05 RLS-CLE.
              10 RLS-MATRICUL  PIC 9(6).
           05 RLS-DT-NIV2      PIC 9(8).
           05 RLS-DT-NIV3      PIC 9(8).
           05 RLS-FRAIS        PIC 9(3)V99.
           05 RLS-MOTIF-REJ    PIC X(4).
           05 RLS-DT-REJ       PIC 9(8).
           05 RLS-FRAIS-REJ    PIC 9(3)V99.
           05 RLS-FRAIS-NIV2   PIC 9(3)V99.
           05 RLS-FRAIS-NIV3   PIC 9(3)V99.
           05 RLS-FRAIS-PAYE   PIC 9(3)V99.
           05 FILLER           PIC X(6).
