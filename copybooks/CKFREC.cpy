      * CKFREC - POINT DE REPRISE DES TRAITEMENTS D'ARGENT : LE
      * QUITTANCEMENT TPPRJ2 (FICHIER CKP2) ET LE RAPPROCHEMENT DES
      * REGLEMENTS TPPRJ14 (FICHIER CKP14). MEME MECANIQUE QUE LE
      * CKPT DE TPPRJ3/TPPRJ5 : JOURNAL OUVERT EN EXTEND, UN POINT
      * TOUS LES PRM-FRQ-CKPT ARTICLES, LE DERNIER ENREGISTREMENT
      * FAISANT FOI AU LANCEMENT SUIVANT.
      * CKF-ETAT : E = TRAITEMENT EN COURS (REPRISE APRES CE POINT),
      * T = TRAITEMENT ARRIVE A SON TERME (RIEN A REPRENDRE).
      * CKF-PHASE : TOUJOURS 1 POUR TPPRJ2 ; POUR TPPRJ14, 1 =
      * IMPUTATION DE LA REMISE, 2 = IMPUTATION DES CREDITS,
      * 3 = BALANCE AGEE ET RELANCES.
      * CKF-NB-LUS : ARTICLES DEJA TRAITES DANS LA PHASE ;
      * CKF-MATRICUL/CKF-PERIODE : DERNIERE CLE TRAITEE.
      * CKF-NB-LGN-1/2 : LIGNES DEJA ECRITES SUR LES ETATS (LST PUIS
      * SUSP POUR TPPRJ2, LST PUIS PAIREJ POUR TPPRJ14) : A LA
      * REPRISE LES ETATS SONT RAMENES A CE POINT AVANT D'ETRE
      * CONTINUES, POUR DONNER LE MEME ETAT QU'UN PASSAGE D'UN SEUL
      * TENANT. CKF-CUMULS PORTE LES TOTAUX COURANTS DU PROGRAMME.
       01  ECKF.
           05 CKF-PROG       PIC X(8).
           05 CKF-ETAT       PIC X.
           05 CKF-PHASE      PIC X.
           05 CKF-DAT        PIC 9(8).
           05 CKF-TIM        PIC X(8).
           05 CKF-NB-LUS     PIC 9(6).
           05 CKF-MATRICUL   PIC 9(6).
           05 CKF-PERIODE    PIC 9(6).
           05 CKF-NO-QUITT   PIC 9(8).
           05 CKF-NO-REMISE  PIC 9(6).
           05 CKF-FREQ       PIC X.
           05 CKF-MOIS-FACT  PIC 99.
           05 CKF-NO-PAGE    PIC 999.
           05 CKF-LGN-PAGE   PIC 999.
           05 CKF-NB-LGN-1   PIC 9(6).
           05 CKF-NB-LGN-2   PIC 9(6).
           05 CKF-CUMULS     PIC X(160).
      * TOTAUX DU QUITTANCEMENT (TPPRJ2), REPRIS SUR BIL/BILAN.
           05 CKF-CUMULS-FACT REDEFINES CKF-CUMULS.
              10 CKF-NB-QUITT     PIC 9(6).
              10 CKF-TOT-FACTURE  PIC 9(7)V99.
              10 CKF-TOT-TAXE     PIC 9(7)V99.
              10 CKF-NB-SUSPENS   PIC 9(6).
              10 CKF-NB-SURCH     PIC 9(6).
              10 CKF-NB-GAR-INC   PIC 9(6).
              10 CKF-NB-SANS-DATE PIC 9(6).
              10 CKF-NB-MULTI     PIC 9(6).
              10 CKF-TOT-MULTI    PIC 9(7)V99.
              10 FILLER           PIC X(97).
      * TOTAUX DU RAPPROCHEMENT DES REGLEMENTS (TPPRJ14).
           05 CKF-CUMULS-REGL REDEFINES CKF-CUMULS.
              10 CKF-NB-PAIE-LUS  PIC 9(6).
              10 CKF-NB-PAIE-APPL PIC 9(6).
              10 CKF-NB-PAIE-SSQ  PIC 9(6).
              10 CKF-NB-PAIE-DBL  PIC 9(6).
              10 CKF-NB-MAT-INC   PIC 9(6).
              10 CKF-NB-PAIE-REJ  PIC 9(6).
              10 CKF-NB-REINTEG   PIC 9(6).
              10 CKF-NB-EXCEDENTS PIC 9(6).
              10 CKF-TOT-EXCEDENT PIC 9(7)V99.
              10 CKF-NB-IMP-CRED  PIC 9(6).
              10 CKF-TOT-IMP-CRED PIC 9(7)V99.
              10 CKF-NB-IMPAYES   PIC 9(6).
              10 CKF-NB-RELANCES  PIC 9(6).
              10 CKF-NB-REL-NIV1  PIC 9(6).
              10 CKF-NB-REL-NIV2  PIC 9(6).
              10 CKF-NB-REL-NIV3  PIC 9(6).
              10 CKF-NB-REL-DEJA  PIC 9(6).
              10 CKF-NB-PROP-SUSP PIC 9(6).
              10 CKF-TOT-COURANT  PIC 9(7)V99.
              10 CKF-TOT-030      PIC 9(7)V99.
              10 CKF-TOT-060      PIC 9(7)V99.
              10 CKF-TOT-090      PIC 9(7)V99.
              10 CKF-NB-PAIE-AVT  PIC 9(6).
              10 FILLER           PIC X(4).
      * RELANCES DE TPPRJ14 PARTIES PAR NOTIFICATION ELECTRONIQUE
      * SANS COURRIER PAPIER (LE CUMUL DES RELANCES EST PLEIN).
           05 CKF-NB-REL-ELEC PIC 9(6).
           05 FILLER         PIC X(5).
