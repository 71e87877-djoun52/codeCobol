      * MOTIFREJ - TABLE DES MOTIFS DE REJET DE PRELEVEMENT RENDUS
      * PAR LA BANQUE SUR LE FICHIER DE RETOUR (CODES NORMALISES
      * SEPA A QUATRE CARACTERES), MEME TECHNIQUE VALUE/REDEFINES/
      * OCCURS QUE MOTIFRES : LE CODE, SON LIBELLE POUR LA LISTE ET
      * LE COURRIER AU CLIENT, ET L'INDICATEUR DE DESACTIVATION
      * IMMEDIATE DU MANDAT (O = LE MANDAT NE PEUT PLUS SERVIR,
      * QUEL QUE SOIT LE NOMBRE DE REJETS : COMPTE CLOTURE, MANDAT
      * INEXISTANT OU REVOQUE CHEZ LA BANQUE). UTILISEE PAR TPPRJ60
      * ET LES COURRIERS DE RELANCE DE TPPRJ14. NB-MREJ DONNE LE
      * NOMBRE DE POSTES SERVIS DE LA TABLE.
       01  TABLE-MOTIFS-REJ.
           05  FILLER PIC X(30) VALUE 'AC04COMPTE CLOTURE           O'.
           05  FILLER PIC X(30) VALUE 'AC01COMPTE ERRONE            N'.
           05  FILLER PIC X(30) VALUE 'AM04PROVISION INSUFFISANTE   N'.
           05  FILLER PIC X(30) VALUE 'MD01MANDAT ABSENT OU REVOQUE O'.
           05  FILLER PIC X(30) VALUE 'MD06CONTESTATION DU DEBITEUR N'.
           05  FILLER PIC X(30) VALUE 'MS02REFUS DU DEBITEUR        N'.
           05  FILLER PIC X(30) VALUE 'MS03MOTIF NON COMMUNIQUE     N'.
       01  MREJ-TABLE REDEFINES TABLE-MOTIFS-REJ.
           05  MREJ-ENT OCCURS 7 INDEXED BY IX-MREJ.
               10 MREJ-CODE    PIC X(4).
               10 MREJ-LIB     PIC X(25).
               10 MREJ-DESACT  PIC X.
       01  NB-MREJ             PIC 9     VALUE 7.
