      * PROREC - PROPOSITION DE RATTACHEMENT A UNE MEME PERSONNE
      * (FICHIER PRSPRO), ECRITE PAR LA DETECTION DES DOUBLONS
      * TPPRJ19 : UN ENREGISTREMENT PAR POLICE D'UN GROUPE AU MEME
      * NOM ET CODE POSTAL, LES POLICES D'UN GROUPE SE SUIVENT SOUS
      * LE MEME PRO-GROUPE. LE DIALOGUE TPPRJ88 PRESENTE CHAQUE
      * GROUPE A L'OPERATEUR, QUI CONFIRME OU ECARTE LE
      * RATTACHEMENT. PRO-PRS-ID : PERSONNE DE LA POLICE AU MOMENT
      * DE LA DETECTION (ZERO = AUCUNE).
       01  EPRO.
           05 PRO-GROUPE       PIC 9(5).
           05 PRO-MATRICUL     PIC 9(6).
           05 PRO-NOM          PIC X(20).
           05 PRO-ADRS         PIC X(18).
           05 PRO-CP           PIC 9(5).
           05 PRO-VLL          PIC X(12).
           05 PRO-PRS-ID       PIC 9(6).
           05 FILLER           PIC X(8).
