      *      APPEL AJOUTE UN ENREGISTREMENT HORODATE AU FICHIER
      *      JEXEC (EXTEND) : PROGRAMME, EVENEMENT (DEBUT / FIN /
      *      ABANDON), COMPTEUR TRAITE, FILE STATUS EN CAUSE ET
      *      CODE RETOUR, AINSI QUE L'OPERATEUR SIGNE (RENDU PAR
      *      OPECHK, BATCH QUAND LE PROGRAMME TOURNE SANS
      *      SIGNATURE). LE PUPITRE TPPRJ31 EN TIRE LE JOURNAL DE
      *      BORD D'UNE JOURNEE. UN INCIDENT SUR JEXEC LUI-MEME EST
      *      SIGNALE MAIS NE FAIT JAMAIS TOMBER LE PROGRAMME
      *      APPELANT.
       77  WS-JEX         PIC XX.
       01  WS-DATE-SYS    PIC 9(8).
       01  WS-HEURE-SYS   PIC 9(8).
       77  SOUSPROG-OPE   PIC X(8) VALUE 'OPECHK'.
       77  WS-OPE-ACTION  PIC X      VALUE 'Q'.
       77  WS-OPE-CODE    PIC X      VALUE SPACE.
       01  WS-OPE-OBJET   PIC X(20)  VALUE SPACE.
       77  WS-OPE-ETAT    PIC X      VALUE SPACE.
       01  WS-OPE-ID      PIC X(8)   VALUE SPACE.
       77  WS-OPE-AGC     PIC X      VALUE SPACE.
       LINKAGE SECTION.
       01  LK-PROG        PIC X(8).
       01  LK-EVT         PIC X(8).
             MOVE LK-NB TO JEX-NB
             MOVE LK-FS TO JEX-FS
             MOVE LK-RC TO JEX-RC
             CALL SOUSPROG-OPE USING WS-OPE-ACTION LK-PROG
                  WS-OPE-CODE WS-OPE-OBJET WS-OPE-ETAT WS-OPE-ID
                  WS-OPE-AGC
             MOVE WS-OPE-ID TO JEX-OPID
             WRITE EJEX
             CLOSE JEXEC
           END-IF
