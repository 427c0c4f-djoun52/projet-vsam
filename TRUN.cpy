      * JOURNAL DE PILOTAGE DE LA CHAINE BATCH : UNE LIGNE PAR
      * EXECUTION DE PROGRAMME, HORODATAGE DEBUT/FIN (DT EN AAAAMMJJ
      * POUR QUE L'ORDRE CHRONOLOGIQUE SOIT L'ORDRE DE TRI), COMPTEURS
      * ET CODE RETOUR. DT_FIN = 0 TANT QUE LE RUN N'A PAS TERMINE.
      * DT_EXPL EST LA DATE D'EXPLOITATION (TDATEXPL) DU RUN
       01  DCLTRUNLOG.
           05 RL-PROGRAMME    PIC X(8).
           05 RL-DT-DEB       PIC 9(8).
           05 RL-NB-REJETES   PIC 9(8).
           05 RL-CODE-RET     PIC 9(2).
           05 RL-IND-RECONC   PIC X.
           05 RL-DT-EXPL      PIC 9(8).
