      * TSINE - HOST STRUCTURE FOR TABLE TSINEXAM (DCLGEN STYLE)
      * RESULTAT DE L'EXAMEN DE CHAQUE SINISTRE PAR MAJASSCR : UNE
      * LIGNE PAR SINISTRE EXAMINE, AVEC LES CODES MOTIF RELEVES
      * (SIX CODES DE DEUX CARACTERES). 'S' = SAIN, 'B' = BLOQUE EN
      * ATTENTE DU GESTIONNAIRE, 'L' = LIBERE, 'R' = REFUSE. TANT
      * QUE LE SINISTRE N'EST PAS SAIN OU LIBERE, MAJASREG N'APPLIQUE
      * PAS SES REGLEMENTS. LA DECISION (MAJASLEV) PORTE LA DATE ET
      * L'UTILISATEUR DU GESTIONNAIRE
       01  DCLTSINEXAM.
           05 EX-MAT          PIC X(6).
           05 EX-NUM-VEHIC    PIC 9(2).
           05 EX-DT-SIN       PIC 9(8).
           05 EX-DT-EXAM      PIC 9(8).
           05 EX-MOTIFS.
             10 EX-MOTIF      PIC X(2) OCCURS 6.
           05 EX-STATUT       PIC X.
             88 EX-SAIN         VALUE 'S'.
             88 EX-BLOQUE       VALUE 'B'.
             88 EX-LIBERE       VALUE 'L'.
             88 EX-REFUSE       VALUE 'R'.
           05 EX-DT-DECIS     PIC 9(8).
           05 EX-USER-DECIS   PIC X(8).
