      * TMVTC - HOST STRUCTURE FOR TABLE TMVTCOND (DCLGEN STYLE)
      * MOUVEMENTS CONDUCTEURS EN ATTENTE D'APPLICATION SUR TCONDUCT :
      * 'A' AJOUT, 'U' MODIFICATION, 'X' RETRAIT
       01  DCLTMVTCOND.
           05 MC-MAT          PIC X(6).
           05 MC-NUM-COND     PIC 9(2).
           05 MC-ACTION       PIC X.
           05 MC-NOM-PRN      PIC X(20).
           05 MC-DT-NAISS     PIC 9(8).
           05 MC-DT-PERMIS    PIC 9(8).
           05 MC-NUM-VEHIC    PIC 9(2).
           05 MC-PRINCIPAL    PIC X.
