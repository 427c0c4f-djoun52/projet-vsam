      * THIST - HOST STRUCTURE FOR TABLE THISTMVT (DCLGEN STYLE)
      * PERMANENT AUDIT TRAIL OF MOVEMENTS APPLIED TO TASSURES
      * USER_DEM / USER_VAL : OPERATEUR DEMANDEUR ET OPERATEUR QUI A
      * VALIDE UN MOUVEMENT SOUMIS AU CONTROLE A QUATRE YEUX (BLANCS
      * POUR UN MOUVEMENT DE FICHIER NON SOUMIS A VALIDATION)
       01  DCLTHISTMVT.
           05 H-MAT           PIC X(6).
           05 H-CDE-MVT       PIC X.
           05 H-RESULT        PIC X(3).
           05 H-DATE          PIC X(10).
           05 H-HEURE         PIC X(8).
           05 H-USER-DEM      PIC X(8).
           05 H-USER-VAL      PIC X(8).
