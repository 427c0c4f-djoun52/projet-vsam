      * TCOND - HOST STRUCTURE FOR TABLE TCONDUCT (DCLGEN STYLE)
      * CONDUCTEURS DESIGNES D'UNE POLICE, CLE (MAT, NUM_COND) :
      * DATE DE NAISSANCE ET DATE DE PERMIS AAAAMMJJ, VEHICULE
      * CONDUIT (0 = POLICE SANS VEHICULE) ET INDICATEUR DE
      * CONDUCTEUR PRINCIPAL DE CE VEHICULE
       01  DCLTCONDUCT.
           05 C-MAT           PIC X(6).
           05 C-NUM-COND      PIC 9(2).
           05 C-NOM-PRN       PIC X(20).
           05 C-DT-NAISS      PIC 9(8).
           05 C-DT-PERMIS     PIC 9(8).
           05 C-NUM-VEHIC     PIC 9(2).
           05 C-PRINCIPAL     PIC X.
             88 C-COND-PRINCIPAL  VALUE 'O'.
             88 C-COND-SECOND     VALUE 'N'.
