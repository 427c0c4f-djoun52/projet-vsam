      * TTAR - HOST STRUCTURE FOR TABLE TTARIF (DCLGEN STYLE)
      * GRILLE TARIFAIRE : PRIME DE BASE PAR TYPE DE VEHICULE, ZONE
      * (DEPARTEMENT DU CP, '00' = LIGNE NATIONALE PAR DEFAUT) ET
      * CODE TAUX, VALABLE DE DT_DEB A DT_FIN INCLUSES. LUE PAR LE
      * SOUS-PROGRAMME DE TARIFICATION SPTARIF
       01  DCLTTARIF.
           05 TR-TYPE-VEHIC   PIC X.
           05 TR-ZONE         PIC X(2).
           05 TR-TAUX         PIC X(2).
           05 TR-DT-DEB       PIC 9(8).
           05 TR-DT-FIN       PIC 9(8).
           05 TR-PRM-BASE     PIC 9(4)V99.
