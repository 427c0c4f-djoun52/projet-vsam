      * THRES - HOST STRUCTURE FOR TABLE THISTRES (DCLGEN STYLE)
      * HISTORIQUE PERMANENT DES REVISIONS DE RESERVE : UNE LIGNE PAR
      * REVISION APPLIQUEE PAR MAJASRSV, AVEC LA RESERVE AVANT ET
      * APRES REVISION. LE MOUVEMENT DE RESERVE D'UNE PERIODE EST LA
      * SOMME DE (MNT_AP - MNT_AV) SUR LES DATES DE REVISION
       01  DCLTHISTRES.
           05 HR-MAT          PIC X(6).
           05 HR-NUM-VEHIC    PIC 9(2).
           05 HR-DT-SIN       PIC 9(8).
           05 HR-DT-REV       PIC 9(8).
           05 HR-MNT-AV       PIC 9(6)V99.
           05 HR-MNT-AP       PIC 9(6)V99.
