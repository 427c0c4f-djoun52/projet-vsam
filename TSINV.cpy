      * TSINV - HOST STRUCTURE FOR TABLE TSINRSV (DCLGEN STYLE)
      * REVISIONS DE RESERVE DE SINISTRES EN ATTENTE D'APPLICATION
      * SUR TSINISTRES, CHARGEES PAR FEEDT DEPUIS LE FICHIER RSV. LE
      * TRIPLET (MAT, NUM_VEHIC, DT_SIN) IDENTIFIE LE SINISTRE VISE,
      * MNT_RES EST LA NOUVELLE RESERVE (ESTIMATION RESTANT DUE)
       01  DCLTSINRSV.
           05 SV-MAT          PIC X(6).
           05 SV-NUM-VEHIC    PIC 9(2).
           05 SV-DT-SIN       PIC 9(8).
           05 SV-DT-REV       PIC 9(8).
           05 SV-MNT-RES      PIC 9(6)V99.
