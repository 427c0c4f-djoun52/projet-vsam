      * TSIN - HOST STRUCTURE FOR TABLE TSINISTRES (DCLGEN STYLE)
      * UN ENREGISTREMENT PAR SINISTRE DECLARE SUR UNE POLICE ;
      * NUM_VEHIC = 0 QUAND LE SINISTRE NE VISE PAS UN VEHICULE
      * PRECIS. STATUT 'O' = OUVERT, 'C' = CLOS. MNT_SIN EST
      * L'ESTIMATION INITIALE DECLAREE, MNT_RES LA RESERVE COURANTE
      * (EGALE A MNT_SIN A LA DECLARATION, REVISEE PAR MAJASRSV)
       01  DCLTSINISTRES.
           05 S-MAT           PIC X(6).
           05 S-NUM-VEHIC     PIC 9(2).
           05 S-STATUT        PIC X.
             88 S-OUVERT        VALUE 'O'.
             88 S-CLOS          VALUE 'C'.
           05 S-MNT-RES       PIC 9(6)V99.
