      * TRGPD - HOST STRUCTURE FOR TABLE TDEMRGPD (DCLGEN STYLE)
      * JOURNAL DES DEMANDES RGPD SERVIES PAR MAJASRGP : UNE LIGNE PAR
      * NUMERO DE DEMANDE (CLE NUM_DEM, UNE DEMANDE N'EST SERVIE QU'UNE
      * FOIS), TYPE 'E' DOSSIER D'ACCES OU 'C' RECTIFICATION, CRITERE
      * RECU, DATE D'EXPLOITATION ET HEURE DU TRAITEMENT, NOMBRE DE
      * POLICES ET D'ENREGISTREMENTS EXTRAITS, RESULTAT ('OK ' DOSSIER
      * PRODUIT, 'NF ' AUCUNE DONNEE, 'MVT' MOUVEMENT 'M' EMIS)
       01  DCLTDEMRGPD.
           05 DP-NUM-DEM      PIC 9(8).
           05 DP-TYPE-DEM     PIC X.
           05 DP-MAT          PIC X(6).
           05 DP-NOM-PRN      PIC X(20).
           05 DP-CP           PIC 9(5).
           05 DP-DT-TRAIT     PIC 9(8).
           05 DP-HR-TRAIT     PIC X(8).
           05 DP-NB-POL       PIC 9(3).
           05 DP-NB-ENR       PIC 9(6).
           05 DP-RESULT       PIC X(3).
