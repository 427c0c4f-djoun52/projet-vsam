      * TTRF - HOST STRUCTURE FOR TABLE TTRFPROD (DCLGEN STYLE)
      * REGISTRE DES TRANSFERTS DE PORTEFEUILLE ENTRE PRODUCTEURS :
      * UNE LIGNE PAR POLICE TRANSFEREE (CLE MAT + DT_TRANSF), ANCIEN
      * ET NOUVEAU CODE, DATE D'EFFET DU TRANSFERT ET DATE DU RUN QUI
      * A EMIS LE MOUVEMENT 'M'. LU PAR MAJASCOM POUR REPARTIR LES
      * COMMISSIONS PAR DATE D'ECHEANCE
       01  DCLTTRFPROD.
           05 TRF-MAT         PIC X(6).
           05 TRF-CDE-ANC     PIC X(3).
           05 TRF-CDE-NOUV    PIC X(3).
           05 TRF-DT-TRANSF   PIC 9(8).
           05 TRF-DT-DEMANDE  PIC 9(8).
