      * TVIR - HOST STRUCTURE FOR TABLE TVIREMENT (DCLGEN STYLE)
      * REGISTRE DES VIREMENTS EMIS VERS LA BANQUE : UNE LIGNE PAR
      * REGLEMENT DE SINISTRE (TREGSIN) OU RISTOURNE (REMBOUR) MIS EN
      * PAIEMENT PAR MAJASVIR. LA REFERENCE EST LA CLE : SA PRESENCE
      * INTERDIT DE PAYER DEUX FOIS LE MEME ELEMENT. LE STATUT PASSE
      * DE 'E' (EMIS) A 'X' (EXECUTE) OU 'R' (REJETE) AU RETOUR
      * BANCAIRE TRAITE PAR MAJASRVI
       01  DCLTVIREMENT.
           05 VI-REF          PIC X(25).
           05 VI-TYPE         PIC X.
             88 VI-SINISTRE     VALUE 'S'.
             88 VI-RISTOURNE    VALUE 'R'.
           05 VI-MAT          PIC X(6).
           05 VI-NOM-PRN      PIC X(20).
           05 VI-MNT          PIC 9(6)V99.
           05 VI-DT-EMIS      PIC 9(8).
           05 VI-STATUT       PIC X.
             88 VI-EMIS         VALUE 'E'.
             88 VI-EXECUTE      VALUE 'X'.
             88 VI-REJETE       VALUE 'R'.
           05 VI-DT-RETOUR    PIC 9(8).
           05 VI-CODE-RET     PIC X(2).
