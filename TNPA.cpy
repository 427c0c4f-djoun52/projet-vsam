      * TNPA - HOST STRUCTURE FOR TABLE TNPAI (DCLGEN STYLE)
      * COURRIERS REVENUS NPAI (N'HABITE PAS A L'ADRESSE INDIQUEE) :
      * UNE LIGNE PAR MATRICULE (CLE MAT), CHARGEE PAR MAJASNPA.
      * STATUT 'A' ADRESSE NPAI EN COURS : LES PROGRAMMES D'EDITION
      * N'ENVOIENT PLUS DE COURRIER A LA POLICE ; STATUT 'L' LEVE PAR
      * UN MOUVEMENT 'M' CHANGEANT ADRESSE, CP OU VILLE (MAJASDB /
      * MAJASFDB) OU UN RECHARGEMENT FEEDT QUI LES CHANGE. DATE DU
      * DERNIER RETOUR, DOCUMENT REVENU, NOMBRE DE RETOURS, DATE
      * D'EXPLOITATION DE LA POSE ET DE LA LEVEE
       01  DCLTNPAI.
           05 NP-MAT          PIC X(6).
           05 NP-STATUT       PIC X.
             88 NP-ACTIF        VALUE 'A'.
             88 NP-LEVE         VALUE 'L'.
           05 NP-DT-RETOUR    PIC 9(8).
           05 NP-DOC          PIC X(8).
           05 NP-NB-RETOURS   PIC 9(3).
           05 NP-DT-POSE      PIC 9(8).
           05 NP-DT-LEVEE     PIC 9(8).
