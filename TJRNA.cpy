      * TJRNA - HOST STRUCTURE FOR TABLE TJRNACCES (DCLGEN STYLE)
      * JOURNAL DES ACCES EN LIGNE : UNE LIGNE PAR MISE A JOUR
      * REUSSIE ET PAR REFUS D'AUTORISATION, ECRITE PAR MAJASAUT.
      * DATE (AAAAMMJJ) ET HEURE A L'HORLOGE. RESULTAT 'OK ' OU
      * 'AUT' ; MOTIF DU REFUS 'UI' OPERATEUR INCONNU, 'IN' INACTIF,
      * 'PR' PROFIL INSUFFISANT
       01  DCLTJRNACCES.
           05 JA-DT-ACCES     PIC 9(8).
           05 JA-HR-ACCES     PIC X(8).
           05 JA-USERID       PIC X(8).
           05 JA-PROGRAMME    PIC X(8).
           05 JA-ACTION       PIC X.
           05 JA-CLE          PIC X(20).
           05 JA-RESULTAT     PIC X(3).
             88 JA-ACCES-OK     VALUE 'OK '.
             88 JA-ACCES-REFUSE VALUE 'AUT'.
           05 JA-MOTIF        PIC X(2).
