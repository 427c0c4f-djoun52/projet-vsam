      * TPER - HOST STRUCTURE FOR TABLE TPERCPT (DCLGEN STYLE)
      * CALENDRIER DES PERIODES COMPTABLES : UNE LIGNE PAR MOIS (CLE
      * PERIODE AAAAMM). STATUT 'O' PERIODE OUVERTE, 'C' PERIODE CLOSE
      * PAR MAJASCLO APRES CONTROLE DES ECRITURES DU MOIS, QUI OUVRE LA
      * PERIODE SUIVANTE. DATE D'EXPLOITATION DE LA CLOTURE, NOMBRE
      * D'ECRITURES ET TOTAUX DEBIT / CREDIT ARRETES. UNE ECRITURE
      * DATEE DANS UNE PERIODE CLOSE EST REPORTEE AU PREMIER JOUR DE LA
      * PREMIERE PERIODE OUVERTE (SOUS-PROGRAMME SPPERCPT)
       01  DCLTPERCPT.
           05 PC-PERIODE      PIC 9(6).
           05 PC-STATUT       PIC X.
             88 PC-OUVERTE      VALUE 'O'.
             88 PC-CLOSE        VALUE 'C'.
           05 PC-DT-CLOT      PIC 9(8).
           05 PC-NB-ECR       PIC 9(6).
           05 PC-TOT-DEBIT    PIC 9(11)V99.
           05 PC-TOT-CREDIT   PIC 9(11)V99.
