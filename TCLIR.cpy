      * TCLIR - HOST STRUCTURE FOR TABLE TCLIPROP (DCLGEN STYLE)
      * PROPOSITIONS DE REGROUPEMENT DE POLICES SOUS UN MEME CLIENT,
      * ECRITES PAR LE RAPPROCHEMENT MAJASCLM : UNE LIGNE PAR POLICE,
      * LES POLICES D'UNE MEME PROPOSITION PORTENT LE MEME NUMERO.
      * NUM_CLI = CLIENT EXISTANT PROPOSE, 0 = NOUVEAU CLIENT.
      * NIVEAU 'A' = NOM, CP ET ADRESSE IDENTIQUES, 'B' = NOM ET CP
      * IDENTIQUES, ADRESSE DIFFERENTE. STATUT 'P' = PROPOSEE,
      * 'V' = VALIDEE, 'R' = REJETEE PAR L'OPERATEUR (MAJASCLI)
       01  DCLTCLIPROP.
           05 PP-NUM-PROP     PIC 9(8).
           05 PP-MAT          PIC X(6).
           05 PP-NUM-CLI      PIC 9(8).
           05 PP-NIVEAU       PIC X.
             88 PP-NIVEAU-SUR   VALUE 'A'.
             88 PP-NIVEAU-PROB  VALUE 'B'.
           05 PP-STATUT       PIC X.
             88 PP-PROPOSEE     VALUE 'P'.
             88 PP-VALIDEE      VALUE 'V'.
             88 PP-REJETEE      VALUE 'R'.
           05 PP-DT-PROP      PIC 9(8).
           05 PP-DT-DECIS     PIC 9(8).
           05 PP-USER-DECIS   PIC X(8).
