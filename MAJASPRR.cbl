       77  WS-REJPRL      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASPRR'.
           05 RUN-PHASE      PIC X.
           05 RUN-NB-LUS     PIC 9(8).
           05 RUN-NB-ECRITS  PIC 9(8).
           05 RUN-NB-REJETES PIC 9(8).
           05 RUN-CODE-RET   PIC 9(2).
           05 RUN-IND-RECONC PIC X.
           05 RUN-CTRL-EXPL  PIC X VALUE 'S'.
           05 RUN-DT-EXPL    PIC 9(8).
           05 RUN-DT-EXPL-ED PIC X(10).
           05 RUN-IND-EXPL   PIC X.
             88 RUN-EXPL-OK     VALUE 'O'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
      * ENCAISSEMENTS DU FICHIER PAIE ; LES REJETS SONT LISTES AVEC
      * LE MOTIF BANCAIRE ET RESTENT IMPAYES, ILS RETOMBERONT DONC
      * DANS LES CIRCUITS D'ARRIERES ET DE RELANCE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT RETPRL
           OPEN OUTPUT REJPRL
           PERFORM TEST-STAT-RETPRL
           CLOSE REJPRL
           PERFORM TEST-STAT-RETPRL
           PERFORM TEST-STAT-REJPRL
           PERFORM FIN-RUNLOG
           GOBACK
           .
       DEBUT-RUNLOG.
      * OUVERTURE DE LA LIGNE DE PILOTAGE DU RUN DANS TRUNLOG
           MOVE 'D' TO RUN-PHASE
           MOVE 0 TO RUN-NB-LUS RUN-NB-ECRITS RUN-NB-REJETES
               RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
      * RUN REFUSE HORS DE LA DATE D'EXPLOITATION ATTENDUE (DEJA
      * PASSE SUR CETTE DATE, DATE EN RECUL OU CYCLE SAUTE) : RIEN
      * N'EST TRAITE, CODE RETOUR 12
           IF NOT RUN-EXPL-OK
             DISPLAY 'RUN REFUSE : DATE D''EXPLOITATION ' RUN-DT-EXPL
                 ' INDICATEUR ' RUN-IND-EXPL
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       FIN-RUNLOG.
      * CHARGEMENT QUOTIDIEN DES RETOURS BANCAIRES : ECRITS = RETOURS
      * APPLIQUES, REJETES = RETOURS INCONNUS OU EN DOUBLE
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-RET-LUS TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = CPT-RET-HONORES + CPT-RET-REJETES
           COMPUTE RUN-NB-REJETES = CPT-RET-INCONNUS + CPT-RET-DOUBLONS
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       SCAN-TRL-RETPRL.
      * PRE-LECTURE COMPLETE DU FICHIER RETOUR POUR VERIFIER LE TOTAL
             MOVE RET-MATRICUL TO P-MAT
             MOVE RET-DT-PRL   TO P-DT-PAIE
             MOVE RET-MNT      TO P-MNT-PAIE
             MOVE 0            TO P-DT-EXPORT
             EXEC SQL
               INSERT INTO TPAIEMENTS
               VALUES (:P-MAT, :P-DT-PAIE, :P-MNT-PAIE, :P-DT-EXPORT)
             END-EXEC
             IF SQLCODE = -803
               ADD 1 TO CPT-RET-DOUBLONS
