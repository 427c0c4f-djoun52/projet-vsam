       77  WS-AUDIT       PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASHIR'.
           05 RUN-PHASE      PIC X.
           05 RUN-NB-LUS     PIC 9(8).
           05 RUN-NB-ECRITS  PIC 9(8).
           05 RUN-NB-REJETES PIC 9(8).
           05 RUN-CODE-RET   PIC 9(2).
           05 RUN-IND-RECONC PIC X.
           05 RUN-CTRL-EXPL  PIC X VALUE 'R'.
           05 RUN-DT-EXPL    PIC 9(8).
           05 RUN-DT-EXPL-ED PIC X(10).
           05 RUN-IND-EXPL   PIC X.
             88 RUN-EXPL-OK     VALUE 'O'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
      * RECOMPOSITION AAAAMMJJ, ET NON DANS LE PREDICAT SQL
           EXEC SQL DECLARE CURSH CURSOR FOR
               SELECT MAT, CDE_MVT, PRMBS_AV, PRMBS_AP, TAUX_AV,
                      TAUX_AP, RESULT, DT_MVT, HR_MVT, USER_DEM,
                      USER_VAL
                 FROM THISTMVT
                ORDER BY MAT ASC
           END-EXEC
      * RAPPORT BATCH SUR L'HISTORIQUE THISTMVT POUR LES REVUES DE
      * CONFORMITE : SELECTION PAR PLAGE DE DATES ('D') OU PLAGE DE
      * MATRICULES ('M') PARAMETREE EN ENTREE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT AUDIT
           PERFORM TEST-STAT-PARM
           EXEC SQL FETCH CURSH
               INTO :H-MAT, :H-CDE-MVT, :H-PRMBS-AV, :H-PRMBS-AP,
                    :H-TAUX-AV, :H-TAUX-AP, :H-RESULT, :H-DATE,
                    :H-HEURE, :H-USER-DEM, :H-USER-VAL
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO NB-MVT-LUS
             EXEC SQL FETCH CURSH
                 INTO :H-MAT, :H-CDE-MVT, :H-PRMBS-AV, :H-PRMBS-AP,
                      :H-TAUX-AV, :H-TAUX-AP, :H-RESULT, :H-DATE,
                      :H-HEURE, :H-USER-DEM, :H-USER-VAL
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSH END-EXEC
           CLOSE AUDIT
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-AUDIT
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : TRACES LUES ET LIGNES
      * D'AUDIT EDITEES
           MOVE 'F' TO RUN-PHASE
           MOVE NB-MVT-LUS TO RUN-NB-LUS
           MOVE NB-LIGNE-AUD TO RUN-NB-ECRITS
           MOVE 0 TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
               ' ' H-RESULT
               DELIMITED BY SIZE INTO EAUDIT
           WRITE EAUDIT
      * LIGNE DE SUITE POUR UN MOUVEMENT PASSE PAR LE CONTROLE A
      * QUATRE YEUX OU SAISI EN LIGNE : DEMANDEUR ET VALIDEUR
           IF H-USER-DEM NOT = SPACES OR H-USER-VAL NOT = SPACES
             MOVE ALL ' ' TO EAUDIT
             STRING '         DEMANDE PAR ' H-USER-DEM
                 ' VALIDE PAR ' H-USER-VAL
                 DELIMITED BY SIZE INTO EAUDIT
             WRITE EAUDIT
           END-IF
           .

       CREA-DAT-TIME.
