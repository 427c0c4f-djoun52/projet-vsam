       77  WS-STAT        PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASSIN'.
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
      * QUAND LA DECLARATION VISE UN VEHICULE (NUM_VEHIC > 0), CE
      * VEHICULE DOIT EXISTER DANS TVEHICULES. LES SINISTRES ACCEPTES
      * SONT CREES OUVERTS (STATUT 'O') DANS TSINISTRES
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT ANO
           OPEN OUTPUT STAT
           PERFORM TEST-STAT-STAT
           CLOSE STAT
           PERFORM TEST-STAT-ANO
           PERFORM TEST-STAT-STAT
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
      * APPLICATION QUOTIDIENNE DES SINISTRES : ECRITS = SINISTRES
      * APPLIQUES, REJETES = SINISTRES EN ANOMALIE
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-SIN-LUS TO RUN-NB-LUS
           MOVE CPT-SIN-APPL TO RUN-NB-ECRITS
           MOVE CPT-SIN-ANO TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       LOAD-MAT-VALIDES.
           EXEC SQL OPEN CURSA END-EXEC
           MOVE SM-TYPE-SIN  TO S-TYPE-SIN
           MOVE SM-MNT-SIN   TO S-MNT-SIN
           MOVE 'O'          TO S-STATUT
           MOVE SM-MNT-SIN   TO S-MNT-RES
           EXEC SQL
             INSERT INTO TSINISTRES
             VALUES (:S-MAT, :S-NUM-VEHIC, :S-DT-SIN, :S-TYPE-SIN,
               :S-MNT-SIN, :S-STATUT, :S-MNT-RES)
           END-EXEC
           IF SQLCODE = -803
             ADD 1 TO CPT-SIN-ANO
