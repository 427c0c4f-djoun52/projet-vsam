       77  WS-ARRIER      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASPAI'.
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
      * DATE EST ATTEINTE A LA DATE D'ARRETE PARAMETREE SONT
      * EXIGIBLES, ET L'AGE DU RETARD EST COMPTE DEPUIS LA PLUS
      * ANCIENNE ECHEANCE NON COUVERTE PAR LES PAIEMENTS RECUS
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PAIE
           OPEN INPUT PARM
           OPEN OUTPUT ANO
           PERFORM TEST-STAT-ECH
           PERFORM TEST-STAT-ANO
           PERFORM TEST-STAT-ARRIER
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
      * CHARGEMENT QUOTIDIEN DES PAIEMENTS : LUS/ECRITS/REJETES DU
      * FICHIER PAIE
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-PAI-LU TO RUN-NB-LUS
           MOVE CPT-PAI-CHARGES TO RUN-NB-ECRITS
           COMPUTE RUN-NB-REJETES = CPT-PAI-INCONNUS + CPT-PAI-DOUBLONS
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-ARRETE IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : DATE D''ARRETE INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
      * DATE D'ARRETE A ZERO : ARRETE A LA DATE D'EXPLOITATION
           IF PARM-DT-ARRETE = 0
             MOVE RUN-DT-EXPL TO WS-DT-ARRETE
           ELSE
             MOVE PARM-DT-ARRETE TO WS-DT-ARRETE
           END-IF
           .

       SCAN-TRL-PAIE.
             MOVE PAI-MATRICUL TO P-MAT
             MOVE PAI-DT-PAIE  TO P-DT-PAIE
             MOVE PAI-MNT      TO P-MNT-PAIE
             MOVE 0            TO P-DT-EXPORT
             EXEC SQL
               INSERT INTO TPAIEMENTS
               VALUES (:P-MAT, :P-DT-PAIE, :P-MNT-PAIE, :P-DT-EXPORT)
             END-EXEC
             IF SQLCODE = -803
               ADD 1 TO CPT-PAI-DOUBLONS
