       77  WS-SINPRM      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASSP '.
           05 RUN-PHASE      PIC X.
           05 RUN-NB-LUS     PIC 9(8).
           05 RUN-NB-ECRITS  PIC 9(8).
           05 RUN-NB-REJETES PIC 9(8).
           05 RUN-CODE-RET   PIC 9(2).
           05 RUN-IND-RECONC PIC X.
           05 RUN-CTRL-EXPL  PIC X VALUE 'P'.
           05 RUN-DT-EXPL    PIC 9(8).
           05 RUN-DT-EXPL-ED PIC X(10).
           05 RUN-IND-EXPL   PIC X.
             88 RUN-EXPL-OK     VALUE 'O'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
      * ELLE N'A PAS DE VEHICULE) ET RAPPROCHEE DU CUMUL TSINISTRES
      * DE LA POLICE. LES RATIOS PRODUITS ALIMENTENT LE PARAMETRAGE
      * DES POURCENTAGES DE LA REVISION TARIFAIRE MAJASREV
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT SINPRM
           PERFORM TEST-STAT-SINPRM
      * AFFICHAGE DE LA DATE ET DE L'HEURE
           PERFORM EDITE-RAPPORT
           CLOSE SINPRM
           PERFORM TEST-STAT-SINPRM
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
      * RAPPORT S/P PERIODIQUE : LUS = POLICES ACTIVES RAPPROCHEES
           MOVE 'F' TO RUN-PHASE
           MOVE NB-POL-LUES TO RUN-NB-LUS
           MOVE 0 TO RUN-NB-ECRITS
           MOVE 0 TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       INIT-TABLEAUX.
           PERFORM VARYING CPT-TX FROM 1 BY 1 UNTIL CPT-TX > NB-TX-MAX
       CUMUL-POLICE.
           PERFORM CALC-PRM-POLICE
           MOVE 0 TO MNT-SIN-POLICE
      * CHARGE SINISTRE = RESERVE COURANTE (MNT_RES) DE CHAQUE
      * SINISTRE, ESTIMATION INITIALE CORRIGEE DES REVISIONS
           EXEC SQL
             SELECT COALESCE(SUM(MNT_RES), 0) INTO :MNT-SIN-POLICE
               FROM TSINISTRES WHERE MAT = :A-MAT
           END-EXEC
           PERFORM TEST-SQLCODE
