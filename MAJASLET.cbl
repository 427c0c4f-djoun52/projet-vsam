       77  WS-NONAFF      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASLET'.
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
      * L'EXCEDENT AU-DELA DE TOUTE ECHEANCE OUVERTE ET LES PAIEMENTS
      * SANS ECHEANCIER SORTENT SUR LE RAPPORT DES FONDS NON AFFECTES
      * POUR APUREMENT QUOTIDIEN DES COMPTES D'ATTENTE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT ECHEANC
           OPEN OUTPUT LETTRE
           OPEN OUTPUT NONAFF
           PERFORM TEST-STAT-ECH
           PERFORM TEST-STAT-LETTRE
           PERFORM TEST-STAT-NONAFF
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
      * LETTRAGE QUOTIDIEN : LUS = PAIEMENTS, ECRITS = AFFECTATIONS,
      * REJETES = PAIEMENTS NON AFFECTES
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-PAI-LUS TO RUN-NB-LUS
           MOVE CPT-AFFECT TO RUN-NB-ECRITS
           MOVE CPT-PAI-NON-AFF TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       SCAN-TRL-ECHEANC.
      * PRE-LECTURE COMPLETE DE L'ECHEANCIER POUR VERIFIER LE TOTAL
