       77  WS-RAPBNM      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASBNM'.
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
      * NOUVEAU CODE EST VALIDE CONTRE TCPTAUX PUIS EMIS EN MOUVEMENT
      * 'M' ORDINAIRE DANS TMVTPROJ, POUR QUE THISTMVT TRACE CHAQUE
      * CHANGEMENT DE COEFFICIENT
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT RAPBNM
           PERFORM TEST-STAT-RAPBNM
           PERFORM CREA-DAT-TIME
           PERFORM CREA-TABL-STAT
           CLOSE RAPBNM
           PERFORM TEST-STAT-RAPBNM
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : POLICES RECALCULEES,
      * MOUVEMENTS 'M' EMIS, TAUX INVALIDES ET MOUVEMENTS DEJA EN
      * ATTENTE
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-POL-LUES TO RUN-NB-LUS
           MOVE CPT-MVT-GEN TO RUN-NB-ECRITS
           COMPUTE RUN-NB-REJETES = CPT-TAUX-INVAL + CPT-DEJA-ATT
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CALC-DT-ANREV.
      * BORNE BASSE DE L'ANNEE DE REFERENCE : MEME QUANTIEME UN AN
      * AVANT LA DATE D'EXPLOITATION (TDATEXPL), LE 29 FEVRIER ETANT
      * RAMENE AU 28
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           MOVE WS-DT-JOUR(1:4) TO WS-AAAA
           MOVE WS-DT-JOUR(5:2) TO WS-MM
           MOVE WS-DT-JOUR(7:2) TO WS-JJ
