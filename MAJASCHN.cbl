       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASCHN'.
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
      * SEQUENCE ATTENDUE DE LA CHAINE NOCTURNE : TOUT PROGRAMME
      * MANQUANT, SANS FIN (ABEND), EN CODE RETOUR NON NUL OU EN
      * ECART DE RECONCILIATION EST SIGNALE
           EXEC SQL DECLARE CURSC CURSOR FOR
               SELECT PROGRAMME, DT_DEB, HR_DEB, DT_FIN, HR_FIN,
                      NB_LUS, NB_ECRITS, NB_REJETES, CODE_RET,
                      IND_RECONC, DT_EXPL
                 FROM TRUNLOG
                WHERE PROGRAMME = :RL-PROGRAMME
                ORDER BY DT_DEB DESC, HR_DEB DESC
      * DERNIERE LIGNE TRUNLOG EST RELUE ET LES INCIDENTS (ETAPE
      * MANQUANTE OU NON LANCEE SUR LA CHAINE DU JOUR, ABEND, CODE
      * RETOUR, RECONCILIATION) SONT SIGNALES SUR UN SEUL COMPTE
      * RENDU AU LIEU DE SIX FICHIERS. LA DATE DE CHAINE EST LA
      * DATE D'EXPLOITATION (TDATEXPL) DE LA CHAINE CONTROLEE, OU
      * CELLE DONNEE EN PARAMETRE POUR CONTROLER UN CYCLE PASSE :
      * UNE ETAPE DONT LE DERNIER RUN PORTE UNE DATE D'EXPLOITATION
      * ANTERIEURE N'A PAS TOURNE SUR CE CYCLE (SON VIEUX 'OK' NE
      * DOIT PAS MASQUER L'INCIDENT)
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT CHAINE
           PERFORM TEST-STAT-PARM
           CLOSE CHAINE
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-CHAINE
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : ETAPES CONTROLEES, LIGNES
      * D'ETAT ECRITES ET ALERTES LEVEES
           MOVE 'F' TO RUN-PHASE
           MOVE NB-PROG-CHAINE TO RUN-NB-LUS
           MOVE NB-PROG-CHAINE TO RUN-NB-ECRITS
           MOVE CPT-ALERTES TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
      * DATE A ZERO : LE CYCLE CONTROLE EST CELUI DE LA DATE
      * D'EXPLOITATION EN COURS
           IF PARM-DT-CHAINE IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : DATE DE CHAINE INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-CHAINE = 0
             MOVE RUN-DT-EXPL TO WS-DT-CHAINE
           ELSE
             MOVE PARM-DT-CHAINE TO WS-DT-CHAINE
           END-IF
           .

       CONTROLE-ETAPE.
               INTO :RL-PROGRAMME, :RL-DT-DEB, :RL-HR-DEB,
                    :RL-DT-FIN, :RL-HR-FIN, :RL-NB-LUS,
                    :RL-NB-ECRITS, :RL-NB-REJETES, :RL-CODE-RET,
                    :RL-IND-RECONC, :RL-DT-EXPL
           END-EXEC
           IF SQLCODE = 0
             SET RUN-TROUVE TO TRUE
           MOVE RL-NB-REJETES TO DIS-REJETES
           MOVE ALL ' ' TO ECHAINE
           EVALUATE TRUE
           WHEN RL-DT-EXPL < WS-DT-CHAINE
             ADD 1 TO CPT-ALERTES
             STRING CH-PROG(CPT-PROG) ' *** ETAPE NON LANCEE SUR LA '
                 'CHAINE DU ' WS-DT-CHAINE ' (DERNIER RUN '
                 RL-DT-EXPL ')' DELIMITED BY SIZE INTO ECHAINE
           WHEN RL-DT-FIN = 0
             ADD 1 TO CPT-ALERTES
             STRING CH-PROG(CPT-PROG) ' *** ABEND : DEBUTE LE '
