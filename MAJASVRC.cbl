       77  WS-VRC         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASVRC'.
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
      * CHAQUE ECART EST LISTE, AINSI QUE LES POLICES ACTIVES SANS
      * AUCUN VEHICULE, ET LE COMPTE RENDU SE TERMINE PAR LES
      * TOTAUX RECONCILIES/EN ECART A ARCHIVER AVEC LE RUN
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT VRC
           PERFORM TEST-STAT-VRC
      * AFFICHAGE DE LA DATE ET DE L'HEURE
           PERFORM CREA-TABL-STAT
           CLOSE VRC
           PERFORM TEST-STAT-VRC
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
      * CONTROLE RELANCABLE POLICE/VEHICULES : REJETES = ECARTS ET
      * POLICES SANS VEHICULE
           MOVE 'F' TO RUN-PHASE
           MOVE NB-COMPARE TO RUN-NB-LUS
           MOVE NB-RECONCILIES TO RUN-NB-ECRITS
           COMPUTE RUN-NB-REJETES = NB-ECART + NB-SANS-VEHIC
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       COMPARE-POLICE.
           ADD 1 TO NB-COMPARE
