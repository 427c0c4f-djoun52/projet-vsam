           05 TRL-ASR-NB-ENR PIC 9(6).
           05 FILLER         PIC X(81).
       WORKING-STORAGE SECTION.
       77  SOUSPROG1      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASUNL'.
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
       77  WS-ASR         PIC XX.
       77  NB-LIGNE-UNL       PIC 9(6) VALUE 0.
           EXEC SQL
      * DE CONTROLE) : LA SORTIE PASSE TELLE QUELLE LE CONTROLE
      * CHECK-TRL-ASSUR DE LA CHAINE MAJAS, CE QUI PERMET DE
      * RESYNCHRONISER LE COTE VSAM DEPUIS LA BASE A LA DEMANDE
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT ASSUR
           PERFORM TEST-STAT-ASSUR
           EXEC SQL OPEN CURSA END-EXEC
           DISPLAY 'MAJASUNL : ' NB-LIGNE-UNL ' ASSURES DECHARGES'
           CLOSE ASSUR
           PERFORM TEST-STAT-ASSUR
           PERFORM FIN-RUNLOG
           GOBACK
           .
       DEBUT-RUNLOG.
      * OUVERTURE DE LA LIGNE DE PILOTAGE DU RUN DANS TRUNLOG
           MOVE 'D' TO RUN-PHASE
           MOVE 0 TO RUN-NB-LUS RUN-NB-ECRITS RUN-NB-REJETES
               RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG1 USING ZONE-RUNLOG
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
      * DECHARGEMENT A LA DEMANDE : LUS/ECRITS = ASSURES DECHARGES
           MOVE 'F' TO RUN-PHASE
           MOVE NB-LIGNE-UNL TO RUN-NB-LUS
           MOVE NB-LIGNE-UNL TO RUN-NB-ECRITS
           MOVE 0 TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG1 USING ZONE-RUNLOG
           .

       WRITE-ASSUR.
           MOVE ALL ' ' TO EASSUR
