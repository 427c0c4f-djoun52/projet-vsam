       77  WS-RAPPUR      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASPUR'.
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
      * TASSURES ET TVEHICULES ; LEURS LIGNES THISTMVT SONT
      * ANONYMISEES (MATRICULE NEUTRALISE, MONTANTS CONSERVES POUR
      * LES STATISTIQUES). LE RAPPORT SE RECONCILIE AVANT/APRES
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT RAPPUR
           PERFORM TEST-STAT-PARM
           CLOSE RAPPUR
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-RAPPUR
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
      * PURGE PERIODIQUE : LUS/ECRITS = POLICES PURGEES
           MOVE 'F' TO RUN-PHASE
           MOVE NB-PUR TO RUN-NB-LUS
           MOVE NB-PUR TO RUN-NB-ECRITS
           MOVE 0 TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
             PERFORM TEST-SQLCODE
             ADD NB-VEH-POL TO NB-VEH-PUR
           END-IF
      * LES CONDUCTEURS DESIGNES (DONNEES PERSONNELLES) PARTENT AVEC
      * LA POLICE
           EXEC SQL
             DELETE FROM TCONDUCT WHERE MAT = :A-MAT
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           EXEC SQL
             DELETE FROM TASSURES WHERE MAT = :A-MAT
           END-EXEC
           PERFORM TEST-SQLCODE
      * LE RATTACHEMENT AU CLIENT DISPARAIT AVEC LA POLICE ; LE CLIENT
      * LUI-MEME EST CONSERVE (AUTRES POLICES, HISTORIQUE COMMERCIAL)
           EXEC SQL
             DELETE FROM TCLIPOL WHERE MAT = :A-MAT
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           IF NB-HIST-POL > 0
             EXEC SQL
               UPDATE THISTMVT
