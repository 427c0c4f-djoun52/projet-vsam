       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASFVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETFVA ASSIGN RETFVA
             FILE STATUS  WS-RETFVA.
           SELECT REJFVA ASSIGN REJFVA
             FILE STATUS  WS-REJFVA.
       DATA DIVISION.
       FILE SECTION.
      * ACCUSE DE RECEPTION DU FICHIER DES VEHICULES ASSURES SUR LA
      * REMISE FVADECL : UNE LIGNE PAR DECLARATION, NUMERO ET
      * IMMATRICULATION D'ORIGINE, DATE DE TRAITEMENT ET CODE RETOUR
      * ('000' = ACCEPTEE, AUTRE = MOTIF DE REJET)
       FD  RETFVA RECORDING F.
       01  ERETFVA.
           05 RTF-NUM-DECL    PIC 9(8).
           05 RTF-IMMAT       PIC X(9).
           05 RTF-DT-TRAIT    PIC 9(8).
           05 RTF-CODE        PIC X(3).
             88 RTF-ACCEPTEE    VALUE '000'.
           05 RTF-LIB         PIC X(40).
           05                 PIC X(12).
       01  ERETFVA-TRL REDEFINES ERETFVA.
           05 TRL-RTF-INDIC   PIC X(6).
             88 RTF-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-RTF-NB-ENR  PIC 9(6).
           05 FILLER          PIC X(68).
       FD  REJFVA RECORDING F.
       01  EREJFVA            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-RETFVA      PIC XX.
       77  WS-REJFVA      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASFVR'.
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
       01  TIM            PIC X(8).
       77  CPT-RET-LUS        PIC 9(6) VALUE 0.
       77  WS-TRL-RTF-NB      PIC 9(6) VALUE 0.
       77  CPT-RET-ACCEPTEES  PIC 9(6) VALUE 0.
       77  CPT-RET-REJETEES   PIC 9(6) VALUE 0.
       77  CPT-RET-INCONNUS   PIC 9(6) VALUE 0.
       77  CPT-RET-DOUBLONS   PIC 9(6) VALUE 0.
       77  CPT-RET-ECART      PIC 9(6) VALUE 0.
       77  NB-DECL-ATTENTE    PIC S9(8) COMP VALUE 0.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TFVA
           END-EXEC.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * TRAITEMENT DE L'ACCUSE DE RECEPTION DU FICHIER DES VEHICULES
      * ASSURES SUR LES DECLARATIONS DE MAJASFVA, COMME MAJASRVI POUR
      * LES VIREMENTS : UNE DECLARATION ACCEPTEE (CODE '000') PASSE
      * AU STATUT 'A' DANS TFVADECL ; UNE DECLARATION REJETEE PASSE AU
      * STATUT 'R' ET EST LISTEE AVEC LE MOTIF DU REGISTRE POUR QUE LA
      * SOUSCRIPTION CORRIGE LE VEHICULE. UN RETOUR SUR NUMERO
      * INCONNU, DEJA TRAITE OU D'IMMATRICULATION DIFFERENTE EST LISTE
      * SANS RIEN MODIFIER
           PERFORM DEBUT-RUNLOG
           OPEN INPUT RETFVA
           OPEN OUTPUT REJFVA
           PERFORM TEST-STAT-RETFVA
           PERFORM TEST-STAT-REJFVA
           PERFORM CREA-DAT-TIME
           PERFORM SCAN-TRL-RETFVA
           CLOSE RETFVA
           OPEN INPUT RETFVA
           PERFORM TEST-STAT-RETFVA
           PERFORM TRAITE-RETOURS
           PERFORM CREA-TABL-STAT
           CLOSE RETFVA
           CLOSE REJFVA
           PERFORM TEST-STAT-RETFVA
           PERFORM TEST-STAT-REJFVA
           EXEC SQL COMMIT END-EXEC
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
      * CHARGEMENT QUOTIDIEN DE L'ACCUSE : ECRITS = RETOURS APPLIQUES,
      * REJETES = RETOURS INCONNUS, EN DOUBLE OU EN ECART
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-RET-LUS TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = CPT-RET-ACCEPTEES
               + CPT-RET-REJETEES
           COMPUTE RUN-NB-REJETES = CPT-RET-INCONNUS + CPT-RET-DOUBLONS
               + CPT-RET-ECART
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       SCAN-TRL-RETFVA.
      * PRE-LECTURE COMPLETE DE L'ACCUSE POUR VERIFIER LE TOTAL DE
      * CONTROLE DU TRAILER AVANT LA MOINDRE MISE A JOUR DB2
           MOVE 0 TO CPT-RET-LUS
           READ RETFVA
           PERFORM UNTIL WS-RETFVA = '10' OR RTF-IS-TRAILER
             ADD 1 TO CPT-RET-LUS
             READ RETFVA
           END-PERFORM
           IF NOT RTF-IS-TRAILER
             DISPLAY 'ERREUR : TRAILER RETFVA ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE TRL-RTF-NB-ENR TO WS-TRL-RTF-NB
           IF WS-TRL-RTF-NB NOT = CPT-RET-LUS
             DISPLAY 'ERREUR : TOTAL CONTROLE RETFVA ATTENDU '
                 WS-TRL-RTF-NB ' LU ' CPT-RET-LUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TRAITE-RETOURS.
           READ RETFVA
           PERFORM UNTIL WS-RETFVA = '10' OR RTF-IS-TRAILER
             PERFORM TRAITE-UN-RETOUR
             READ RETFVA
           END-PERFORM
           .
       TRAITE-UN-RETOUR.
      * LA DECLARATION DOIT EXISTER AU REGISTRE, ETRE ENCORE AU
      * STATUT EMISE ET PORTER L'IMMATRICULATION RESTITUEE
           MOVE RTF-NUM-DECL TO FD-NUM-DECL
           EXEC SQL
             SELECT MAT, NUM_VEHIC, IMMAT, SENS, STATUT
               INTO :FD-MAT, :FD-NUM-VEHIC, :FD-IMMAT, :FD-SENS,
                    :FD-STATUT
               FROM TFVADECL
              WHERE NUM_DECL = :FD-NUM-DECL
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = 100
             ADD 1 TO CPT-RET-INCONNUS
             MOVE ALL ' ' TO EREJFVA
             STRING RTF-NUM-DECL ' ' RTF-IMMAT
                 ' RETOUR SUR DECLARATION INCONNUE'
                 DELIMITED BY SIZE INTO EREJFVA
             WRITE EREJFVA
           WHEN SQLCODE NOT = 0
             PERFORM TEST-SQLCODE
           WHEN NOT FD-EMISE
             ADD 1 TO CPT-RET-DOUBLONS
             MOVE ALL ' ' TO EREJFVA
             STRING RTF-NUM-DECL ' ' RTF-IMMAT
                 ' RETOUR DEJA TRAITE (STATUT ' FD-STATUT ')'
                 DELIMITED BY SIZE INTO EREJFVA
             WRITE EREJFVA
           WHEN RTF-IMMAT NOT = FD-IMMAT
             ADD 1 TO CPT-RET-ECART
             MOVE ALL ' ' TO EREJFVA
             STRING RTF-NUM-DECL ' IMMATRICULATION RETOUR ' RTF-IMMAT
                 ' DECLAREE ' FD-IMMAT DELIMITED BY SIZE INTO EREJFVA
             WRITE EREJFVA
           WHEN RTF-ACCEPTEE
             MOVE 'A' TO FD-STATUT
             PERFORM MAJ-STATUT
             ADD 1 TO CPT-RET-ACCEPTEES
           WHEN OTHER
             PERFORM DECLARATION-REJETEE
           END-EVALUATE
           .
       DECLARATION-REJETEE.
           MOVE 'R' TO FD-STATUT
           PERFORM MAJ-STATUT
           ADD 1 TO CPT-RET-REJETEES
           MOVE ALL ' ' TO EREJFVA
           STRING FD-MAT ' VEHICULE ' FD-NUM-VEHIC ' ' FD-IMMAT ' '
               FD-SENS ' REJET ' RTF-CODE ' DECL ' RTF-NUM-DECL
               DELIMITED BY SIZE INTO EREJFVA
           WRITE EREJFVA
           MOVE ALL ' ' TO EREJFVA
           STRING '       MOTIF ' RTF-LIB
               DELIMITED BY SIZE INTO EREJFVA
           WRITE EREJFVA
           .
       MAJ-STATUT.
           MOVE RTF-DT-TRAIT TO FD-DT-RETOUR
           MOVE RTF-CODE TO FD-CODE-RET
           EXEC SQL
             UPDATE TFVADECL
                SET STATUT = :FD-STATUT, DT_RETOUR = :FD-DT-RETOUR,
                    CODE_RET = :FD-CODE-RET
              WHERE NUM_DECL = :FD-NUM-DECL
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'ACCUSE FICHIER VEHICULES ASSURES' TO
                LGN-DEB3(8:32)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO EREJFVA
           WRITE EREJFVA
           MOVE ALL ' ' TO EREJFVA
           .

       CREA-TABL-STAT.
      * DECLARATIONS ENCORE SANS ACCUSE APRES CE TRAITEMENT
           EXEC SQL
             SELECT COUNT(*) INTO :NB-DECL-ATTENTE
               FROM TFVADECL
              WHERE STATUT = 'E'
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE ALL ' ' TO EREJFVA
           WRITE EREJFVA
           MOVE CPT-RET-LUS TO DIS-RESP
           STRING '309 - NOMBRE DE RETOURS FVA LUS               : '
              DIS-RESP DELIMITED BY SIZE INTO EREJFVA
           WRITE EREJFVA
           MOVE ALL ' ' TO EREJFVA
           MOVE CPT-RET-ACCEPTEES TO DIS-RESP
           STRING '310 - NOMBRE DE DECLARATIONS ACCEPTEES        : '
              DIS-RESP DELIMITED BY SIZE INTO EREJFVA
           WRITE EREJFVA
           MOVE ALL ' ' TO EREJFVA
           MOVE CPT-RET-REJETEES TO DIS-RESP
           STRING '311 - NOMBRE DE DECLARATIONS REJETEES         : '
              DIS-RESP DELIMITED BY SIZE INTO EREJFVA
           WRITE EREJFVA
           MOVE ALL ' ' TO EREJFVA
           MOVE CPT-RET-INCONNUS TO DIS-RESP
           STRING '312 - RETOURS SUR DECLARATION INCONNUE        : '
              DIS-RESP DELIMITED BY SIZE INTO EREJFVA
           WRITE EREJFVA
           MOVE ALL ' ' TO EREJFVA
           MOVE CPT-RET-DOUBLONS TO DIS-RESP
           STRING '313 - RETOURS DEJA TRAITES                    : '
              DIS-RESP DELIMITED BY SIZE INTO EREJFVA
           WRITE EREJFVA
           MOVE ALL ' ' TO EREJFVA
           MOVE CPT-RET-ECART TO DIS-RESP
           STRING '314 - RETOURS EN ECART D''IMMATRICULATION      : '
              DIS-RESP DELIMITED BY SIZE INTO EREJFVA
           WRITE EREJFVA
           MOVE ALL ' ' TO EREJFVA
           MOVE NB-DECL-ATTENTE TO DIS-RESP
           STRING '315 - DECLARATIONS EN ATTENTE D''ACCUSE        : '
              DIS-RESP DELIMITED BY SIZE INTO EREJFVA
           WRITE EREJFVA
           MOVE ALL ' ' TO EREJFVA
           .

       TEST-STAT-RETFVA.
           IF WS-RETFVA NOT = '00'
             DISPLAY 'ERREUR FICHIER RETFVA ' WS-RETFVA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-REJFVA.
           IF WS-REJFVA NOT = '00'
             DISPLAY 'ERREUR FICHIER REJFVA ' WS-REJFVA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
           END-IF
           .
       PARAG-ERR.
           DISPLAY 'ERREUR DB2 ACCUSE FVA'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
