       77  WS-STAT        PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       77  SOUSPROG4      PIC X(8) VALUE 'SPVALIM'.
       01  ZONE-VALIM.
           05 VM-IMMAT       PIC X(9).
           05 VM-RESULT      PIC X.
             88 VM-IMMAT-VALIDE   VALUE 'O'.
             88 VM-IMMAT-INVALIDE VALUE 'N'.
       77  NB-IMMAT-ACTIF     PIC S9(4) COMP.
       77  WS-IMMAT-AV        PIC X(9).
       77  WS-LIB-IMMAT       PIC X(30).
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASVEH'.
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
           EXEC SQL
              INCLUDE THIST
           END-EXEC.
           EXEC SQL
              INCLUDE TFVAJ
           END-EXEC.
           EXEC SQL DECLARE CURSA CURSOR FOR
               SELECT MAT
                 FROM TASSURES
           END-EXEC
           EXEC SQL DECLARE CURSMV CURSOR FOR
               SELECT MAT, NUM_VEHIC, ACTION, TYPE_VEHIC, TAUX_VEHIC,
                      PRM_VEHIC, IMMAT
                 FROM TMVTVEH
                 ORDER BY MAT ASC, NUM_VEHIC ASC
           END-EXEC
      * DANS TMVTVEH : 'A' AJOUT, 'U' MODIFICATION, 'X' RETRAIT D'UN
      * VEHICULE DE TVEHICULES. LE MATRICULE DOIT EXISTER DANS
      * TASSURES ET LE NUM_VEHIC ETRE UNIQUE PAR POLICE ; CHAQUE
      * MOUVEMENT APPLIQUE EST TRACE DANS THISTMVT. L'IMMATRICULATION
      * D'UN AJOUT OU D'UNE MODIFICATION DOIT ETRE AU FORMAT SIV ET
      * NE PAS ETRE DEJA ASSUREE SUR UNE AUTRE POLICE ACTIVE ; TOUTE
      * ENTREE OU SORTIE DE VEHICULE EST INSCRITE DANS TFVAJRN POUR
      * LA DECLARATION AU FICHIER DES VEHICULES ASSURES (MAJASFVA)
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT ANO
           OPEN OUTPUT STAT
           PERFORM TEST-STAT-STAT
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSMV
               INTO :MV-MAT, :MV-NUM-VEHIC, :MV-ACTION,
                    :MV-TYPE-VEHIC, :MV-TAUX-VEHIC, :MV-PRM-VEHIC,
                    :MV-IMMAT
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM CHERCHE-MAT-VALIDE
             END-IF
             EXEC SQL FETCH CURSMV
                 INTO :MV-MAT, :MV-NUM-VEHIC, :MV-ACTION,
                      :MV-TYPE-VEHIC, :MV-TAUX-VEHIC, :MV-PRM-VEHIC,
                      :MV-IMMAT
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSMV END-EXEC
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
      * APPLICATION QUOTIDIENNE DES MOUVEMENTS VEHICULES : ECRITS =
      * MOUVEMENTS APPLIQUES, REJETES = ANOMALIES ET REFERENCES
           MOVE 'F' TO RUN-PHASE
           COMPUTE RUN-NB-LUS = CPT-AT + CPT-UT + CPT-XT + CPT-GA
               + NB-ANO-REF
           COMPUTE RUN-NB-ECRITS = CPT-AW + CPT-UW + CPT-XW
           COMPUTE RUN-NB-REJETES = CPT-AA + CPT-UA + CPT-XA + CPT-GA
               + NB-ANO-REF
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       LOAD-MAT-VALIDES.
      * CHARGEMENT DES MATRICULES TASSURES EXISTANTS POUR VALIDER LES
           EVALUATE MV-ACTION
           WHEN 'A'
             ADD 1 TO CPT-AT
             PERFORM CTRL-IMMAT
             IF VM-IMMAT-VALIDE
               PERFORM AJOUT-VEHIC
             ELSE
               ADD 1 TO CPT-AA
               PERFORM ECRIT-ANO-IMMAT
             END-IF
           WHEN 'U'
             ADD 1 TO CPT-UT
             PERFORM CTRL-IMMAT
             IF VM-IMMAT-VALIDE
               PERFORM MODIF-VEHIC
             ELSE
               ADD 1 TO CPT-UA
               PERFORM ECRIT-ANO-IMMAT
             END-IF
           WHEN 'X'
             ADD 1 TO CPT-XT
             PERFORM RETRAIT-VEHIC
             WRITE EANO
           END-EVALUATE
           .
       CTRL-IMMAT.
      * FORMAT SIV PAR LE SOUS-PROGRAMME PARTAGE SPVALIM, PUIS
      * UNICITE SUR LES POLICES ACTIVES (LE VEHICULE MODIFIE LUI-MEME
      * N'EST PAS COMPTE)
           MOVE MV-IMMAT TO VM-IMMAT
           CALL SOUSPROG4 USING ZONE-VALIM
           IF VM-IMMAT-INVALIDE
             MOVE 'FORMAT SIV INVALIDE' TO WS-LIB-IMMAT
           ELSE
             MOVE 0 TO NB-IMMAT-ACTIF
             EXEC SQL
               SELECT COUNT(*) INTO :NB-IMMAT-ACTIF
                 FROM TVEHICULES V, TASSURES A
                WHERE V.IMMAT = :MV-IMMAT
                  AND A.MAT = V.MAT AND A.ACTIF = 'O'
                  AND NOT (V.MAT = :MV-MAT
                           AND V.NUM_VEHIC = :MV-NUM-VEHIC)
             END-EXEC
             PERFORM TEST-SQLCODE
             IF NB-IMMAT-ACTIF > 0
               SET VM-IMMAT-INVALIDE TO TRUE
               MOVE 'DEJA ASSUREE SUR UNE POLICE ACTIVE'
                 TO WS-LIB-IMMAT
             END-IF
           END-IF
           .
       ECRIT-ANO-IMMAT.
           MOVE ALL ' ' TO EANO
           STRING MV-MAT ' VEHICULE ' MV-NUM-VEHIC ' ' MV-ACTION
               ' IMMATRICULATION ' MV-IMMAT ' ' WS-LIB-IMMAT
               DELIMITED BY SIZE INTO EANO
           WRITE EANO
           .
       JOURNAL-FVA.
      * ENTREE ('E') OU SORTIE ('S') DU VEHICULE A DECLARER ; FJ-SENS
      * ET FJ-IMMAT SONT POSES PAR L'APPELANT
           MOVE MV-MAT       TO FJ-MAT
           MOVE MV-NUM-VEHIC TO FJ-NUM-VEHIC
           MOVE RUN-DT-EXPL  TO FJ-DT-EXPL
           EXEC SQL
             INSERT INTO TFVAJRN
             VALUES (:FJ-MAT, :FJ-NUM-VEHIC, :FJ-IMMAT, :FJ-SENS,
               :FJ-DT-EXPL)
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       AJOUT-VEHIC.
      * LA CLE (MAT, NUM_VEHIC) DE TVEHICULES GARANTIT L'UNICITE DU
      * NUMERO DE VEHICULE PAR POLICE : UN DOUBLON RESSORT EN -803
           MOVE MV-TYPE-VEHIC TO V-TYPE-VEHIC
           MOVE MV-TAUX-VEHIC TO V-TAUX-VEHIC
           MOVE MV-PRM-VEHIC  TO V-PRM-VEHIC
           MOVE MV-IMMAT      TO V-IMMAT
           EXEC SQL
             INSERT INTO TVEHICULES
             VALUES (:V-MAT, :V-NUM-VEHIC, :V-TYPE-VEHIC,
               :V-TAUX-VEHIC, :V-PRM-VEHIC, :V-IMMAT)
           END-EXEC
           IF SQLCODE = -803
             ADD 1 TO CPT-AA
             MOVE MV-PRM-VEHIC  TO H-PRMBS-AP
             MOVE MV-TAUX-VEHIC TO H-TAUX-AP
             PERFORM WRITE-HIST-VEHIC
             MOVE MV-IMMAT TO FJ-IMMAT
             MOVE 'E' TO FJ-SENS
             PERFORM JOURNAL-FVA
           END-IF
           .
       MODIF-VEHIC.
           MOVE 0 TO H-PRMBS-AV
           MOVE SPACES TO H-TAUX-AV
           MOVE SPACES TO WS-IMMAT-AV
           EXEC SQL
             SELECT PRM_VEHIC, TAUX_VEHIC, IMMAT
               INTO :H-PRMBS-AV, :H-TAUX-AV, :WS-IMMAT-AV
               FROM TVEHICULES
              WHERE MAT = :MV-MAT AND NUM_VEHIC = :MV-NUM-VEHIC
           END-EXEC
             UPDATE TVEHICULES
                SET TYPE_VEHIC = :MV-TYPE-VEHIC,
                    TAUX_VEHIC = :MV-TAUX-VEHIC,
                    PRM_VEHIC = :MV-PRM-VEHIC,
                    IMMAT = :MV-IMMAT
              WHERE MAT = :MV-MAT AND NUM_VEHIC = :MV-NUM-VEHIC
           END-EXEC
           IF SQLCODE = 100
             MOVE MV-PRM-VEHIC  TO H-PRMBS-AP
             MOVE MV-TAUX-VEHIC TO H-TAUX-AP
             PERFORM WRITE-HIST-VEHIC
      * CHANGEMENT DE PLAQUE : SORTIE DE L'ANCIENNE (SI ELLE ETAIT
      * RENSEIGNEE) PUIS ENTREE DE LA NOUVELLE
             IF MV-IMMAT NOT = WS-IMMAT-AV
               IF WS-IMMAT-AV NOT = SPACES
                 MOVE WS-IMMAT-AV TO FJ-IMMAT
                 MOVE 'S' TO FJ-SENS
                 PERFORM JOURNAL-FVA
               END-IF
               MOVE MV-IMMAT TO FJ-IMMAT
               MOVE 'E' TO FJ-SENS
               PERFORM JOURNAL-FVA
             END-IF
           END-IF
           .
       RETRAIT-VEHIC.
           MOVE 0 TO H-PRMBS-AV
           MOVE SPACES TO H-TAUX-AV
           MOVE SPACES TO WS-IMMAT-AV
           EXEC SQL
             SELECT PRM_VEHIC, TAUX_VEHIC, IMMAT
               INTO :H-PRMBS-AV, :H-TAUX-AV, :WS-IMMAT-AV
               FROM TVEHICULES
              WHERE MAT = :MV-MAT AND NUM_VEHIC = :MV-NUM-VEHIC
           END-EXEC
             MOVE 0      TO H-PRMBS-AP
             MOVE SPACES TO H-TAUX-AP
             PERFORM WRITE-HIST-VEHIC
             MOVE WS-IMMAT-AV TO FJ-IMMAT
             MOVE 'S' TO FJ-SENS
             PERFORM JOURNAL-FVA
           END-IF
           .
       WRITE-HIST-VEHIC.
           MOVE MV-MAT    TO H-MAT
           MOVE MV-ACTION TO H-CDE-MVT
           MOVE 'OK '     TO H-RESULT
           MOVE RUN-DT-EXPL-ED TO H-DATE
           MOVE TIM       TO H-HEURE
           MOVE SPACES    TO H-USER-DEM H-USER-VAL
           EXEC SQL
               INSERT INTO THISTMVT
               VALUES (:H-MAT, :H-CDE-MVT, :H-PRMBS-AV, :H-PRMBS-AP,
                 :H-TAUX-AV, :H-TAUX-AP, :H-RESULT, :H-DATE, :H-HEURE,
                 :H-USER-DEM, :H-USER-VAL)
           END-EXEC
           PERFORM TEST-SQLCODE
           .
