       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASRSV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT  ASSIGN STAT
             FILE STATUS  WS-STAT.
           SELECT ANO     ASSIGN ANO
             FILE STATUS  WS-ANO.
       DATA DIVISION.
       FILE SECTION.
       FD  STAT RECORDING F.
       01  ESTAT             PIC X(80).
       FD  ANO  RECORDING F.
       01  EANO               PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-ANO         PIC XX.
       77  WS-STAT        PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASRSV'.
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
       77  CPT-RSV-LUS        PIC 9(6) VALUE 0.
       77  CPT-RSV-APPL       PIC 9(6) VALUE 0.
       77  CPT-RSV-INCONNUS   PIC 9(6) VALUE 0.
       77  CPT-RSV-DEJA-CLOS  PIC 9(6) VALUE 0.
       77  CPT-RSV-DATE       PIC 9(6) VALUE 0.
       77  CPT-RSV-DOUBLON    PIC 9(6) VALUE 0.
       77  TOT-MNT-HAUSSE     PIC 9(9)V99 VALUE 0.
       77  TOT-MNT-BAISSE     PIC 9(9)V99 VALUE 0.
       77  WS-STATUT-SIN      PIC X.
       77  WS-MNT-RES-AV      PIC 9(6)V99.
       77  DIS-TOT            PIC ZZZZZZZZ9V,99.
       01  DIS-RESP           PIC ZZZZZZZ9.
       77  LGN-DEB2       PIC X(80) VALUE ALL SPACE.
       77  LGN-DEB3       PIC X(80) VALUE ALL SPACE.
       77  LGN-DEB4       PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TSIN
           END-EXEC.
           EXEC SQL
              INCLUDE TSINV
           END-EXEC.
           EXEC SQL
              INCLUDE THRES
           END-EXEC.
      * LES REVISIONS D'UN MEME SINISTRE SONT APPLIQUEES DANS L'ORDRE
      * DE LEUR DATE : LA RESERVE AVANT DE L'UNE EST LA RESERVE APRES
      * DE LA PRECEDENTE
           EXEC SQL DECLARE CURSV CURSOR FOR
               SELECT MAT, NUM_VEHIC, DT_SIN, DT_REV, MNT_RES
                 FROM TSINRSV
                 ORDER BY MAT ASC, NUM_VEHIC ASC, DT_SIN ASC,
                          DT_REV ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * APPLICATION DES REVISIONS DE RESERVE CHARGEES PAR FEEDT DANS
      * TSINRSV : LE SINISTRE VISE (MAT, NUM_VEHIC, DT_SIN) DOIT
      * EXISTER DANS TSINISTRES ET ETRE ENCORE OUVERT. UNE REVISION
      * ACCEPTEE REMPLACE LA RESERVE COURANTE (MNT_RES) ET EST
      * HISTORISEE DANS THISTRES AVEC LA RESERVE AVANT ET APRES ;
      * L'ESTIMATION INITIALE (MNT_SIN) N'EST JAMAIS MODIFIEE
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT ANO
           OPEN OUTPUT STAT
           PERFORM TEST-STAT-STAT
           PERFORM TEST-STAT-ANO
      * AFFICHAGE DE LA DATE ET DE L'HEURE
           PERFORM CREA-DAT-TIME
           EXEC SQL OPEN CURSV END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSV
               INTO :SV-MAT, :SV-NUM-VEHIC, :SV-DT-SIN, :SV-DT-REV,
                    :SV-MNT-RES
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-RSV-LUS
             PERFORM APPLIQUE-REVISION
             EXEC SQL FETCH CURSV
                 INTO :SV-MAT, :SV-NUM-VEHIC, :SV-DT-SIN, :SV-DT-REV,
                      :SV-MNT-RES
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSV END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM CREA-TABL-STAT
           PERFORM VIDE-TSINRSV
           CLOSE ANO
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
      * APPLICATION QUOTIDIENNE DES REVISIONS : ECRITS = REVISIONS
      * APPLIQUEES, REJETES = REVISIONS EN ANOMALIE
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-RSV-LUS TO RUN-NB-LUS
           MOVE CPT-RSV-APPL TO RUN-NB-ECRITS
           COMPUTE RUN-NB-REJETES = CPT-RSV-INCONNUS + CPT-RSV-DEJA-CLOS
               + CPT-RSV-DATE + CPT-RSV-DOUBLON
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       APPLIQUE-REVISION.
      * LE SINISTRE VISE DOIT EXISTER ET ETRE OUVERT : UNE REVISION
      * SUR SINISTRE INCONNU OU DEJA CLOS EST REJETEE EN ANOMALIE, DE
      * MEME QU'UNE REVISION DATEE AVANT LE SINISTRE
           MOVE SPACE TO WS-STATUT-SIN
           MOVE 0 TO WS-MNT-RES-AV
           EXEC SQL
               SELECT STATUT, MNT_RES
                 INTO :WS-STATUT-SIN, :WS-MNT-RES-AV
                 FROM TSINISTRES
                WHERE MAT = :SV-MAT AND NUM_VEHIC = :SV-NUM-VEHIC
                  AND DT_SIN = :SV-DT-SIN
           END-EXEC
           EVALUATE TRUE
           WHEN SQLCODE = 100
             ADD 1 TO CPT-RSV-INCONNUS
             MOVE ALL ' ' TO EANO
             STRING SV-MAT ' REVISION SUR SINISTRE INCONNU DE '
                 'TSINISTRES' DELIMITED BY SIZE INTO EANO
             WRITE EANO
           WHEN SQLCODE NOT = 0
             PERFORM TEST-SQLCODE
           WHEN WS-STATUT-SIN = 'C'
             ADD 1 TO CPT-RSV-DEJA-CLOS
             MOVE ALL ' ' TO EANO
             STRING SV-MAT ' REVISION SUR SINISTRE DEJA CLOS'
                 DELIMITED BY SIZE INTO EANO
             WRITE EANO
           WHEN SV-DT-REV < SV-DT-SIN
             ADD 1 TO CPT-RSV-DATE
             MOVE ALL ' ' TO EANO
             STRING SV-MAT ' REVISION DU ' SV-DT-REV
                 ' ANTERIEURE AU SINISTRE DU ' SV-DT-SIN
                 DELIMITED BY SIZE INTO EANO
             WRITE EANO
           WHEN OTHER
             PERFORM REVISE-RESERVE
           END-EVALUATE
           .
       REVISE-RESERVE.
      * LA REVISION EST HISTORISEE DANS THISTRES PUIS LA RESERVE
      * COURANTE EST REMPLACEE ; LES DEUX ECRITURES VONT ENSEMBLE.
      * UNE REVISION DEJA HISTORISEE POUR LE MEME SINISTRE A LA
      * MEME DATE (RERUN) EST REJETEE SANS TOUCHER LA RESERVE
           MOVE SV-MAT        TO HR-MAT
           MOVE SV-NUM-VEHIC  TO HR-NUM-VEHIC
           MOVE SV-DT-SIN     TO HR-DT-SIN
           MOVE SV-DT-REV     TO HR-DT-REV
           MOVE WS-MNT-RES-AV TO HR-MNT-AV
           MOVE SV-MNT-RES    TO HR-MNT-AP
           EXEC SQL
             INSERT INTO THISTRES
             VALUES (:HR-MAT, :HR-NUM-VEHIC, :HR-DT-SIN, :HR-DT-REV,
               :HR-MNT-AV, :HR-MNT-AP)
           END-EXEC
           IF SQLCODE = -803
             ADD 1 TO CPT-RSV-DOUBLON
             MOVE ALL ' ' TO EANO
             STRING SV-MAT ' REVISION DU ' SV-DT-REV
                 ' DEJA APPLIQUEE' DELIMITED BY SIZE INTO EANO
             WRITE EANO
           ELSE
             PERFORM TEST-SQLCODE
             EXEC SQL
               UPDATE TSINISTRES
                  SET MNT_RES = :SV-MNT-RES
                WHERE MAT = :SV-MAT AND NUM_VEHIC = :SV-NUM-VEHIC
                  AND DT_SIN = :SV-DT-SIN
             END-EXEC
             PERFORM TEST-SQLCODE
             ADD 1 TO CPT-RSV-APPL
             IF SV-MNT-RES > WS-MNT-RES-AV
               COMPUTE TOT-MNT-HAUSSE = TOT-MNT-HAUSSE
                   + SV-MNT-RES - WS-MNT-RES-AV
             ELSE
               COMPUTE TOT-MNT-BAISSE = TOT-MNT-BAISSE
                   + WS-MNT-RES-AV - SV-MNT-RES
             END-IF
           END-IF
           .

       VIDE-TSINRSV.
      * LE RUN S'EST TERMINE SANS ERREUR FATALE : LES REVISIONS
      * TRAITEES SONT RETIREES DE LA TABLE D'ATTENTE POUR QU'UN
      * RERUN NE LES REAPPLIQUE PAS
           EXEC SQL
               DELETE FROM TSINRSV
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL COMMIT END-EXEC
           .

       CREA-TABL-STAT.
           MOVE CPT-RSV-LUS TO DIS-RESP
           STRING '191 - NOMBRE DE REVISIONS DE RESERVE LUES     : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-RSV-APPL TO DIS-RESP
           STRING '192 - NOMBRE DE REVISIONS APPLIQUEES          : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-RSV-INCONNUS TO DIS-RESP
           STRING '193 - REVISIONS SUR SINISTRE INCONNU          : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-RSV-DEJA-CLOS TO DIS-RESP
           STRING '194 - REVISIONS SUR SINISTRE DEJA CLOS        : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-RSV-DATE TO DIS-RESP
           STRING '195 - REVISIONS ANTERIEURES AU SINISTRE       : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-RSV-DOUBLON TO DIS-RESP
           STRING '196 - REVISIONS DEJA APPLIQUEES               : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE TOT-MNT-HAUSSE TO DIS-TOT
           STRING '197 - HAUSSES DE RESERVE       : ' DIS-TOT
              DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE TOT-MNT-BAISSE TO DIS-TOT
           STRING '198 - BAISSES DE RESERVE       : ' DIS-TOT
              DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4) LGN-DEB4(1:4)
           MOVE 'REVISIONS DE RESERVE SINISTRES' TO
                LGN-DEB3(8:30)
           MOVE 'LISTE DES ANOMALIES' TO LGN-DEB4(14:32)
           MOVE DAT TO LGN-DEB3(51:30) LGN-DEB4(51:30)
           MOVE TIM TO LGN-DEB2(73:8)
           STRING LGN-DEB3 DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           STRING LGN-DEB2 DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           STRING LGN-DEB4 DELIMITED BY SIZE INTO EANO
           WRITE EANO
           MOVE ALL SPACE TO EANO
           STRING LGN-DEB2 DELIMITED BY SIZE INTO EANO
           WRITE EANO
           MOVE ALL SPACE TO EANO
           .

       TEST-STAT-STAT.
           IF WS-STAT NOT = '00'
             DISPLAY 'ERREUR FICHIER STAT ' WS-STAT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ANO.
           IF WS-ANO NOT = '00'
             DISPLAY 'ERREUR FICHIER ANO ' WS-ANO
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
           DISPLAY 'ERREUR DB2 REVISIONS DE RESERVE'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.

       WRITE-STAT.
           WRITE ESTAT
           MOVE ALL ' ' TO ESTAT
           .
