       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASCND.

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
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASCND'.
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
       77  CPT-AT             PIC 9(6) VALUE 0.
       77  CPT-AW             PIC 9(6) VALUE 0.
       77  CPT-AA             PIC 9(6) VALUE 0.
       77  CPT-UT             PIC 9(6) VALUE 0.
       77  CPT-UW             PIC 9(6) VALUE 0.
       77  CPT-UA             PIC 9(6) VALUE 0.
       77  CPT-XT             PIC 9(6) VALUE 0.
       77  CPT-XW             PIC 9(6) VALUE 0.
       77  CPT-XA             PIC 9(6) VALUE 0.
       77  CPT-GA             PIC 9(6) VALUE 0.
       77  NB-ANO-REF         PIC S9(8) COMP VALUE 0.
       77  NB-LIGNE-DEB       PIC S9(8) COMP.
       77  NB-LIGNE-FIN       PIC S9(8) COMP.
       77  NB-LIGNE-ATT       PIC S9(8) COMP.
       77  NB-VEH-COND        PIC S9(4) COMP.
       77  NB-PRINC-AUTRE     PIC S9(4) COMP.
       77  IND-RECONC         PIC X VALUE 'N'.
         88 RECONC-OK           VALUE 'O'.
         88 RECONC-KO           VALUE 'N'.
       77  IND-MAT-TROUVE     PIC X VALUE 'N'.
         88 MAT-TROUVE          VALUE 'O'.
         88 MAT-ABSENT          VALUE 'N'.
      * CONTROLE DES DONNEES D'UN AJOUT OU D'UNE MODIFICATION : UN
      * LIBELLE D'ERREUR A BLANC SIGNIFIE MOUVEMENT ACCEPTABLE
       77  WS-LIB-ERREUR      PIC X(40).
       77  WS-DT-CTRL         PIC 9(8).
       77  WS-MM              PIC 99.
       77  WS-JJ              PIC 99.
       77  IND-DATE-CALEND    PIC X VALUE 'N'.
         88 DATE-EXPLOITABLE    VALUE 'O'.
         88 DATE-INEXPLOITABLE  VALUE 'N'.
       01  DIS-RESP           PIC ZZZZZZZ9.
       01  DIS-RESP9          PIC 9(8).
       77  LGN-DEB2       PIC X(80) VALUE ALL SPACE.
       77  LGN-DEB3       PIC X(80) VALUE ALL SPACE.
       77  LGN-DEB4       PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TCOND
           END-EXEC.
           EXEC SQL
              INCLUDE TMVTC
           END-EXEC.
           EXEC SQL DECLARE CURSMC CURSOR FOR
               SELECT MAT, NUM_COND, ACTION, NOM_PRN, DT_NAISS,
                      DT_PERMIS, NUM_VEHIC, PRINCIPAL
                 FROM TMVTCOND
                 ORDER BY MAT ASC, NUM_COND ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * APPLICATION BATCH DES MOUVEMENTS CONDUCTEURS CHARGES PAR FEEDT
      * DANS TMVTCOND : 'A' AJOUT, 'U' MODIFICATION, 'X' RETRAIT D'UN
      * CONDUCTEUR DESIGNE DE TCONDUCT. LE MATRICULE DOIT EXISTER DANS
      * TASSURES, LE VEHICULE CONDUIT DANS TVEHICULES (0 = POLICE
      * SANS VEHICULE) ET UN VEHICULE N'A QU'UN CONDUCTEUR PRINCIPAL
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT ANO
           OPEN OUTPUT STAT
           PERFORM TEST-STAT-STAT
           PERFORM TEST-STAT-ANO
      * AFFICHAGE DE LA DATE ET DE L'HEURE
           PERFORM CREA-DAT-TIME
           EXEC SQL
             SELECT COUNT(MAT)
               INTO :NB-LIGNE-DEB
               FROM TCONDUCT
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL OPEN CURSMC END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-MVT-COND
           PERFORM UNTIL SQLCODE = 100
             PERFORM CHERCHE-MAT-VALIDE
             IF MAT-TROUVE
               PERFORM CHECK-MOV-COND
             ELSE
               PERFORM ECRIT-ANO-REF
             END-IF
             PERFORM FETCH-MVT-COND
           END-PERFORM
           EXEC SQL CLOSE CURSMC END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL
             SELECT COUNT(MAT)
               INTO :NB-LIGNE-FIN
               FROM TCONDUCT
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM CREA-TABL-STAT
           PERFORM VIDE-TMVTCOND
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
      * APPLICATION QUOTIDIENNE DES MOUVEMENTS CONDUCTEURS : ECRITS =
      * MOUVEMENTS APPLIQUES, REJETES = ANOMALIES ET REFERENCES
           MOVE 'F' TO RUN-PHASE
           COMPUTE RUN-NB-LUS = CPT-AT + CPT-UT + CPT-XT + CPT-GA
               + NB-ANO-REF
           COMPUTE RUN-NB-ECRITS = CPT-AW + CPT-UW + CPT-XW
           COMPUTE RUN-NB-REJETES = CPT-AA + CPT-UA + CPT-XA + CPT-GA
               + NB-ANO-REF
           MOVE 0 TO RUN-CODE-RET
           IF RECONC-OK
             MOVE 'O' TO RUN-IND-RECONC
           ELSE
             MOVE 'N' TO RUN-IND-RECONC
           END-IF
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       FETCH-MVT-COND.
           EXEC SQL FETCH CURSMC
               INTO :MC-MAT, :MC-NUM-COND, :MC-ACTION, :MC-NOM-PRN,
                    :MC-DT-NAISS, :MC-DT-PERMIS, :MC-NUM-VEHIC,
                    :MC-PRINCIPAL
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       CHERCHE-MAT-VALIDE.
           SET MAT-ABSENT TO TRUE
           MOVE MC-MAT TO A-MAT
           EXEC SQL
             SELECT ACTIF INTO :A-ACTIF
               FROM TASSURES WHERE MAT = :A-MAT
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             SET MAT-TROUVE TO TRUE
           END-IF
           .
       ECRIT-ANO-REF.
      * MOUVEMENT CONDUCTEUR VISANT UN MATRICULE ABSENT DE TASSURES
           ADD 1 TO NB-ANO-REF
           MOVE ALL ' ' TO EANO
           STRING MC-MAT ' ANOMALIE REFERENTIELLE : MATRICULE '
               'INCONNU DE TASSURES POUR MOUVEMENT CONDUCTEUR '
               MC-ACTION DELIMITED BY SIZE INTO EANO
           WRITE EANO
           .

       CHECK-MOV-COND.
           EVALUATE MC-ACTION
           WHEN 'A'
             ADD 1 TO CPT-AT
             PERFORM CTRL-DONNEES-COND
             IF WS-LIB-ERREUR = SPACES
               PERFORM AJOUT-COND
             ELSE
               ADD 1 TO CPT-AA
               PERFORM ECRIT-ANO-DONNEES
             END-IF
           WHEN 'U'
             ADD 1 TO CPT-UT
             PERFORM CTRL-DONNEES-COND
             IF WS-LIB-ERREUR = SPACES
               PERFORM MODIF-COND
             ELSE
               ADD 1 TO CPT-UA
               PERFORM ECRIT-ANO-DONNEES
             END-IF
           WHEN 'X'
             ADD 1 TO CPT-XT
             PERFORM RETRAIT-COND
           WHEN OTHER
             ADD 1 TO CPT-GA
             MOVE ALL ' ' TO EANO
             STRING MC-MAT ' ERREUR : CODE MOUVEMENT CONDUCTEUR '
                 'INCONNU ' MC-ACTION DELIMITED BY SIZE INTO EANO
             WRITE EANO
           END-EVALUATE
           .
       CTRL-DONNEES-COND.
      * DATES CALENDAIRES, PERMIS POSTERIEUR A LA NAISSANCE, VEHICULE
      * EXISTANT SUR LA POLICE, UN SEUL CONDUCTEUR PRINCIPAL PAR
      * VEHICULE
           MOVE SPACES TO WS-LIB-ERREUR
           MOVE MC-DT-NAISS TO WS-DT-CTRL
           PERFORM CTRL-DATE-CALEND
           IF DATE-INEXPLOITABLE
             MOVE 'DATE DE NAISSANCE INVALIDE' TO WS-LIB-ERREUR
           END-IF
           IF WS-LIB-ERREUR = SPACES
             MOVE MC-DT-PERMIS TO WS-DT-CTRL
             PERFORM CTRL-DATE-CALEND
             IF DATE-INEXPLOITABLE
               MOVE 'DATE DE PERMIS INVALIDE' TO WS-LIB-ERREUR
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES
              AND MC-DT-PERMIS < MC-DT-NAISS
             MOVE 'PERMIS ANTERIEUR A LA NAISSANCE' TO WS-LIB-ERREUR
           END-IF
           IF WS-LIB-ERREUR = SPACES
              AND MC-NOM-PRN = SPACES
             MOVE 'NOM DU CONDUCTEUR ABSENT' TO WS-LIB-ERREUR
           END-IF
           IF WS-LIB-ERREUR = SPACES
              AND MC-PRINCIPAL NOT = 'O' AND MC-PRINCIPAL NOT = 'N'
             MOVE 'INDICATEUR PRINCIPAL INVALIDE' TO WS-LIB-ERREUR
           END-IF
           IF WS-LIB-ERREUR = SPACES AND MC-NUM-VEHIC NOT = 0
             MOVE 0 TO NB-VEH-COND
             EXEC SQL
               SELECT COUNT(*) INTO :NB-VEH-COND
                 FROM TVEHICULES
                WHERE MAT = :MC-MAT AND NUM_VEHIC = :MC-NUM-VEHIC
             END-EXEC
             PERFORM TEST-SQLCODE
             IF NB-VEH-COND = 0
               MOVE 'VEHICULE INEXISTANT SUR LA POLICE'
                 TO WS-LIB-ERREUR
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES AND MC-PRINCIPAL = 'O'
             MOVE 0 TO NB-PRINC-AUTRE
             EXEC SQL
               SELECT COUNT(*) INTO :NB-PRINC-AUTRE
                 FROM TCONDUCT
                WHERE MAT = :MC-MAT AND NUM_VEHIC = :MC-NUM-VEHIC
                  AND PRINCIPAL = 'O' AND NUM_COND <> :MC-NUM-COND
             END-EXEC
             PERFORM TEST-SQLCODE
             IF NB-PRINC-AUTRE > 0
               MOVE 'VEHICULE AYANT DEJA UN PRINCIPAL'
                 TO WS-LIB-ERREUR
             END-IF
           END-IF
           .
       CTRL-DATE-CALEND.
           SET DATE-INEXPLOITABLE TO TRUE
           MOVE WS-DT-CTRL(5:2) TO WS-MM
           MOVE WS-DT-CTRL(7:2) TO WS-JJ
           IF WS-DT-CTRL IS NUMERIC AND WS-DT-CTRL NOT = 0
              AND WS-MM >= 1 AND WS-MM <= 12
              AND WS-JJ >= 1 AND WS-JJ <= 31
             SET DATE-EXPLOITABLE TO TRUE
           END-IF
           .
       ECRIT-ANO-DONNEES.
           MOVE ALL ' ' TO EANO
           STRING MC-MAT ' CONDUCTEUR ' MC-NUM-COND ' ' MC-ACTION
               ' ERREUR : ' WS-LIB-ERREUR
               DELIMITED BY SIZE INTO EANO
           WRITE EANO
           .
       AJOUT-COND.
      * LA CLE (MAT, NUM_COND) DE TCONDUCT GARANTIT L'UNICITE DU
      * NUMERO DE CONDUCTEUR PAR POLICE : UN DOUBLON RESSORT EN -803
           MOVE MC-MAT        TO C-MAT
           MOVE MC-NUM-COND   TO C-NUM-COND
           MOVE MC-NOM-PRN    TO C-NOM-PRN
           MOVE MC-DT-NAISS   TO C-DT-NAISS
           MOVE MC-DT-PERMIS  TO C-DT-PERMIS
           MOVE MC-NUM-VEHIC  TO C-NUM-VEHIC
           MOVE MC-PRINCIPAL  TO C-PRINCIPAL
           EXEC SQL
             INSERT INTO TCONDUCT
             VALUES (:C-MAT, :C-NUM-COND, :C-NOM-PRN, :C-DT-NAISS,
               :C-DT-PERMIS, :C-NUM-VEHIC, :C-PRINCIPAL)
           END-EXEC
           IF SQLCODE = -803
             ADD 1 TO CPT-AA
             MOVE ALL ' ' TO EANO
             STRING MC-MAT ' ERREUR : NUMERO CONDUCTEUR DEJA UTILISE '
                 'SUR CETTE POLICE' DELIMITED BY SIZE INTO EANO
             WRITE EANO
           ELSE
             PERFORM TEST-SQLCODE
             ADD 1 TO CPT-AW
           END-IF
           .
       MODIF-COND.
           EXEC SQL
             UPDATE TCONDUCT
                SET NOM_PRN = :MC-NOM-PRN,
                    DT_NAISS = :MC-DT-NAISS,
                    DT_PERMIS = :MC-DT-PERMIS,
                    NUM_VEHIC = :MC-NUM-VEHIC,
                    PRINCIPAL = :MC-PRINCIPAL
              WHERE MAT = :MC-MAT AND NUM_COND = :MC-NUM-COND
           END-EXEC
           IF SQLCODE = 100
             ADD 1 TO CPT-UA
             MOVE ALL ' ' TO EANO
             STRING MC-MAT ' ERREUR : CONDUCTEUR INEXISTANT POUR '
                 'MODIFICATION' DELIMITED BY SIZE INTO EANO
             WRITE EANO
           ELSE
             PERFORM TEST-SQLCODE
             ADD 1 TO CPT-UW
           END-IF
           .
       RETRAIT-COND.
           EXEC SQL
             DELETE FROM TCONDUCT
              WHERE MAT = :MC-MAT AND NUM_COND = :MC-NUM-COND
           END-EXEC
           IF SQLCODE = 100
             ADD 1 TO CPT-XA
             MOVE ALL ' ' TO EANO
             STRING MC-MAT ' ERREUR : CONDUCTEUR INEXISTANT POUR '
                 'RETRAIT' DELIMITED BY SIZE INTO EANO
             WRITE EANO
           ELSE
             PERFORM TEST-SQLCODE
             ADD 1 TO CPT-XW
           END-IF
           .
       VIDE-TMVTCOND.
      * LE RUN S'EST TERMINE SANS ERREUR FATALE : LES MOUVEMENTS
      * CONDUCTEURS TRAITES SONT RETIRES DE LA TABLE D'ATTENTE POUR
      * QU'UN RERUN NE LES REAPPLIQUE PAS
           EXEC SQL
               DELETE FROM TMVTCOND
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           EXEC SQL COMMIT END-EXEC
           .

       CREA-TABL-STAT.
           MOVE NB-LIGNE-DEB TO DIS-RESP.
           STRING '289 - NOMBRE DE CONDUCTEURS DEBUT PROG        : '
                DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE 0 TO DIS-RESP9
           ADD CPT-AT CPT-UT CPT-XT CPT-GA NB-ANO-REF TO DIS-RESP9.
           MOVE DIS-RESP9 TO DIS-RESP
           STRING '290 - NOMBRE DE MOUVEMENTS CONDUCTEURS LUS    : '
               DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-AW TO DIS-RESP.
           STRING '291 - NOMBRE DE CONDUCTEURS AJOUTES           : '
              DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-UW TO DIS-RESP.
           STRING '292 - NOMBRE DE CONDUCTEURS MODIFIES          : '
              DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-XW TO DIS-RESP.
           STRING '293 - NOMBRE DE CONDUCTEURS RETIRES           : '
              DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE NB-LIGNE-FIN TO DIS-RESP.
           STRING '294 - NOMBRE DE CONDUCTEURS FIN PROG          : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE 0 TO DIS-RESP9
           ADD CPT-AA CPT-UA CPT-XA CPT-GA NB-ANO-REF TO DIS-RESP9.
           MOVE DIS-RESP9 TO DIS-RESP
           STRING '295 - NOMBRE DE MOUVEMENTS EN ANOMALIE        : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           PERFORM RECONCILIE-STAT
           .
       RECONCILIE-STAT.
      * LE FICHIER RESULTAT DOIT SE RECONCILIER ARITHMETIQUEMENT :
      * DEBUT + AJOUTS - RETRAITS = FIN
           COMPUTE NB-LIGNE-ATT = NB-LIGNE-DEB + CPT-AW - CPT-XW
           IF NB-LIGNE-ATT = NB-LIGNE-FIN
             SET RECONC-OK TO TRUE
             STRING '296 - CONTROLE RECONCILIATION                : OK'
                DELIMITED BY SIZE INTO ESTAT
           ELSE
             SET RECONC-KO TO TRUE
             MOVE NB-LIGNE-ATT TO DIS-RESP
             STRING '296 - CONTROLE RECONCILIATION : MISMATCH ATTENDU '
                DIS-RESP DELIMITED BY SIZE INTO ESTAT
           END-IF
           PERFORM WRITE-STAT
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4) LGN-DEB4(1:4)
           MOVE 'STATISTIQUE SUR MOUVEMENTS CONDUCTEURS' TO
                LGN-DEB3(8:38)
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
           DISPLAY 'ERREUR DB2 CONDUCTEURS'
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
