       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASNPA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NPAIIN ASSIGN NPAIIN
             FILE STATUS  WS-NPAIIN.
           SELECT RAPNPA ASSIGN RAPNPA
             FILE STATUS  WS-RAPNPA.
       DATA DIVISION.
       FILE SECTION.
      * COURRIERS REVENUS NPAI (N'HABITE PAS A L'ADRESSE INDIQUEE)
      * SAISIS AU RETOUR DE LA POSTE : MATRICULE DE LA POLICE, DATE
      * DU RETOUR ET DOCUMENT REVENU (RAPPEL, ATTEST, RENOUV, RELEVE,
      * AVENANT...)
       FD  NPAIIN RECORDING F.
       01  ENPAIIN.
           05 NPI-MAT         PIC X(6).
           05 NPI-DT-RETOUR   PIC 9(8).
           05 NPI-DOC         PIC X(8).
           05 FILLER          PIC X(58).
       01  ENPAIIN-TRL REDEFINES ENPAIIN.
           05 TRL-NPI-INDIC   PIC X(6).
             88 NPI-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-NPI-NB-ENR  PIC 9(6).
           05 FILLER          PIC X(68).
       FD  RAPNPA RECORDING F.
       01  ERAPNPA            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-NPAIIN      PIC XX.
       77  WS-RAPNPA      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       77  SOUSPROG4      PIC X(8) VALUE 'SPVALDT'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASNPA'.
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
       01  ZONE-VALDT.
           05 VD-DT-EFFET    PIC 9(8).
           05 VD-DT-EXPIR    PIC 9(8).
           05 VD-RESULT      PIC X.
             88 VD-DATES-VALIDES  VALUE 'O'.
             88 VD-EFFET-INVALIDE VALUE 'E'.
             88 VD-EXPIR-INVALIDE VALUE 'X'.
             88 VD-ORDRE-INVALIDE VALUE 'I'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-DT-JOUR         PIC 9(8) VALUE 0.
       77  WS-TRL-NPI-NB      PIC 9(6) VALUE 0.
       77  CPT-RET-LUS        PIC 9(6) VALUE 0.
       77  CPT-RET-REJ        PIC 9(6) VALUE 0.
       77  CPT-NPAI-POSES     PIC 9(6) VALUE 0.
       77  CPT-NPAI-MAJ       PIC 9(6) VALUE 0.
       77  CPT-NPAI-REACT     PIC 9(6) VALUE 0.
       77  CPT-DEJA-ENR       PIC 9(6) VALUE 0.
       77  CPT-ANTERIEURS     PIC 9(6) VALUE 0.
      * CONTROLE D'UN RETOUR : UN LIBELLE D'ERREUR A BLANC SIGNIFIE
      * RETOUR ACCEPTABLE ; WS-LIB-SUITE DONNE LA SUITE DONNEE
       77  WS-LIB-ERREUR      PIC X(40).
       77  WS-LIB-SUITE       PIC X(40).
       77  IND-NPAI-CONNU     PIC X.
         88 NPAI-CONNU          VALUE 'O'.
         88 NPAI-INCONNU        VALUE 'N'.
       01  DIS-RESP           PIC ZZZZZ9.
       77  DIS-NB-RET         PIC ZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TNPA
           END-EXEC.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * COURRIERS REVENUS NPAI : CHAQUE RETOUR DU FICHIER NPAIIN POSE
      * (OU RENOUVELLE) SUR LE MATRICULE UN BLOCAGE D'ADRESSE DATE
      * DANS TNPAI. TANT QUE LE BLOCAGE EST ACTIF, LES PROGRAMMES
      * D'EDITION (RAPPELS, ATTESTATIONS, RENOUVELLEMENTS, RELEVES,
      * AVENANTS) N'ENVOIENT PLUS RIEN A LA POLICE ET LA LISTENT DANS
      * LEUR ETAT DES ADRESSES A RECHERCHER (NPAIRCH). LE BLOCAGE EST
      * LEVE PAR MAJASDB / MAJASFDB DES QU'UN MOUVEMENT 'M' CHANGE
      * L'ADRESSE, LE CODE POSTAL OU LA VILLE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT NPAIIN
           OPEN OUTPUT RAPNPA
           PERFORM TEST-STAT-NPAIIN
           PERFORM TEST-STAT-RAPNPA
           PERFORM CREA-DAT-TIME
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           PERFORM SCAN-TRL-NPAIIN
           CLOSE NPAIIN
           OPEN INPUT NPAIIN
           PERFORM TEST-STAT-NPAIIN
           MOVE 0 TO CPT-RET-LUS
           READ NPAIIN
           PERFORM UNTIL WS-NPAIIN = '10' OR NPI-IS-TRAILER
             ADD 1 TO CPT-RET-LUS
             PERFORM TRAITE-RETOUR
             READ NPAIIN
           END-PERFORM
           EXEC SQL COMMIT END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM CREA-TABL-STAT
           CLOSE NPAIIN
           CLOSE RAPNPA
           PERFORM TEST-STAT-NPAIIN
           PERFORM TEST-STAT-RAPNPA
           PERFORM FIN-RUNLOG
           GOBACK
           .
       DEBUT-RUNLOG.
      * OUVERTURE DE LA LIGNE DE PILOTAGE DU RUN DANS TRUNLOG. LE RUN
      * PEUT ETRE LANCE A CHAQUE ARRIVEE DE COURRIER : UN RETOUR DEJA
      * ENREGISTRE EST RECONNU PAR SA DATE ET SON DOCUMENT DANS TNPAI
           MOVE 'D' TO RUN-PHASE
           MOVE 0 TO RUN-NB-LUS RUN-NB-ECRITS RUN-NB-REJETES
               RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           IF NOT RUN-EXPL-OK
             DISPLAY 'RUN REFUSE : DATE D''EXPLOITATION ' RUN-DT-EXPL
                 ' INDICATEUR ' RUN-IND-EXPL
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       FIN-RUNLOG.
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = RETOURS, ECRITS =
      * BLOCAGES POSES, RENOUVELES OU REACTIVES, REJETES = RETOURS
      * REFUSES, DEJA ENREGISTRES OU ANTERIEURS A LA LEVEE
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-RET-LUS TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = CPT-NPAI-POSES + CPT-NPAI-MAJ
               + CPT-NPAI-REACT
           COMPUTE RUN-NB-REJETES = CPT-RET-REJ + CPT-DEJA-ENR
               + CPT-ANTERIEURS
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       SCAN-TRL-NPAIIN.
      * PRE-LECTURE COMPLETE DES RETOURS POUR VERIFIER LE TOTAL DE
      * CONTROLE DU TRAILER AVANT LE MOINDRE BLOCAGE POSE
           MOVE 0 TO CPT-RET-LUS
           READ NPAIIN
           PERFORM UNTIL WS-NPAIIN = '10' OR NPI-IS-TRAILER
             ADD 1 TO CPT-RET-LUS
             READ NPAIIN
           END-PERFORM
           IF NOT NPI-IS-TRAILER
             DISPLAY 'ERREUR : TRAILER NPAIIN ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE TRL-NPI-NB-ENR TO WS-TRL-NPI-NB
           IF WS-TRL-NPI-NB NOT = CPT-RET-LUS
             DISPLAY 'ERREUR : TOTAL CONTROLE NPAIIN ATTENDU '
                 WS-TRL-NPI-NB ' LU ' CPT-RET-LUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       TRAITE-RETOUR.
           PERFORM CTRL-RETOUR
           MOVE SPACES TO WS-LIB-SUITE
           IF WS-LIB-ERREUR NOT = SPACES
             ADD 1 TO CPT-RET-REJ
             MOVE 'RETOUR REJETE' TO WS-LIB-SUITE
           ELSE
             PERFORM ENREGISTRE-NPAI
           END-IF
           MOVE ALL ' ' TO ERAPNPA
           STRING 'MAT ' NPI-MAT ' RETOUR ' NPI-DT-RETOUR ' ' NPI-DOC
               ' ' WS-LIB-SUITE
               DELIMITED BY SIZE INTO ERAPNPA
           WRITE ERAPNPA
           MOVE ALL ' ' TO ERAPNPA
           IF WS-LIB-ERREUR NOT = SPACES
             STRING '    MOTIF : ' WS-LIB-ERREUR
                 DELIMITED BY SIZE INTO ERAPNPA
             WRITE ERAPNPA
             MOVE ALL ' ' TO ERAPNPA
           ELSE
             STRING '    ' A-NOM-PRN ' ' A-ADSS ' ' A-CP ' ' A-VILLE
                 DELIMITED BY SIZE INTO ERAPNPA
             WRITE ERAPNPA
             MOVE ALL ' ' TO ERAPNPA
           END-IF
           .
       CTRL-RETOUR.
      * LE RETOUR DOIT PORTER SUR UNE POLICE CONNUE DE TASSURES, A UNE
      * DATE CALENDAIRE VALIDE QUI NE DEPASSE PAS LA DATE DU JOUR
           MOVE SPACES TO WS-LIB-ERREUR
           IF NPI-MAT = SPACES
             MOVE 'MATRICULE ABSENT' TO WS-LIB-ERREUR
           ELSE
             PERFORM LIT-POLICE
             IF SQLCODE = 100
               MOVE 'MATRICULE INCONNU DE TASSURES' TO WS-LIB-ERREUR
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES
             IF NPI-DT-RETOUR IS NOT NUMERIC
               MOVE 'DATE DE RETOUR NON NUMERIQUE' TO WS-LIB-ERREUR
             ELSE
               MOVE NPI-DT-RETOUR TO VD-DT-EFFET
               MOVE NPI-DT-RETOUR TO VD-DT-EXPIR
               MOVE SPACE TO VD-RESULT
               CALL SOUSPROG4 USING ZONE-VALDT
               IF NOT VD-DATES-VALIDES
                 MOVE 'DATE DE RETOUR INVALIDE' TO WS-LIB-ERREUR
               ELSE
                 IF NPI-DT-RETOUR > WS-DT-JOUR
                   MOVE 'DATE DE RETOUR POSTERIEURE AU JOUR'
                     TO WS-LIB-ERREUR
                 END-IF
               END-IF
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES AND NPI-DOC = SPACES
             MOVE 'DOCUMENT REVENU NON PRECISE' TO WS-LIB-ERREUR
           END-IF
           .
       LIT-POLICE.
           MOVE NPI-MAT TO A-MAT
           EXEC SQL
             SELECT NOM_PRN, ADSS, CP, VILLE
               INTO :A-NOM-PRN, :A-ADSS, :A-CP, :A-VILLE
               FROM TASSURES
              WHERE MAT = :A-MAT
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .

      * POSE DU BLOCAGE : PREMIER RETOUR, NOUVEAU RETOUR SUR UN
      * BLOCAGE ACTIF, OU RETOUR SUR UNE ADRESSE DEJA CORRIGEE. UN
      * RETOUR DATE D'AVANT LA LEVEE CONCERNE L'ANCIENNE ADRESSE : IL
      * NE BLOQUE PAS LA NOUVELLE. SUR UN BLOCAGE EN COURS, TOUT
      * RETOUR DATE AU PLUS TARD DU DERNIER RETOUR CONNU EST DEJA
      * COUVERT (RECHARGEMENT D'UN FICHIER, RETOUR TARDIF D'UN ENVOI
      * PLUS ANCIEN) : SEUL UN RETOUR POSTERIEUR RENOUVELLE LE
      * BLOCAGE ET EST COMPTE
       ENREGISTRE-NPAI.
           PERFORM CHERCHE-NPAI
           EVALUATE TRUE
             WHEN NPAI-INCONNU
               PERFORM POSE-NPAI
             WHEN NP-ACTIF AND NPI-DT-RETOUR NOT > NP-DT-RETOUR
               ADD 1 TO CPT-DEJA-ENR
               MOVE 'RETOUR DEJA ENREGISTRE' TO WS-LIB-SUITE
             WHEN NP-ACTIF
               PERFORM RENOUVELLE-NPAI
             WHEN NPI-DT-RETOUR > NP-DT-LEVEE
               PERFORM REACTIVE-NPAI
             WHEN OTHER
               ADD 1 TO CPT-ANTERIEURS
               MOVE 'RETOUR ANTERIEUR AU CHANGEMENT D''ADRESSE'
                 TO WS-LIB-SUITE
           END-EVALUATE
           .
       CHERCHE-NPAI.
           MOVE NPI-MAT TO NP-MAT
           EXEC SQL
             SELECT STATUT, DT_RETOUR, DOC, NB_RETOURS, DT_POSE,
                    DT_LEVEE
               INTO :NP-STATUT, :NP-DT-RETOUR, :NP-DOC,
                    :NP-NB-RETOURS, :NP-DT-POSE, :NP-DT-LEVEE
               FROM TNPAI
              WHERE MAT = :NP-MAT
           END-EXEC
           IF SQLCODE = 100
             SET NPAI-INCONNU TO TRUE
           ELSE
             PERFORM TEST-SQLCODE
             SET NPAI-CONNU TO TRUE
           END-IF
           .
       POSE-NPAI.
           MOVE NPI-MAT       TO NP-MAT
           SET NP-ACTIF       TO TRUE
           MOVE NPI-DT-RETOUR TO NP-DT-RETOUR
           MOVE NPI-DOC       TO NP-DOC
           MOVE 1             TO NP-NB-RETOURS
           MOVE WS-DT-JOUR    TO NP-DT-POSE
           MOVE 0             TO NP-DT-LEVEE
           EXEC SQL
             INSERT INTO TNPAI
             VALUES (:NP-MAT, :NP-STATUT, :NP-DT-RETOUR, :NP-DOC,
               :NP-NB-RETOURS, :NP-DT-POSE, :NP-DT-LEVEE)
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO CPT-NPAI-POSES
           MOVE 'BLOCAGE NPAI POSE' TO WS-LIB-SUITE
           .
       RENOUVELLE-NPAI.
      * LE BLOCAGE GARDE SA DATE DE POSE ; IL PREND LE NOUVEAU
      * RETOUR, POSTERIEUR AU DERNIER CONNU, COMME DATE ET DOCUMENT DE
      * REFERENCE
           MOVE NPI-DT-RETOUR TO NP-DT-RETOUR
           MOVE NPI-DOC       TO NP-DOC
           IF NP-NB-RETOURS < 999
             ADD 1 TO NP-NB-RETOURS
           END-IF
           EXEC SQL
             UPDATE TNPAI
                SET DT_RETOUR = :NP-DT-RETOUR, DOC = :NP-DOC,
                    NB_RETOURS = :NP-NB-RETOURS
              WHERE MAT = :NP-MAT
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO CPT-NPAI-MAJ
           MOVE NP-NB-RETOURS TO DIS-NB-RET
           STRING 'BLOCAGE NPAI DEJA POSE, ' DIS-NB-RET ' RETOURS'
               DELIMITED BY SIZE INTO WS-LIB-SUITE
           .
       REACTIVE-NPAI.
      * LA NOUVELLE ADRESSE EST REVENUE A SON TOUR : NOUVELLE POSE
           SET NP-ACTIF       TO TRUE
           MOVE NPI-DT-RETOUR TO NP-DT-RETOUR
           MOVE NPI-DOC       TO NP-DOC
           MOVE 1             TO NP-NB-RETOURS
           MOVE WS-DT-JOUR    TO NP-DT-POSE
           MOVE 0             TO NP-DT-LEVEE
           EXEC SQL
             UPDATE TNPAI
                SET STATUT = :NP-STATUT, DT_RETOUR = :NP-DT-RETOUR,
                    DOC = :NP-DOC, NB_RETOURS = :NP-NB-RETOURS,
                    DT_POSE = :NP-DT-POSE, DT_LEVEE = :NP-DT-LEVEE
              WHERE MAT = :NP-MAT
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO CPT-NPAI-REACT
           MOVE 'BLOCAGE NPAI REPOSE (NOUVELLE ADRESSE)'
             TO WS-LIB-SUITE
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'COURRIERS REVENUS NPAI' TO LGN-DEB3(8:22)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPNPA
           WRITE ERAPNPA
           MOVE ALL ' ' TO ERAPNPA
           .

       CREA-TABL-STAT.
           MOVE ALL ' ' TO ERAPNPA
           WRITE ERAPNPA
           MOVE CPT-RET-LUS TO DIS-RESP
           STRING '346 - NOMBRE DE COURRIERS NPAI LUS            : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPNPA
           WRITE ERAPNPA
           MOVE ALL ' ' TO ERAPNPA
           MOVE CPT-RET-REJ TO DIS-RESP
           STRING '347 - NOMBRE DE RETOURS REJETES               : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPNPA
           WRITE ERAPNPA
           MOVE ALL ' ' TO ERAPNPA
           MOVE CPT-NPAI-POSES TO DIS-RESP
           STRING '348 - NOMBRE DE BLOCAGES NPAI POSES           : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPNPA
           WRITE ERAPNPA
           MOVE ALL ' ' TO ERAPNPA
           MOVE CPT-NPAI-MAJ TO DIS-RESP
           STRING '349 - NOMBRE DE NOUVEAUX RETOURS SUR BLOCAGE  : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPNPA
           WRITE ERAPNPA
           MOVE ALL ' ' TO ERAPNPA
           MOVE CPT-NPAI-REACT TO DIS-RESP
           STRING '350 - NOMBRE DE BLOCAGES REPOSES APRES LEVEE  : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPNPA
           WRITE ERAPNPA
           MOVE ALL ' ' TO ERAPNPA
           MOVE CPT-DEJA-ENR TO DIS-RESP
           STRING '351 - NOMBRE DE RETOURS DEJA ENREGISTRES      : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPNPA
           WRITE ERAPNPA
           MOVE ALL ' ' TO ERAPNPA
           MOVE CPT-ANTERIEURS TO DIS-RESP
           STRING '352 - NOMBRE DE RETOURS ANTERIEURS A LA LEVEE : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPNPA
           WRITE ERAPNPA
           MOVE ALL ' ' TO ERAPNPA
           .

       TEST-STAT-NPAIIN.
           IF WS-NPAIIN NOT = '00'
             DISPLAY 'ERREUR FICHIER NPAIIN ' WS-NPAIIN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPNPA.
           IF WS-RAPNPA NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPNPA ' WS-RAPNPA
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
           DISPLAY 'ERREUR DB2 COURRIERS NPAI'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
