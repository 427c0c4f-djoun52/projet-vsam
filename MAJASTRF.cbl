       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASTRF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMTRF ASSIGN DEMTRF
             FILE STATUS  WS-DEMTRF.
           SELECT RAPTRF ASSIGN RAPTRF
             FILE STATUS  WS-RAPTRF.
       DATA DIVISION.
       FILE SECTION.
      * DEMANDES DE TRANSFERT DE PORTEFEUILLE : ANCIEN ET NOUVEAU CODE
      * PRODUCTEUR, DATE D'EFFET DU TRANSFERT ET FILTRES FACULTATIFS
      * (DEPARTEMENT = DEUX PREMIERS CHIFFRES DU CP, PRODUIT = TYPE DE
      * VEHICULE TV DE LA POLICE ; A BLANC = TOUT LE PORTEFEUILLE)
       FD  DEMTRF RECORDING F.
       01  EDEMTRF.
           05 DTR-CDE-ANC     PIC X(3).
           05 DTR-CDE-NOUV    PIC X(3).
           05 DTR-DT-EFFET    PIC 9(8).
           05 DTR-DEPT        PIC X(2).
           05 DTR-TV          PIC X.
           05 FILLER          PIC X(63).
       01  EDEMTRF-TRL REDEFINES EDEMTRF.
           05 TRL-DTR-INDIC   PIC X(6).
             88 DTR-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-DTR-NB-ENR  PIC 9(6).
           05 FILLER          PIC X(68).
       FD  RAPTRF RECORDING F.
       01  ERAPTRF            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-DEMTRF      PIC XX.
       77  WS-RAPTRF      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASTRF'.
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
       01  TIM            PIC X(8).
       77  WS-DT-JOUR         PIC 9(8) VALUE 0.
       77  WS-TRL-DTR-NB      PIC 9(6) VALUE 0.
       77  CPT-DEM-LUES       PIC 9(6) VALUE 0.
       77  CPT-DEM-REJ        PIC 9(6) VALUE 0.
       77  CPT-POL-TRF        PIC 9(6) VALUE 0.
       77  CPT-DEJA-ATT       PIC 9(6) VALUE 0.
       77  CPT-POL-DEM        PIC 9(6).
       77  MNT-PRM-DEM        PIC 9(9)V99.
       77  TOT-PRM-TRF        PIC 9(9)V99 VALUE 0.
       77  WS-PROD-COUNT      PIC S9(4) COMP.
       77  WS-CDE-ANC         PIC X(3).
       77  WS-NOM-ANC         PIC X(20).
       77  WS-NOM-NOUV        PIC X(20).
      * CONTROLE D'UNE DEMANDE : UN LIBELLE D'ERREUR A BLANC SIGNIFIE
      * DEMANDE ACCEPTABLE
       77  WS-LIB-ERREUR      PIC X(40).
       77  WS-DT-CTRL         PIC 9(8).
       77  WS-MM              PIC 99.
       77  WS-JJ              PIC 99.
       77  IND-DATE-CALEND    PIC X VALUE 'N'.
         88 DATE-EXPLOITABLE    VALUE 'O'.
         88 DATE-INEXPLOITABLE  VALUE 'N'.
       01  WS-CP-X            PIC X(5).
       77  DIS-PRM            PIC ZZZ9V,99.
       77  DIS-TOT            PIC ZZZZZZZZ9V,99.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TMVT
           END-EXEC.
           EXEC SQL
              INCLUDE TPROD
           END-EXEC.
           EXEC SQL
              INCLUDE TTRF
           END-EXEC.
      * TOUT LE PORTEFEUILLE DE L'ANCIEN PRODUCTEUR, POLICES
      * SUSPENDUES COMPRISES : LES FILTRES DEPARTEMENT ET PRODUIT SONT
      * APPLIQUES EN PROGRAMME
           EXEC SQL DECLARE CURSA CURSOR FOR
               SELECT MAT, NOM_PRN, ADSS, CP, VILLE, TV, PB, BON_MAL,
                      TAUX, ACTIF, DT_EFFET, DT_EXPIR, FREQ_PAIE,
                      MODE_PAIE, CDE_PROD
                 FROM TASSURES
                WHERE CDE_PROD = :WS-CDE-ANC
                ORDER BY MAT ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * TRANSFERT DE PORTEFEUILLE ENTRE PRODUCTEURS (DEPART EN
      * RETRAITE D'UN AGENT, REPRISE D'UN COURTIER) : CHAQUE DEMANDE
      * DU FICHIER DEMTRF EST CONTROLEE (DEUX CODES DIFFERENTS ET
      * PRESENTS DANS TPRODUCT, DATE D'EFFET CALENDAIRE, FILTRES
      * LISIBLES), PUIS CHAQUE POLICE RETENUE RECOIT UN MOUVEMENT 'M'
      * ORDINAIRE DANS TMVTPROJ PORTANT LE NOUVEAU CODE, APPLIQUE ET
      * TRACE ENSUITE PAR MAJASDB. LE TRANSFERT EST INSCRIT DANS
      * TTRFPROD POUR LE PARTAGE DES COMMISSIONS DE MAJASCOM, ET LA
      * LISTE DES POLICES TRANSFEREES DONNE LE VOLUME DE PRIMES DEPLACE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT DEMTRF
           OPEN OUTPUT RAPTRF
           PERFORM TEST-STAT-DEMTRF
           PERFORM TEST-STAT-RAPTRF
           PERFORM CREA-DAT-TIME
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           PERFORM SCAN-TRL-DEMTRF
           CLOSE DEMTRF
           OPEN INPUT DEMTRF
           PERFORM TEST-STAT-DEMTRF
           MOVE 0 TO CPT-DEM-LUES
           READ DEMTRF
           PERFORM UNTIL WS-DEMTRF = '10' OR DTR-IS-TRAILER
             ADD 1 TO CPT-DEM-LUES
             PERFORM TRAITE-DEMANDE
             READ DEMTRF
           END-PERFORM
           EXEC SQL COMMIT END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM CREA-TABL-STAT
           CLOSE DEMTRF
           CLOSE RAPTRF
           PERFORM TEST-STAT-DEMTRF
           PERFORM TEST-STAT-RAPTRF
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
      * N'EST TRAITE, CODE RETOUR 12. UN FICHIER DE DEMANDES REPASSE
      * EMETTRAIT UNE SECONDE FOIS LES MOUVEMENTS DEJA APPLIQUES
           IF NOT RUN-EXPL-OK
             DISPLAY 'RUN REFUSE : DATE D''EXPLOITATION ' RUN-DT-EXPL
                 ' INDICATEUR ' RUN-IND-EXPL
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       FIN-RUNLOG.
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = DEMANDES, ECRITS =
      * MOUVEMENTS 'M' EMIS, REJETES = DEMANDES REFUSEES ET POLICES
      * AYANT DEJA UN MOUVEMENT EN ATTENTE
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-DEM-LUES TO RUN-NB-LUS
           MOVE CPT-POL-TRF TO RUN-NB-ECRITS
           COMPUTE RUN-NB-REJETES = CPT-DEM-REJ + CPT-DEJA-ATT
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       SCAN-TRL-DEMTRF.
      * PRE-LECTURE COMPLETE DES DEMANDES POUR VERIFIER LE TOTAL DE
      * CONTROLE DU TRAILER AVANT LE MOINDRE MOUVEMENT EMIS
           MOVE 0 TO CPT-DEM-LUES
           READ DEMTRF
           PERFORM UNTIL WS-DEMTRF = '10' OR DTR-IS-TRAILER
             ADD 1 TO CPT-DEM-LUES
             READ DEMTRF
           END-PERFORM
           IF NOT DTR-IS-TRAILER
             DISPLAY 'ERREUR : TRAILER DEMTRF ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE TRL-DTR-NB-ENR TO WS-TRL-DTR-NB
           IF WS-TRL-DTR-NB NOT = CPT-DEM-LUES
             DISPLAY 'ERREUR : TOTAL CONTROLE DEMTRF ATTENDU '
                 WS-TRL-DTR-NB ' LU ' CPT-DEM-LUES
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       TRAITE-DEMANDE.
           PERFORM CTRL-DEMANDE
           MOVE ALL '-' TO ERAPTRF
           WRITE ERAPTRF
           MOVE ALL ' ' TO ERAPTRF
           STRING 'TRANSFERT ' DTR-CDE-ANC ' -> ' DTR-CDE-NOUV
               ' AU ' DTR-DT-EFFET ' DEPARTEMENT <' DTR-DEPT
               '> PRODUIT <' DTR-TV '>'
               DELIMITED BY SIZE INTO ERAPTRF
           WRITE ERAPTRF
           MOVE ALL ' ' TO ERAPTRF
           IF WS-LIB-ERREUR NOT = SPACES
             ADD 1 TO CPT-DEM-REJ
             STRING '    DEMANDE REJETEE : ' WS-LIB-ERREUR
                 DELIMITED BY SIZE INTO ERAPTRF
             WRITE ERAPTRF
             MOVE ALL ' ' TO ERAPTRF
           ELSE
             STRING '    DE ' WS-NOM-ANC ' VERS ' WS-NOM-NOUV
                 DELIMITED BY SIZE INTO ERAPTRF
             WRITE ERAPTRF
             MOVE ALL ' ' TO ERAPTRF
             PERFORM TRANSFERE-PORTEFEUILLE
           END-IF
           .
       CTRL-DEMANDE.
           MOVE SPACES TO WS-LIB-ERREUR
           MOVE SPACES TO WS-NOM-ANC
           MOVE SPACES TO WS-NOM-NOUV
           IF DTR-CDE-ANC = SPACES OR DTR-CDE-NOUV = SPACES
             MOVE 'CODE PRODUCTEUR ABSENT' TO WS-LIB-ERREUR
           END-IF
           IF WS-LIB-ERREUR = SPACES
              AND DTR-CDE-ANC = DTR-CDE-NOUV
             MOVE 'ANCIEN ET NOUVEAU CODES IDENTIQUES' TO WS-LIB-ERREUR
           END-IF
           IF WS-LIB-ERREUR = SPACES
             MOVE DTR-CDE-ANC TO PR-CODE
             PERFORM CHERCHE-PRODUCTEUR
             IF WS-PROD-COUNT = 0
               MOVE 'ANCIEN CODE ABSENT DE TPRODUCT' TO WS-LIB-ERREUR
             ELSE
               MOVE PR-NOM TO WS-NOM-ANC
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES
             MOVE DTR-CDE-NOUV TO PR-CODE
             PERFORM CHERCHE-PRODUCTEUR
             IF WS-PROD-COUNT = 0
               MOVE 'NOUVEAU CODE ABSENT DE TPRODUCT' TO WS-LIB-ERREUR
             ELSE
               MOVE PR-NOM TO WS-NOM-NOUV
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES
             IF DTR-DT-EFFET IS NOT NUMERIC
               MOVE 'DATE D''EFFET NON NUMERIQUE' TO WS-LIB-ERREUR
             ELSE
               MOVE DTR-DT-EFFET TO WS-DT-CTRL
               PERFORM CTRL-DATE-CALEND
               IF DATE-INEXPLOITABLE
                 MOVE 'DATE D''EFFET HORS CALENDRIER' TO WS-LIB-ERREUR
               END-IF
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES
              AND DTR-DEPT NOT = SPACES AND DTR-DEPT IS NOT NUMERIC
             MOVE 'FILTRE DEPARTEMENT INVALIDE' TO WS-LIB-ERREUR
           END-IF
           .
       CHERCHE-PRODUCTEUR.
           MOVE 0 TO WS-PROD-COUNT
           EXEC SQL
             SELECT NOM INTO :PR-NOM
               FROM TPRODUCT
              WHERE CODE = :PR-CODE
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             MOVE 1 TO WS-PROD-COUNT
           END-IF
           .
       CTRL-DATE-CALEND.
           SET DATE-INEXPLOITABLE TO TRUE
           MOVE WS-DT-CTRL(5:2) TO WS-MM
           MOVE WS-DT-CTRL(7:2) TO WS-JJ
           IF WS-DT-CTRL NOT = 0
              AND WS-MM >= 1 AND WS-MM <= 12
              AND WS-JJ >= 1 AND WS-JJ <= 31
             SET DATE-EXPLOITABLE TO TRUE
           END-IF
           .

       TRANSFERE-PORTEFEUILLE.
           MOVE 0 TO CPT-POL-DEM
           MOVE 0 TO MNT-PRM-DEM
           MOVE DTR-CDE-ANC TO WS-CDE-ANC
           EXEC SQL OPEN CURSA END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-POLICE
           PERFORM UNTIL SQLCODE = 100
             MOVE A-CP TO WS-CP-X
             IF (DTR-DEPT = SPACES OR WS-CP-X(1:2) = DTR-DEPT)
                AND (DTR-TV = SPACE OR A-TV = DTR-TV)
               PERFORM EMET-MVT-TRANSFERT
             END-IF
             PERFORM FETCH-POLICE
           END-PERFORM
           EXEC SQL CLOSE CURSA END-EXEC
           PERFORM TEST-SQLCODE
           MOVE CPT-POL-DEM TO DIS-RESP
           MOVE MNT-PRM-DEM TO DIS-TOT
           STRING '    POLICES TRANSFEREES ' DIS-RESP
               ' PRIMES DEPLACEES ' DIS-TOT
               DELIMITED BY SIZE INTO ERAPTRF
           WRITE ERAPTRF
           MOVE ALL ' ' TO ERAPTRF
           .
       FETCH-POLICE.
           EXEC SQL FETCH CURSA
               INTO :A-MAT, :A-NOM-PRN, :A-ADSS, :A-CP, :A-VILLE,
                    :A-TV, :A-PB, :A-BON-MAL, :A-TAUX, :A-ACTIF,
                    :A-DT-EFFET, :A-DT-EXPIR, :A-FREQ-PAIE,
                    :A-MODE-PAIE,
                    :A-CDE-PROD
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       EMET-MVT-TRANSFERT.
      * MOUVEMENT 'M' ORDINAIRE PORTANT LE NOUVEAU CODE PRODUCTEUR,
      * TOUTES LES AUTRES DONNEES DE LA POLICE ETANT RECONDUITES
           MOVE A-MAT          TO M-MAT
           MOVE A-NOM-PRN      TO M-NOM-PRN
           MOVE A-ADSS         TO M-ADSS
           MOVE A-CP           TO M-CP
           MOVE A-VILLE        TO M-VILLE
           MOVE A-TV           TO M-TV
           MOVE A-PB           TO M-PB
           MOVE A-BON-MAL      TO M-BON-MAL
           MOVE A-TAUX         TO M-TAUX
           MOVE 'M'            TO M-CDE-MVT
           MOVE A-DT-EFFET     TO M-DT-EFFET
           MOVE A-DT-EXPIR     TO M-DT-EXPIR
           MOVE A-FREQ-PAIE    TO M-FREQ-PAIE
           MOVE A-MODE-PAIE    TO M-MODE-PAIE
           MOVE DTR-CDE-NOUV   TO M-CDE-PROD
           EXEC SQL
             INSERT INTO TMVTPROJ
             VALUES (:M-MAT, :M-NOM-PRN, :M-ADSS, :M-CP, :M-VILLE,
               :M-TV, :M-PB, :M-BON-MAL, :M-TAUX, :M-CDE-MVT,
               :M-DT-EFFET, :M-DT-EXPIR, :M-FREQ-PAIE,
               :M-MODE-PAIE,
               :M-CDE-PROD)
           END-EXEC
           IF SQLCODE = -803
             ADD 1 TO CPT-DEJA-ATT
             STRING A-MAT ' MOUVEMENT DEJA EN ATTENTE DANS TMVTPROJ'
                 ' - POLICE NON TRANSFEREE'
                 DELIMITED BY SIZE INTO ERAPTRF
             WRITE ERAPTRF
             MOVE ALL ' ' TO ERAPTRF
           ELSE
             PERFORM TEST-SQLCODE
             PERFORM INSCRIT-TRANSFERT
             ADD 1 TO CPT-POL-TRF
             ADD 1 TO CPT-POL-DEM
             ADD A-PB TO MNT-PRM-DEM
             ADD A-PB TO TOT-PRM-TRF
             MOVE A-PB TO DIS-PRM
             STRING A-MAT ' ' A-NOM-PRN ' CP ' A-CP ' TV ' A-TV
                 ' ACTIF ' A-ACTIF ' PRIME ' DIS-PRM
                 DELIMITED BY SIZE INTO ERAPTRF
             WRITE ERAPTRF
             MOVE ALL ' ' TO ERAPTRF
           END-IF
           .
       INSCRIT-TRANSFERT.
           MOVE A-MAT          TO TRF-MAT
           MOVE DTR-CDE-ANC    TO TRF-CDE-ANC
           MOVE DTR-CDE-NOUV   TO TRF-CDE-NOUV
           MOVE DTR-DT-EFFET   TO TRF-DT-TRANSF
           MOVE WS-DT-JOUR     TO TRF-DT-DEMANDE
           EXEC SQL
             INSERT INTO TTRFPROD
             VALUES (:TRF-MAT, :TRF-CDE-ANC, :TRF-CDE-NOUV,
               :TRF-DT-TRANSF, :TRF-DT-DEMANDE)
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'TRANSFERT DE PORTEFEUILLE PRODUCTEUR' TO
                LGN-DEB3(8:36)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPTRF
           WRITE ERAPTRF
           MOVE ALL ' ' TO ERAPTRF
           .

       CREA-TABL-STAT.
           MOVE ALL ' ' TO ERAPTRF
           WRITE ERAPTRF
           MOVE CPT-DEM-LUES TO DIS-RESP
           STRING '329 - NOMBRE DE DEMANDES DE TRANSFERT LUES    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPTRF
           WRITE ERAPTRF
           MOVE ALL ' ' TO ERAPTRF
           MOVE CPT-DEM-REJ TO DIS-RESP
           STRING '330 - NOMBRE DE DEMANDES REJETEES             : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPTRF
           WRITE ERAPTRF
           MOVE ALL ' ' TO ERAPTRF
           MOVE CPT-POL-TRF TO DIS-RESP
           STRING '331 - NOMBRE DE POLICES TRANSFEREES           : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPTRF
           WRITE ERAPTRF
           MOVE ALL ' ' TO ERAPTRF
           MOVE CPT-DEJA-ATT TO DIS-RESP
           STRING '332 - NOMBRE DE MOUVEMENTS DEJA EN ATTENTE    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPTRF
           WRITE ERAPTRF
           MOVE ALL ' ' TO ERAPTRF
           MOVE TOT-PRM-TRF TO DIS-TOT
           STRING '333 - PRIMES DE BASE TRANSFEREES    : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPTRF
           WRITE ERAPTRF
           MOVE ALL ' ' TO ERAPTRF
           .

       TEST-STAT-DEMTRF.
           IF WS-DEMTRF NOT = '00'
             DISPLAY 'ERREUR FICHIER DEMTRF ' WS-DEMTRF
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPTRF.
           IF WS-RAPTRF NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPTRF ' WS-RAPTRF
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
           DISPLAY 'ERREUR DB2 TRANSFERT PORTEFEUILLE'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
