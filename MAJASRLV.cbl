       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASRLV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM   ASSIGN PARM
             FILE STATUS  WS-PARM.
           SELECT ECHEANC ASSIGN ECHEANC
             FILE STATUS  WS-ECH.
           SELECT REMBOUR ASSIGN REMBOUR
             FILE STATUS  WS-REMB.
           SELECT RETPRL ASSIGN RETPRL
             FILE STATUS  WS-RETPRL.
           SELECT ARRIER ASSIGN ARRIER
             FILE STATUS  WS-ARRIER.
           SELECT RELEVE ASSIGN RELEVE
             FILE STATUS  WS-RELEVE.
           SELECT RAPRLV ASSIGN RAPRLV
             FILE STATUS  WS-RAPRLV.
           SELECT NPAIRCH ASSIGN NPAIRCH
             FILE STATUS  WS-NPAIRCH.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
       01  EPARM.
           05 PARM-DT-DEB     PIC 9(8).
           05 PARM-DT-FIN     PIC 9(8).
           05                 PIC X(64).
       FD  ECHEANC RECORDING F.
       01  EECH.
           05 ECH-MAT         PIC X(6).
           05 ECH-NUM-ECH     PIC 9(2).
           05 ECH-NB-ECH      PIC 9(2).
           05 ECH-DT-ECH      PIC 9(8).
           05 ECH-MNT         PIC 9(6)V99.
           05 FILLER          PIC X(54).
       01  EECH-TRL REDEFINES EECH.
           05 TRL-ECH-INDIC   PIC X(6).
             88 ECH-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-ECH-NB-ENR  PIC 9(6).
           05 TRL-ECH-MNT     PIC 9(9)V99.
           05 FILLER          PIC X(57).
       FD  REMBOUR RECORDING F.
       01  EREMBOUR.
           05 RMB-MAT         PIC X(6).
           05 RMB-DT-SUPP     PIC 9(8).
           05 RMB-MNT         PIC 9(6)V99.
           05 RMB-TYPE-VEHIC  PIC X.
           05 RMB-PCT-TAXE    PIC 9(2)V99.
           05 RMB-MNT-TAXE    PIC 9(6)V99.
           05 FILLER          PIC X(45).
       01  EREMBOUR-TRL REDEFINES EREMBOUR.
           05 TRL-RMB-INDIC   PIC X(6).
             88 RMB-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-RMB-NB-ENR  PIC 9(6).
           05 TRL-RMB-MNT     PIC 9(9)V99.
           05 TRL-RMB-TAXE    PIC 9(9)V99.
           05 FILLER          PIC X(46).
       FD  RETPRL RECORDING F.
       01  ERETPRL.
           05 RET-MATRICUL    PIC X(6).
           05 RET-DT-PRL      PIC 9(8).
           05 RET-MNT         PIC 9(6)V99.
           05 RET-CODE        PIC X(2).
             88 RET-HONORE      VALUE '00'.
           05                 PIC X(56).
       01  ERETPRL-TRL REDEFINES ERETPRL.
           05 TRL-RET-INDIC   PIC X(6).
             88 RET-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-RET-NB-ENR  PIC 9(6).
           05 FILLER          PIC X(68).
      * RAPPORT DES ARRIERES DE MAJASPAI RELU TEL QU'IMPRIME : SEULES
      * LES LIGNES DE DETAIL (LIBELLE ' EXIGIBLE ' EN COLONNE 28)
      * SONT EXPLOITEES, LE RESTE DU EN COLONNE 69 EST DE-EDITE
       FD  ARRIER RECORDING F.
       01  EARRIER            PIC X(80).
       01  EARRIER-DET.
           05 ARR-MAT         PIC X(6).
           05 FILLER          PIC X(21).
           05 ARR-LIB-EXIG    PIC X(10).
             88 ARR-LIGNE-DETAIL VALUE ' EXIGIBLE '.
           05 FILLER          PIC X(31).
           05 ARR-RESTE       PIC ZZZZZ9V,99.
           05 FILLER          PIC X(3).
       FD  RELEVE RECORDING F.
       01  ERELEVE            PIC X(80).
       FD  RAPRLV RECORDING F.
       01  ERAPRLV            PIC X(80).
       FD  NPAIRCH RECORDING F.
       01  ENPAIRCH           PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-ECH         PIC XX.
       77  WS-REMB        PIC XX.
       77  WS-RETPRL      PIC XX.
       77  WS-ARRIER      PIC XX.
       77  WS-RELEVE      PIC XX.
       77  WS-RAPRLV      PIC XX.
       77  WS-NPAIRCH     PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASRLV'.
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
       77  WS-DT-DEB          PIC 9(8) VALUE 0.
       77  WS-DT-FIN          PIC 9(8) VALUE 0.
       77  WS-TRL-ECH-NB      PIC 9(6) VALUE 0.
       77  CPT-ECH-SCAN       PIC 9(6) VALUE 0.
       77  CPT-RMB-LUS        PIC 9(6) VALUE 0.
       77  TOT-RMB-LU         PIC 9(9)V99 VALUE 0.
       77  CPT-RET-LOT        PIC 9(6) VALUE 0.
       77  CPT-POL-LUES       PIC 9(6) VALUE 0.
       77  CPT-RELEVES        PIC 9(6) VALUE 0.
       77  CPT-SANS-MVT       PIC 9(6) VALUE 0.
       77  CPT-CLOTURES       PIC 9(6) VALUE 0.
       77  CPT-ECARTS         PIC 9(6) VALUE 0.
       77  CPT-ARR-ORPH       PIC 9(6) VALUE 0.
       77  CPT-ECH-ORPH       PIC 9(6) VALUE 0.
       77  CPT-NPAI           PIC 9(6) VALUE 0.
       77  WS-DOC-NPAI        PIC X(8) VALUE 'RELEVE'.
      * RISTOURNES DE LA PERIODE (FICHIER REMBOUR DE MAJASRMB) ET
      * PRELEVEMENTS REJETES DE LA PERIODE (FICHIERS RETOUR RETPRL
      * CONCATENES, UN TRAILER PAR REMISE), GARDES EN MEMOIRE ET
      * RAPPROCHES PAR MATRICULE. UNE RISTOURNE NON RAPPROCHEE D'UNE
      * POLICE EN VIGUEUR CONCERNE UNE POLICE SUPPRIMEE : ELLE DONNE
      * LIEU A UN RELEVE DE CLOTURE EN FIN DE TRAITEMENT
       01  TAB-RISTOURNES.
           05 RS-LIGNE OCCURS 999.
             10 TR-MAT        PIC X(6).
             10 TR-DT-SUPP    PIC 9(8).
             10 TR-MNT        PIC 9(6)V99.
             10 TR-IND-EDITE  PIC X.
       77  NB-RMB             PIC 9(4) VALUE 0.
       77  NB-RMB-MAX         PIC 9(4) VALUE 999.
       77  CPT-RMB            PIC 9(4).
       01  TAB-REJETS.
           05 RJ-LIGNE OCCURS 2000.
             10 TJ-MAT        PIC X(6).
             10 TJ-DT-PRL     PIC 9(8).
             10 TJ-MNT        PIC 9(6)V99.
             10 TJ-CODE       PIC X(2).
       77  NB-REJ             PIC 9(4) VALUE 0.
       77  NB-REJ-MAX         PIC 9(4) VALUE 2000.
       77  CPT-REJ            PIC 9(4).
      * ECHEANCIER DE LA POLICE, LIMITE A DOUZE ECHEANCES COMME DANS
      * LE RAPPORT DES ARRIERES POUR QUE LES DEUX SOLDES SE COMPARENT
       01  TAB-ECHEANCES.
           05 TE-LIGNE OCCURS 12.
             10 TE-NUM-ECH    PIC 9(2).
             10 TE-NB-ECH     PIC 9(2).
             10 TE-DT-ECH     PIC 9(8).
             10 TE-MNT        PIC 9(6)V99.
       77  NB-ECH-POL         PIC 99.
       77  NB-ECH-MAX         PIC 99 VALUE 12.
       77  CPT-TE             PIC 99.
       77  IND-ECH-FIN        PIC X VALUE 'N'.
         88 ECHEANCIER-EPUISE   VALUE 'O'.
         88 ECHEANCIER-EN-COURS VALUE 'N'.
       77  IND-ARR-FIN        PIC X VALUE 'N'.
         88 ARRIERES-EPUISES    VALUE 'O'.
         88 ARRIERES-EN-COURS   VALUE 'N'.
      * SOLDES DU COMPTE : POSITIF = DU PAR L'ASSURE (DEBITEUR),
      * NEGATIF = EN FAVEUR DE L'ASSURE (CREDITEUR)
       77  ECH-ANT            PIC S9(9)V99 VALUE 0.
       77  PAYE-ANT           PIC S9(9)V99 COMP-3.
       77  ECH-PER            PIC S9(9)V99 VALUE 0.
       77  PAYE-PER           PIC S9(9)V99 COMP-3.
       77  RMB-PER            PIC S9(9)V99 VALUE 0.
       77  REJ-PER            PIC S9(9)V99 VALUE 0.
       77  NB-PAYE-PER        PIC S9(4) COMP.
       77  NB-PAYE-POST       PIC S9(4) COMP.
       77  NB-REJ-POL         PIC 9(4) VALUE 0.
       77  NB-RMB-POL         PIC 9(4) VALUE 0.
       77  NB-ECH-PER         PIC 99 VALUE 0.
       77  SOLDE-OUV          PIC S9(9)V99 VALUE 0.
       77  SOLDE-CLO          PIC S9(9)V99 VALUE 0.
       77  SOLDE-ARR          PIC S9(9)V99 VALUE 0.
       77  WS-ARR-RESTE       PIC 9(6)V99 VALUE 0.
       77  WS-SOLDE-ED        PIC S9(9)V99.
       77  WS-DT-ED           PIC 9(8).
       77  SENS-SOLDE         PIC X(2).
       77  WS-DT-LIGNE        PIC 9(8).
       77  LIB-ECART          PIC X(24).
       77  WS-NUM-ED          PIC 9(2).
       77  WS-NB-ED           PIC 9(2).
      * TOTAUX DE CONTROLE DU FICHIER D'IMPRESSION : SOLDES
      * D'OUVERTURE + ECHEANCES - PAIEMENTS + RISTOURNES = SOLDES DE
      * CLOTURE, POUR L'ENSEMBLE DES RELEVES EMIS
       77  TOT-OUV            PIC S9(9)V99 VALUE 0.
       77  TOT-ECH            PIC S9(9)V99 VALUE 0.
       77  TOT-PAYE           PIC S9(9)V99 VALUE 0.
       77  TOT-RMB            PIC S9(9)V99 VALUE 0.
       77  TOT-CLO            PIC S9(9)V99 VALUE 0.
       77  TOT-REJ            PIC S9(9)V99 VALUE 0.
       77  TOT-CTRL           PIC S9(9)V99 VALUE 0.
       77  TOT-DEBITEUR       PIC 9(9)V99 VALUE 0.
       77  DIS-MNT            PIC ZZZZZ9V,99.
       77  DIS-ARR            PIC ZZZZZZZZ9V,99.
       77  DIS-SOLDE          PIC ZZZZZZZZ9V,99.
       77  DIS-TOT            PIC ZZZZZZZZ9V,99.
      * LIGNE DE DETAIL DU RELEVE : UN SOLDE DEBITEUR S'IMPRIME DANS
      * LA COLONNE DEBIT, UN SOLDE CREDITEUR DANS LA COLONNE CREDIT
       01  LGN-DETAIL.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LD-DATE         PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LD-LIB          PIC X(36).
           05 LD-DEBIT        PIC X(12).
           05 FILLER          PIC X VALUE SPACE.
           05 LD-CREDIT       PIC X(12).
           05 FILLER          PIC X(7) VALUE SPACES.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TPAI
           END-EXEC.
           EXEC SQL
              INCLUDE TARCH
           END-EXEC.
           EXEC SQL
              INCLUDE TNPA
           END-EXEC.
           EXEC SQL DECLARE CURSF CURSOR FOR
               SELECT MAT, NOM_PRN, ADSS, CP, VILLE, ACTIF
                 FROM TASSURES
                ORDER BY MAT ASC
           END-EXEC
           EXEC SQL DECLARE CURSP CURSOR FOR
               SELECT DT_PAIE, MNT_PAIE
                 FROM TPAIEMENTS
                WHERE MAT = :A-MAT
                  AND DT_PAIE BETWEEN :WS-DT-DEB AND :WS-DT-FIN
                ORDER BY DT_PAIE ASC
           END-EXEC
      * POLICE SUPPRIMEE : LE NOM ET L'ADRESSE SONT REPRIS DU DERNIER
      * MOUVEMENT ARCHIVE QUI LES PORTE ('S' ARRIVE SOUVENT INCOMPLET)
           EXEC SQL DECLARE CURSA CURSOR FOR
               SELECT NOM_PRN, ADSS, CP, VILLE
                 FROM TMVTPROJARCH
                WHERE MAT = :MA-MAT
                  AND CDE_MVT IN ('C', 'M', 'R')
                ORDER BY DT_ARCH DESC, HR_ARCH DESC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * RELEVE DE COMPTE PERIODIQUE PAR POLICE : SOLDE ANTERIEUR,
      * ECHEANCES DE LA PERIODE (ECHEANC), PAIEMENTS RECUS
      * (TPAIEMENTS), PRELEVEMENTS REJETES (RETPRL, POUR MEMOIRE :
      * ILS N'ONT JAMAIS ETE ENCAISSES), RISTOURNES (REMBOUR) ET
      * SOLDE A LA FIN DE LA PERIODE. LE SOLDE DE CLOTURE EST
      * RAPPROCHE DU RESTE DU PUBLIE PAR LE RAPPORT DES ARRIERES
      * (ARRIER DE MAJASPAI ARRETE A LA MEME DATE) : TOUT ECART EST
      * LISTE DANS RAPRLV. UNE POLICE A ADRESSE BLOQUEE NPAI (TNPAI)
      * N'A PAS DE RELEVE : ELLE EST LISTEE DANS NPAIRCH
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN INPUT ECHEANC
           OPEN INPUT REMBOUR
           OPEN INPUT RETPRL
           OPEN INPUT ARRIER
           OPEN OUTPUT RELEVE
           OPEN OUTPUT RAPRLV
           OPEN OUTPUT NPAIRCH
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-ECH
           PERFORM TEST-STAT-REMB
           PERFORM TEST-STAT-RETPRL
           PERFORM TEST-STAT-ARRIER
           PERFORM TEST-STAT-RELEVE
           PERFORM TEST-STAT-RAPRLV
           PERFORM TEST-STAT-NPAIRCH
           PERFORM CREA-DAT-TIME
           PERFORM CHARGE-PARM
           PERFORM CHARGE-RISTOURNES
           PERFORM CHARGE-REJETS
           PERFORM SCAN-TRL-ECHEANC
           CLOSE ECHEANC
           OPEN INPUT ECHEANC
           PERFORM TEST-STAT-ECH
           PERFORM READ-ECHEANC
           PERFORM READ-ARRIER
           EXEC SQL OPEN CURSF END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-POLICE
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-POL-LUES
             PERFORM TRAITE-POLICE
             PERFORM FETCH-POLICE
           END-PERFORM
           EXEC SQL CLOSE CURSF END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM SAUTE-ARR-FIN
           PERFORM RELEVES-CLOTURE
           PERFORM ECRIT-TOTAUX-CTRL
           PERFORM CREA-TABL-STAT
           CLOSE PARM
           CLOSE ECHEANC
           CLOSE REMBOUR
           CLOSE RETPRL
           CLOSE ARRIER
           CLOSE RELEVE
           CLOSE RAPRLV
           CLOSE NPAIRCH
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-ECH
           PERFORM TEST-STAT-REMB
           PERFORM TEST-STAT-RETPRL
           PERFORM TEST-STAT-ARRIER
           PERFORM TEST-STAT-RELEVE
           PERFORM TEST-STAT-RAPRLV
           PERFORM TEST-STAT-NPAIRCH
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
      * RELEVES PERIODIQUES : LUS = POLICES, ECRITS = RELEVES ET
      * RELEVES DE CLOTURE, REJETES = ECARTS AVEC LES ARRIERES
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-POL-LUES TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = CPT-RELEVES + CPT-CLOTURES
           COMPUTE RUN-NB-REJETES = CPT-ECARTS + CPT-ARR-ORPH
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
      * PERIODE DU RELEVE : FIN A ZERO = DATE D'EXPLOITATION, DEBUT A
      * ZERO = PREMIER JOUR DU MOIS DE LA DATE DE FIN
           READ PARM
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR LECTURE PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-DEB IS NOT NUMERIC
              OR PARM-DT-FIN IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : PERIODE INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-FIN = 0
             MOVE RUN-DT-EXPL TO WS-DT-FIN
           ELSE
             MOVE PARM-DT-FIN TO WS-DT-FIN
           END-IF
           IF PARM-DT-DEB = 0
             MOVE WS-DT-FIN TO WS-DT-DEB
             MOVE '01' TO WS-DT-DEB(7:2)
           ELSE
             MOVE PARM-DT-DEB TO WS-DT-DEB
           END-IF
           IF WS-DT-DEB > WS-DT-FIN
             DISPLAY 'ERREUR PARM : DEBUT ' WS-DT-DEB
                 ' POSTERIEUR A LA FIN ' WS-DT-FIN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       CHARGE-RISTOURNES.
      * LE FICHIER EST CONTROLE PAR SON TRAILER (NOMBRE ET MONTANT)
      * AVANT TOUT USAGE ; SEULES LES RISTOURNES DONT LA DATE DE
      * SUPPRESSION TOMBE DANS LA PERIODE SONT RETENUES
           READ REMBOUR
           PERFORM UNTIL WS-REMB = '10' OR RMB-IS-TRAILER
             ADD 1 TO CPT-RMB-LUS
             ADD RMB-MNT TO TOT-RMB-LU
             IF RMB-DT-SUPP >= WS-DT-DEB AND RMB-DT-SUPP <= WS-DT-FIN
               ADD 1 TO NB-RMB
               IF NB-RMB > NB-RMB-MAX
                 DISPLAY 'ERREUR TABLEAU-RMB TROP PETIT / LIMITE = '
                         NB-RMB-MAX
                 MOVE 15 TO RETURN-CODE
                 STOP RUN
               END-IF
               MOVE RMB-MAT     TO TR-MAT(NB-RMB)
               MOVE RMB-DT-SUPP TO TR-DT-SUPP(NB-RMB)
               MOVE RMB-MNT     TO TR-MNT(NB-RMB)
               MOVE 'N'         TO TR-IND-EDITE(NB-RMB)
             END-IF
             READ REMBOUR
           END-PERFORM
           IF NOT RMB-IS-TRAILER
             DISPLAY 'ERREUR : TRAILER REMBOUR ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF TRL-RMB-NB-ENR NOT = CPT-RMB-LUS
              OR TRL-RMB-MNT NOT = TOT-RMB-LU
             DISPLAY 'ERREUR : TOTAUX CONTROLE REMBOUR ATTENDUS '
                 TRL-RMB-NB-ENR ' ' TRL-RMB-MNT
                 ' LUS ' CPT-RMB-LUS ' ' TOT-RMB-LU
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       CHARGE-REJETS.
      * LES REMISES DE LA PERIODE SONT CONCATENEES : CHACUNE SE
      * TERMINE PAR SON TRAILER, DONT LE COMPTE EST VERIFIE. LES
      * PRELEVEMENTS HONORES SONT DEJA DANS TPAIEMENTS (MAJASPRR),
      * SEULS LES REJETS DE LA PERIODE SONT GARDES
           MOVE 0 TO CPT-RET-LOT
           READ RETPRL
           PERFORM UNTIL WS-RETPRL = '10'
             IF RET-IS-TRAILER
               IF TRL-RET-NB-ENR NOT = CPT-RET-LOT
                 DISPLAY 'ERREUR : TOTAL CONTROLE RETPRL ATTENDU '
                     TRL-RET-NB-ENR ' LU ' CPT-RET-LOT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               MOVE 0 TO CPT-RET-LOT
             ELSE
               ADD 1 TO CPT-RET-LOT
               IF NOT RET-HONORE
                  AND RET-DT-PRL >= WS-DT-DEB
                  AND RET-DT-PRL <= WS-DT-FIN
                 PERFORM RANGE-REJET
               END-IF
             END-IF
             READ RETPRL
           END-PERFORM
           IF CPT-RET-LOT NOT = 0
             DISPLAY 'ERREUR : TRAILER RETPRL ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       RANGE-REJET.
           ADD 1 TO NB-REJ
           IF NB-REJ > NB-REJ-MAX
             DISPLAY 'ERREUR TABLEAU-REJ TROP PETIT / LIMITE = '
                     NB-REJ-MAX
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE RET-MATRICUL TO TJ-MAT(NB-REJ)
           MOVE RET-DT-PRL   TO TJ-DT-PRL(NB-REJ)
           MOVE RET-MNT      TO TJ-MNT(NB-REJ)
           MOVE RET-CODE     TO TJ-CODE(NB-REJ)
           .

       SCAN-TRL-ECHEANC.
      * PRE-LECTURE COMPLETE DE L'ECHEANCIER POUR VERIFIER LE TOTAL
      * DE CONTROLE DU TRAILER : UN FICHIER TRONQUE FERAIT DISPARAITRE
      * DES ECHEANCES DES RELEVES SANS BRONCHER
           MOVE 0 TO CPT-ECH-SCAN
           READ ECHEANC
           PERFORM UNTIL WS-ECH = '10' OR ECH-IS-TRAILER
             ADD 1 TO CPT-ECH-SCAN
             READ ECHEANC
           END-PERFORM
           IF NOT ECH-IS-TRAILER
             DISPLAY 'ERREUR : TRAILER ECHEANC ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE TRL-ECH-NB-ENR TO WS-TRL-ECH-NB
           IF WS-TRL-ECH-NB NOT = CPT-ECH-SCAN
             DISPLAY 'ERREUR : TOTAL CONTROLE ECHEANC ATTENDU '
                 WS-TRL-ECH-NB ' LU ' CPT-ECH-SCAN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       READ-ECHEANC.
           READ ECHEANC
           IF WS-ECH = '10' OR ECH-IS-TRAILER
             SET ECHEANCIER-EPUISE TO TRUE
           END-IF
           .
       READ-ARRIER.
      * LECTURE DE LA LIGNE DE DETAIL SUIVANTE DU RAPPORT DES
      * ARRIERES (ENTETE ET STATISTIQUES SONT SAUTEES)
           READ ARRIER
           PERFORM UNTIL WS-ARRIER = '10' OR ARR-LIGNE-DETAIL
             READ ARRIER
           END-PERFORM
           IF WS-ARRIER = '10'
             SET ARRIERES-EPUISES TO TRUE
           END-IF
           .
       FETCH-POLICE.
           EXEC SQL FETCH CURSF
               INTO :A-MAT, :A-NOM-PRN, :A-ADSS, :A-CP, :A-VILLE,
                    :A-ACTIF
           END-EXEC
           .

       TRAITE-POLICE.
           PERFORM SAUTE-ECH-AVANT
           PERFORM CHARGE-ECHEANCIER
           PERFORM CHERCHE-ARRIERE
           PERFORM CALC-SOLDES
           IF SOLDE-OUV = 0 AND SOLDE-CLO = 0 AND NB-ECH-PER = 0
              AND NB-PAYE-PER = 0 AND NB-REJ-POL = 0
              AND NB-RMB-POL = 0
             ADD 1 TO CPT-SANS-MVT
           ELSE
             PERFORM CHERCHE-NPAI
             IF NP-ACTIF
               PERFORM ECARTE-NPAI
             ELSE
               PERFORM ECRIT-RELEVE
             END-IF
           END-IF
           PERFORM CONTROLE-ARRIERE
           .
       CHERCHE-NPAI.
           MOVE A-MAT TO NP-MAT
           EXEC SQL
             SELECT STATUT, DT_RETOUR, DOC
               INTO :NP-STATUT, :NP-DT-RETOUR, :NP-DOC
               FROM TNPAI
              WHERE MAT = :NP-MAT
           END-EXEC
           IF SQLCODE = 100
             MOVE SPACE TO NP-STATUT
           ELSE
             PERFORM TEST-SQLCODE
           END-IF
           .
       ECRIT-LIGNE-NPAIRCH.
      * POLICE A RECHERCHER : DOCUMENT NON ENVOYE, DERNIER RETOUR NPAI
      * ET ADRESSE CONNUE
           MOVE ALL ' ' TO ENPAIRCH
           STRING A-MAT ' ' A-NOM-PRN ' ' WS-DOC-NPAI
               ' NON ENVOYE - NPAI DU ' NP-DT-RETOUR
               DELIMITED BY SIZE INTO ENPAIRCH
           WRITE ENPAIRCH
           MOVE ALL ' ' TO ENPAIRCH
           STRING '       ' A-ADSS ' ' A-CP ' ' A-VILLE
               ' DOC REVENU ' NP-DOC
               DELIMITED BY SIZE INTO ENPAIRCH
           WRITE ENPAIRCH
           MOVE ALL ' ' TO ENPAIRCH
           .
       ECARTE-NPAI.
      * AUCUN RELEVE NI TOTAL : LES TOTAUX DE CONTROLE NE PORTENT QUE
      * SUR LES RELEVES EMIS
           ADD 1 TO CPT-NPAI
           PERFORM ECRIT-LIGNE-NPAIRCH
           MOVE ALL ' ' TO ERAPRLV
           STRING A-MAT ' ADRESSE NPAI DU ' NP-DT-RETOUR
               ' - RELEVE NON EMIS'
               DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           .
       SAUTE-ECH-AVANT.
           PERFORM UNTIL ECHEANCIER-EPUISE OR ECH-MAT >= A-MAT
             ADD 1 TO CPT-ECH-ORPH
             PERFORM READ-ECHEANC
           END-PERFORM
           .
       CHARGE-ECHEANCIER.
           MOVE 0 TO NB-ECH-POL
           PERFORM UNTIL ECHEANCIER-EPUISE OR ECH-MAT NOT = A-MAT
             IF NB-ECH-POL < NB-ECH-MAX
               ADD 1 TO NB-ECH-POL
               MOVE ECH-NUM-ECH TO TE-NUM-ECH(NB-ECH-POL)
               MOVE ECH-NB-ECH  TO TE-NB-ECH(NB-ECH-POL)
               MOVE ECH-DT-ECH  TO TE-DT-ECH(NB-ECH-POL)
               MOVE ECH-MNT     TO TE-MNT(NB-ECH-POL)
             END-IF
             PERFORM READ-ECHEANC
           END-PERFORM
           .
       CHERCHE-ARRIERE.
      * LES LIGNES D'ARRIERES D'UN MATRICULE ABSENT DE TASSURES SONT
      * DES ECARTS ; CELLE DU MATRICULE COURANT DONNE LE RESTE DU
      * PUBLIE PAR MAJASPAI (ZERO SI LA POLICE N'Y FIGURE PAS)
           PERFORM UNTIL ARRIERES-EPUISES OR ARR-MAT >= A-MAT
             PERFORM ECRIT-ARR-ORPHELIN
             PERFORM READ-ARRIER
           END-PERFORM
           MOVE 0 TO WS-ARR-RESTE
           IF ARRIERES-EN-COURS AND ARR-MAT = A-MAT
             MOVE ARR-RESTE TO WS-ARR-RESTE
             PERFORM READ-ARRIER
           END-IF
           .
       SAUTE-ARR-FIN.
           PERFORM UNTIL ARRIERES-EPUISES
             PERFORM ECRIT-ARR-ORPHELIN
             PERFORM READ-ARRIER
           END-PERFORM
           .
       ECRIT-ARR-ORPHELIN.
           ADD 1 TO CPT-ARR-ORPH
           MOVE ALL ' ' TO ERAPRLV
           STRING ARR-MAT ' ARRIERE ' ARR-RESTE
               ' SANS POLICE DANS TASSURES'
               DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           .
       CALC-SOLDES.
      * SOLDE ANTERIEUR = ECHEANCES ECHUES AVANT LE DEBUT DE LA
      * PERIODE - PAIEMENTS RECUS AVANT CE DEBUT ; SOLDE DE CLOTURE =
      * SOLDE ANTERIEUR + ECHEANCES - PAIEMENTS + RISTOURNES DE LA
      * PERIODE. LES PRELEVEMENTS REJETES NE MODIFIENT PAS LE SOLDE
           MOVE 0 TO ECH-ANT ECH-PER NB-ECH-PER
           PERFORM VARYING CPT-TE FROM 1 BY 1
                   UNTIL CPT-TE > NB-ECH-POL
             IF TE-DT-ECH(CPT-TE) < WS-DT-DEB
               ADD TE-MNT(CPT-TE) TO ECH-ANT
             ELSE
               IF TE-DT-ECH(CPT-TE) <= WS-DT-FIN
                 ADD TE-MNT(CPT-TE) TO ECH-PER
                 ADD 1 TO NB-ECH-PER
               END-IF
             END-IF
           END-PERFORM
           MOVE 0 TO PAYE-ANT
           EXEC SQL
             SELECT COALESCE(SUM(MNT_PAIE), 0) INTO :PAYE-ANT
               FROM TPAIEMENTS
              WHERE MAT = :A-MAT AND DT_PAIE < :WS-DT-DEB
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 0 TO PAYE-PER
           MOVE 0 TO NB-PAYE-PER
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(MNT_PAIE), 0)
               INTO :NB-PAYE-PER, :PAYE-PER
               FROM TPAIEMENTS
              WHERE MAT = :A-MAT
                AND DT_PAIE BETWEEN :WS-DT-DEB AND :WS-DT-FIN
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 0 TO RMB-PER NB-RMB-POL
           PERFORM VARYING CPT-RMB FROM 1 BY 1 UNTIL CPT-RMB > NB-RMB
             IF TR-MAT(CPT-RMB) = A-MAT
               ADD TR-MNT(CPT-RMB) TO RMB-PER
               ADD 1 TO NB-RMB-POL
               MOVE 'O' TO TR-IND-EDITE(CPT-RMB)
             END-IF
           END-PERFORM
           MOVE 0 TO REJ-PER NB-REJ-POL
           PERFORM VARYING CPT-REJ FROM 1 BY 1 UNTIL CPT-REJ > NB-REJ
             IF TJ-MAT(CPT-REJ) = A-MAT
               ADD TJ-MNT(CPT-REJ) TO REJ-PER
               ADD 1 TO NB-REJ-POL
             END-IF
           END-PERFORM
           COMPUTE SOLDE-OUV = ECH-ANT - PAYE-ANT
           COMPUTE SOLDE-CLO = SOLDE-OUV + ECH-PER - PAYE-PER
               + RMB-PER
           .
       CONTROLE-ARRIERE.
      * MAJASPAI NE PUBLIE QUE LES POLICES ACTIVES DONT LE SOLDE EST
      * DEBITEUR : UN SOLDE DE CLOTURE NUL OU CREDITEUR CORRESPOND A
      * L'ABSENCE DE LIGNE D'ARRIERES
           IF SOLDE-CLO > 0
             MOVE SOLDE-CLO TO SOLDE-ARR
             ADD SOLDE-CLO TO TOT-DEBITEUR
           ELSE
             MOVE 0 TO SOLDE-ARR
           END-IF
           IF SOLDE-ARR NOT = WS-ARR-RESTE
             PERFORM ECRIT-ECART
           END-IF
           .
       ECRIT-ECART.
      * MOTIF PROBABLE DE L'ECART, POUR ORIENTER L'ANALYSE
           ADD 1 TO CPT-ECARTS
           MOVE 0 TO NB-PAYE-POST
           EXEC SQL
             SELECT COUNT(*) INTO :NB-PAYE-POST
               FROM TPAIEMENTS
              WHERE MAT = :A-MAT AND DT_PAIE > :WS-DT-FIN
           END-EXEC
           PERFORM TEST-SQLCODE
           EVALUATE TRUE
           WHEN A-SUSPENDU
             MOVE 'POLICE SUSPENDUE' TO LIB-ECART
           WHEN NB-PAYE-POST > 0
             MOVE 'PAIEMENT POSTERIEUR' TO LIB-ECART
           WHEN NB-ECH-POL = 0
             MOVE 'POLICE SANS ECHEANCIER' TO LIB-ECART
           WHEN OTHER
             MOVE 'A ANALYSER' TO LIB-ECART
           END-EVALUATE
           MOVE SOLDE-ARR TO DIS-SOLDE
           MOVE WS-ARR-RESTE TO DIS-ARR
           MOVE ALL ' ' TO ERAPRLV
           STRING A-MAT ' RELEVE ' DIS-SOLDE ' ARRIERES ' DIS-ARR
               ' ' LIB-ECART DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           .

       ECRIT-RELEVE.
           ADD 1 TO CPT-RELEVES
           ADD SOLDE-OUV TO TOT-OUV
           ADD ECH-PER   TO TOT-ECH
           ADD PAYE-PER  TO TOT-PAYE
           ADD RMB-PER   TO TOT-RMB
           ADD REJ-PER   TO TOT-REJ
           ADD SOLDE-CLO TO TOT-CLO
           PERFORM ECRIT-ENTETE-RELEVE
           MOVE SOLDE-OUV TO WS-SOLDE-ED
           MOVE WS-DT-DEB TO WS-DT-LIGNE
           MOVE 'SOLDE ANTERIEUR' TO LD-LIB
           PERFORM ECRIT-LIGNE-SOLDE
           PERFORM ECRIT-ECHEANCES
           PERFORM ECRIT-PAIEMENTS
           PERFORM ECRIT-REJETS
           PERFORM ECRIT-RISTOURNES
           MOVE SOLDE-CLO TO WS-SOLDE-ED
           MOVE WS-DT-FIN TO WS-DT-LIGNE
           MOVE 'SOLDE EN FIN DE PERIODE' TO LD-LIB
           PERFORM ECRIT-LIGNE-SOLDE
           IF A-SUSPENDU
             MOVE ALL ' ' TO ERELEVE
             MOVE 'CONTRAT ACTUELLEMENT SUSPENDU' TO ERELEVE
             WRITE ERELEVE
           END-IF
           MOVE ALL ' ' TO ERELEVE
           .
       ECRIT-ENTETE-RELEVE.
      * BLOC ADRESSE : NOM ET ADRESSE REPRIS DE TASSURES COMME POUR
      * LES LETTRES DE RELANCE
           MOVE ALL '-' TO ERELEVE
           WRITE ERELEVE
           MOVE ALL ' ' TO ERELEVE
           MOVE A-NOM-PRN TO ERELEVE
           WRITE ERELEVE
           MOVE ALL ' ' TO ERELEVE
           MOVE A-ADSS TO ERELEVE
           WRITE ERELEVE
           MOVE ALL ' ' TO ERELEVE
           STRING A-CP ' ' A-VILLE DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           MOVE ALL ' ' TO ERELEVE
           STRING 'POLICE ' A-MAT DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           MOVE ALL ' ' TO ERELEVE
           STRING 'RELEVE DE COMPTE DU ' WS-DT-DEB ' AU ' WS-DT-FIN
               DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           MOVE ALL ' ' TO ERELEVE
           STRING '  DATE      LIBELLE                         '
               '           DEBIT       CREDIT'
               DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           .
       ECRIT-ECHEANCES.
           PERFORM VARYING CPT-TE FROM 1 BY 1
                   UNTIL CPT-TE > NB-ECH-POL
             IF TE-DT-ECH(CPT-TE) >= WS-DT-DEB
                AND TE-DT-ECH(CPT-TE) <= WS-DT-FIN
               MOVE TE-NUM-ECH(CPT-TE) TO WS-NUM-ED
               MOVE TE-NB-ECH(CPT-TE) TO WS-NB-ED
               MOVE SPACES TO LD-LIB
               STRING 'ECHEANCE ' WS-NUM-ED '/' WS-NB-ED
                   DELIMITED BY SIZE INTO LD-LIB
               MOVE TE-DT-ECH(CPT-TE) TO WS-DT-LIGNE
               MOVE TE-MNT(CPT-TE) TO DIS-SOLDE
               MOVE DIS-SOLDE TO LD-DEBIT
               MOVE SPACES TO LD-CREDIT
               PERFORM ECRIT-LIGNE-DETAIL
             END-IF
           END-PERFORM
           .
       ECRIT-PAIEMENTS.
           IF NB-PAYE-PER > 0
             EXEC SQL OPEN CURSP END-EXEC
             PERFORM TEST-SQLCODE
             EXEC SQL FETCH CURSP
                 INTO :P-DT-PAIE, :P-MNT-PAIE
             END-EXEC
             PERFORM UNTIL SQLCODE = 100
               MOVE 'PAIEMENT RECU' TO LD-LIB
               MOVE P-DT-PAIE TO WS-DT-LIGNE
               MOVE P-MNT-PAIE TO DIS-SOLDE
               MOVE SPACES TO LD-DEBIT
               MOVE DIS-SOLDE TO LD-CREDIT
               PERFORM ECRIT-LIGNE-DETAIL
               EXEC SQL FETCH CURSP
                   INTO :P-DT-PAIE, :P-MNT-PAIE
               END-EXEC
             END-PERFORM
             EXEC SQL CLOSE CURSP END-EXEC
             PERFORM TEST-SQLCODE
           END-IF
           .
       ECRIT-REJETS.
      * LE PRELEVEMENT REJETE N'A JAMAIS ETE PORTE AU CREDIT : IL EST
      * MENTIONNE POUR MEMOIRE, SANS MONTANT DANS LES COLONNES
           PERFORM VARYING CPT-REJ FROM 1 BY 1 UNTIL CPT-REJ > NB-REJ
             IF TJ-MAT(CPT-REJ) = A-MAT
               MOVE TJ-MNT(CPT-REJ) TO DIS-MNT
               MOVE SPACES TO LD-LIB
               STRING 'PRLV ' DIS-MNT ' REJETE MOTIF '
                   TJ-CODE(CPT-REJ) DELIMITED BY SIZE INTO LD-LIB
               MOVE TJ-DT-PRL(CPT-REJ) TO WS-DT-LIGNE
               MOVE SPACES TO LD-DEBIT
               MOVE SPACES TO LD-CREDIT
               PERFORM ECRIT-LIGNE-DETAIL
             END-IF
           END-PERFORM
           .
       ECRIT-RISTOURNES.
           PERFORM VARYING CPT-RMB FROM 1 BY 1 UNTIL CPT-RMB > NB-RMB
             IF TR-MAT(CPT-RMB) = A-MAT
               PERFORM ECRIT-LIGNE-RISTOURNE
             END-IF
           END-PERFORM
           .
       ECRIT-LIGNE-RISTOURNE.
           MOVE 'RISTOURNE REMBOURSEE' TO LD-LIB
           MOVE TR-DT-SUPP(CPT-RMB) TO WS-DT-LIGNE
           MOVE TR-MNT(CPT-RMB) TO DIS-SOLDE
           MOVE DIS-SOLDE TO LD-DEBIT
           MOVE SPACES TO LD-CREDIT
           PERFORM ECRIT-LIGNE-DETAIL
           .
       ECRIT-LIGNE-SOLDE.
           PERFORM EDITE-SOLDE
           IF SENS-SOLDE = 'CR'
             MOVE SPACES TO LD-DEBIT
             MOVE DIS-SOLDE TO LD-CREDIT
           ELSE
             MOVE DIS-SOLDE TO LD-DEBIT
             MOVE SPACES TO LD-CREDIT
           END-IF
           PERFORM ECRIT-LIGNE-DETAIL
           .
       ECRIT-LIGNE-DETAIL.
           MOVE WS-DT-LIGNE TO LD-DATE
           MOVE LGN-DETAIL TO ERELEVE
           WRITE ERELEVE
           .
       EDITE-SOLDE.
           IF WS-SOLDE-ED < 0
             COMPUTE WS-SOLDE-ED = 0 - WS-SOLDE-ED
             MOVE 'CR' TO SENS-SOLDE
           ELSE
             IF WS-SOLDE-ED = 0
               MOVE SPACES TO SENS-SOLDE
             ELSE
               MOVE 'DB' TO SENS-SOLDE
             END-IF
           END-IF
           MOVE WS-SOLDE-ED TO DIS-SOLDE
           .

       RELEVES-CLOTURE.
      * RISTOURNES RESTEES SANS POLICE EN VIGUEUR : LA POLICE A ETE
      * SUPPRIMEE (COMPTE APURE A LA SUPPRESSION, LA RISTOURNE REND
      * LA PRIME NON ACQUISE). UN RELEVE DE CLOTURE EST EMIS A
      * L'ADRESSE DU DERNIER MOUVEMENT ARCHIVE DE LA POLICE
           PERFORM VARYING CPT-RMB FROM 1 BY 1 UNTIL CPT-RMB > NB-RMB
             IF TR-IND-EDITE(CPT-RMB) = 'N'
               PERFORM ECRIT-RELEVE-CLOTURE
             END-IF
           END-PERFORM
           .
       ECRIT-RELEVE-CLOTURE.
           MOVE TR-MAT(CPT-RMB) TO MA-MAT
           MOVE TR-MAT(CPT-RMB) TO A-MAT
           MOVE SPACES TO A-NOM-PRN A-ADSS A-VILLE
           MOVE 0 TO A-CP
           EXEC SQL OPEN CURSA END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSA
               INTO :MA-NOM-PRN, :MA-ADSS, :MA-CP, :MA-VILLE
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             MOVE MA-NOM-PRN TO A-NOM-PRN
             MOVE MA-ADSS    TO A-ADSS
             MOVE MA-CP      TO A-CP
             MOVE MA-VILLE   TO A-VILLE
           END-IF
           EXEC SQL CLOSE CURSA END-EXEC
           PERFORM TEST-SQLCODE
           IF A-NOM-PRN = SPACES
             MOVE ALL ' ' TO ERAPRLV
             STRING A-MAT ' RISTOURNE SANS ADRESSE CONNUE - RELEVE '
                 'DE CLOTURE NON EMIS' DELIMITED BY SIZE INTO ERAPRLV
             WRITE ERAPRLV
           ELSE
      * L'ADRESSE ARCHIVEE PEUT ETRE CELLE QUI EST REVENUE NPAI
             PERFORM CHERCHE-NPAI
             IF NP-ACTIF
               PERFORM ECARTE-NPAI
             ELSE
               ADD 1 TO CPT-CLOTURES
               ADD TR-MNT(CPT-RMB) TO TOT-RMB
               SUBTRACT TR-MNT(CPT-RMB) FROM TOT-OUV
               PERFORM ECRIT-ENTETE-RELEVE
               MOVE ALL ' ' TO ERELEVE
               STRING 'CONTRAT RESILIE LE ' TR-DT-SUPP(CPT-RMB)
                   ' - RELEVE DE CLOTURE'
                   DELIMITED BY SIZE INTO ERELEVE
               WRITE ERELEVE
               MOVE 'PRIME NON ACQUISE' TO LD-LIB
               MOVE TR-DT-SUPP(CPT-RMB) TO WS-DT-LIGNE
               MOVE TR-MNT(CPT-RMB) TO DIS-SOLDE
               MOVE SPACES TO LD-DEBIT
               MOVE DIS-SOLDE TO LD-CREDIT
               PERFORM ECRIT-LIGNE-DETAIL
               PERFORM ECRIT-LIGNE-RISTOURNE
               MOVE 0 TO WS-SOLDE-ED
               MOVE WS-DT-FIN TO WS-DT-LIGNE
               MOVE 'SOLDE EN FIN DE PERIODE' TO LD-LIB
               PERFORM ECRIT-LIGNE-SOLDE
               MOVE ALL ' ' TO ERELEVE
             END-IF
           END-IF
           .

       ECRIT-TOTAUX-CTRL.
      * PAGE FINALE DU FICHIER D'IMPRESSION : TOTAUX DE CONTROLE ET
      * VERIFICATION DE L'EQUILIBRE DES SOLDES. LA PRIME NON ACQUISE
      * DES RELEVES DE CLOTURE EST UN SOLDE D'OUVERTURE CREDITEUR
           MOVE ALL '=' TO ERELEVE
           WRITE ERELEVE
           MOVE ALL ' ' TO ERELEVE
           MOVE LGN-DEB3 TO ERELEVE
           WRITE ERELEVE
           MOVE ALL ' ' TO ERELEVE
           STRING 'TOTAUX DE CONTROLE DES RELEVES DU ' WS-DT-DEB
               ' AU ' WS-DT-FIN DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           MOVE ALL ' ' TO ERELEVE
           COMPUTE DIS-RESP = CPT-RELEVES + CPT-CLOTURES
           STRING 'NOMBRE DE RELEVES EMIS            : ' DIS-RESP
               DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           MOVE TOT-OUV TO WS-SOLDE-ED
           PERFORM EDITE-SOLDE
           MOVE ALL ' ' TO ERELEVE
           STRING 'TOTAL DES SOLDES ANTERIEURS       : ' DIS-SOLDE
               ' ' SENS-SOLDE DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           MOVE TOT-ECH TO DIS-TOT
           MOVE ALL ' ' TO ERELEVE
           STRING 'TOTAL DES ECHEANCES               : ' DIS-TOT
               DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           MOVE TOT-PAYE TO DIS-TOT
           MOVE ALL ' ' TO ERELEVE
           STRING 'TOTAL DES PAIEMENTS               : ' DIS-TOT
               DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           MOVE TOT-RMB TO DIS-TOT
           MOVE ALL ' ' TO ERELEVE
           STRING 'TOTAL DES RISTOURNES              : ' DIS-TOT
               DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           MOVE TOT-REJ TO DIS-TOT
           MOVE ALL ' ' TO ERELEVE
           STRING 'TOTAL DES REJETS (POUR MEMOIRE)   : ' DIS-TOT
               DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           MOVE TOT-CLO TO WS-SOLDE-ED
           PERFORM EDITE-SOLDE
           MOVE ALL ' ' TO ERELEVE
           STRING 'TOTAL DES SOLDES DE FIN           : ' DIS-SOLDE
               ' ' SENS-SOLDE DELIMITED BY SIZE INTO ERELEVE
           WRITE ERELEVE
           COMPUTE TOT-CTRL = TOT-OUV + TOT-ECH - TOT-PAYE + TOT-RMB
           MOVE ALL ' ' TO ERELEVE
           IF TOT-CTRL = TOT-CLO
             MOVE 'CONTROLE : TOTAUX EQUILIBRES' TO ERELEVE
           ELSE
             MOVE 'CONTROLE : TOTAUX DESEQUILIBRES' TO ERELEVE
             DISPLAY 'ANOMALIE : TOTAUX DES RELEVES DESEQUILIBRES'
           END-IF
           WRITE ERELEVE
           MOVE ALL ' ' TO ERELEVE
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'RELEVES DE COMPTE ET ECARTS ARRIERES' TO
                LGN-DEB3(8:36)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE ALL ' ' TO ENPAIRCH
           MOVE 'API3' TO ENPAIRCH(1:4)
           MOVE 'POLICES NPAI : ADRESSES A RECHERCHER' TO
                ENPAIRCH(8:36)
           MOVE DAT TO ENPAIRCH(51:30)
           WRITE ENPAIRCH
           MOVE ALL ' ' TO ENPAIRCH
           .

       CREA-TABL-STAT.
           MOVE ALL ' ' TO ERAPRLV
           WRITE ERAPRLV
           MOVE CPT-POL-LUES TO DIS-RESP
           STRING '248 - NOMBRE DE POLICES LUES                  : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE CPT-RELEVES TO DIS-RESP
           STRING '249 - NOMBRE DE RELEVES EMIS                  : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE CPT-SANS-MVT TO DIS-RESP
           STRING '250 - POLICES SANS MOUVEMENT NI SOLDE         : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE CPT-CLOTURES TO DIS-RESP
           STRING '251 - NOMBRE DE RELEVES DE CLOTURE            : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE NB-RMB TO DIS-RESP
           STRING '252 - RISTOURNES DE LA PERIODE                : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE NB-REJ TO DIS-RESP
           STRING '253 - PRELEVEMENTS REJETES DE LA PERIODE      : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE CPT-ECARTS TO DIS-RESP
           STRING '254 - ECARTS RELEVE / RAPPORT DES ARRIERES    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE CPT-ARR-ORPH TO DIS-RESP
           STRING '255 - ARRIERES SANS POLICE DANS TASSURES      : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE CPT-ECH-ORPH TO DIS-RESP
           STRING '256 - ECHEANCES SANS POLICE DANS TASSURES     : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE CPT-NPAI TO DIS-RESP
           STRING '356 - RELEVES NON EMIS POUR ADRESSE NPAI      : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           MOVE TOT-DEBITEUR TO DIS-TOT
           STRING '257 - TOTAL DES SOLDES DEBITEURS    : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPRLV
           WRITE ERAPRLV
           MOVE ALL ' ' TO ERAPRLV
           .

       TEST-STAT-PARM.
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ECH.
           IF WS-ECH NOT = '00'
             DISPLAY 'ERREUR FICHIER ECHEANC ' WS-ECH
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-REMB.
           IF WS-REMB NOT = '00'
             DISPLAY 'ERREUR FICHIER REMBOUR ' WS-REMB
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RETPRL.
           IF WS-RETPRL NOT = '00'
             DISPLAY 'ERREUR FICHIER RETPRL ' WS-RETPRL
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ARRIER.
           IF WS-ARRIER NOT = '00'
             DISPLAY 'ERREUR FICHIER ARRIER ' WS-ARRIER
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RELEVE.
           IF WS-RELEVE NOT = '00'
             DISPLAY 'ERREUR FICHIER RELEVE ' WS-RELEVE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPRLV.
           IF WS-RAPRLV NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPRLV ' WS-RAPRLV
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-NPAIRCH.
           IF WS-NPAIRCH NOT = '00'
             DISPLAY 'ERREUR FICHIER NPAIRCH ' WS-NPAIRCH
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
           DISPLAY 'ERREUR DB2 RELEVES DE COMPTE'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
