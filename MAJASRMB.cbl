           05 RMB-MAT         PIC X(6).
           05 RMB-DT-SUPP     PIC 9(8).
           05 RMB-MNT         PIC 9(6)V99.
      * PART DE TAXE D'ASSURANCE COMPRISE DANS LA RISTOURNE, AU TAUX
      * 'X' DU TYPE DE VEHICULE DE LA POLICE : DEDUITE PAR LA
      * DECLARATION MENSUELLE DE TAXE
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
       FD  RAPRMB RECORDING F.
       01  ERAPRMB            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-RAPRMB      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASRMB'.
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
       77  CPT-SANS-DATES     PIC 9(6) VALUE 0.
       77  CPT-SANS-PAIE      PIC 9(6) VALUE 0.
       77  TOT-REMB           PIC 9(9)V99 VALUE 0.
       77  TOT-TAXE-REMB      PIC 9(9)V99 VALUE 0.
       77  MNT-TAXE-REMB      PIC 9(6)V99.
       77  WS-TV              PIC X.
      * BAREME DE TAXE D'ASSURANCE PAR TYPE DE VEHICULE (LIGNES 'X'
      * DE TCPTAUX), COMME MAJASFAC
       01  TABLEAU-TAXE.
           05 TXV-LIGNE OCCURS 20.
             10 TXV-TYPE      PIC X.
             10 TXV-PCT       PIC 9(2)V99.
       77  NB-TAXE            PIC 99 VALUE 0.
       77  NB-TAXE-MAX        PIC 99 VALUE 20.
       77  CPT-TXV            PIC 99.
       77  WS-PCT-TAXE        PIC 9(2)V99.
       01  WS-TAXE-BRUTE      PIC X(4).
       01  WS-TAXE-BRUTE-N REDEFINES WS-TAXE-BRUTE PIC 9(2)V99.
       77  TOT-PAYE           PIC S9(9)V99 COMP-3.
       77  WS-DT-EFFET        PIC 9(8).
       77  WS-DT-EXPIR        PIC 9(8).
           EXEC SQL
              INCLUDE TARCH
           END-EXEC.
           EXEC SQL
              INCLUDE TCPTX
           END-EXEC.
      * LA DATE THISTMVT EST STOCKEE EN JJ/MM/AAAA : LA SELECTION PAR
      * BORNES CHRONOLOGIQUES EST DONC FAITE EN PROGRAMME, APRES
      * RECOMPOSITION AAAAMMJJ, ET NON DANS LE PREDICAT SQL
      * A ZERO (SAISIE, 'S' DIFFERE DE LA TRANSACTION) ET NE SONT
      * DONC PAS EXPLOITABLES ICI
           EXEC SQL DECLARE CURSD CURSOR FOR
               SELECT DT_EFFET, DT_EXPIR, TV
                 FROM TMVTPROJARCH
                WHERE MAT = :MA-MAT
                  AND CDE_MVT IN ('C', 'M', 'R')
                ORDER BY DT_ARCH DESC, HR_ARCH DESC
           END-EXEC
           EXEC SQL DECLARE CURSX CURSOR FOR
               SELECT REF_VALUE
                 FROM TCPTAUX
                WHERE REF_TYPE = 'X'
                ORDER BY REF_VALUE ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
      * ENCAISSEES DANS TPAIEMENTS. LE FICHIER D'INSTRUCTIONS DE
      * REMBOURSEMENT PORTE UNE LIGNE FIN AVEC TOTAUX DE CONTROLE
      * POUR LA COMPTABILITE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT REMBOUR
           OPEN OUTPUT RAPRMB
           PERFORM TEST-STAT-RAPRMB
           PERFORM CREA-DAT-TIME
           PERFORM CHARGE-PARM
           PERFORM LOAD-TAXES
           EXEC SQL OPEN CURSH END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSH
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-REMB
           PERFORM TEST-STAT-RAPRMB
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
      * REMBOURSEMENTS PERIODIQUES : ECRITS = REMBOURSEMENTS EMIS,
      * REJETES = SUPPRESSIONS SANS DATES OU SANS PAIEMENT
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-SUPP-LUES TO RUN-NB-LUS
           MOVE CPT-REMB TO RUN-NB-ECRITS
           COMPUTE RUN-NB-REJETES = CPT-SANS-DATES + CPT-SANS-PAIE
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
           EXEC SQL OPEN CURSD END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSD
               INTO :MA-DT-EFFET, :MA-DT-EXPIR, :MA-TV
           END-EXEC
           PERFORM UNTIL SQLCODE = 100 OR DATES-TROUVEES
             MOVE MA-DT-EFFET TO WS-DT-CTRL
               SET DATES-TROUVEES TO TRUE
               MOVE MA-DT-EFFET TO WS-DT-EFFET
               MOVE MA-DT-EXPIR TO WS-DT-EXPIR
               MOVE MA-TV TO WS-TV
             ELSE
               EXEC SQL FETCH CURSD
                   INTO :MA-DT-EFFET, :MA-DT-EXPIR, :MA-TV
               END-EXEC
             END-IF
           END-PERFORM
           END-IF
           .
       WRITE-REMBOUR.
           PERFORM CALC-TAXE-REMB
           ADD 1 TO CPT-REMB
           ADD MNT-REMB TO TOT-REMB
           ADD MNT-TAXE-REMB TO TOT-TAXE-REMB
           MOVE ALL ' ' TO EREMBOUR
           MOVE H-MAT     TO RMB-MAT
           MOVE WS-DT-MVT TO RMB-DT-SUPP
           MOVE MNT-REMB  TO RMB-MNT
           MOVE WS-TV     TO RMB-TYPE-VEHIC
           MOVE WS-PCT-TAXE TO RMB-PCT-TAXE
           MOVE MNT-TAXE-REMB TO RMB-MNT-TAXE
           WRITE EREMBOUR
           MOVE ALL ' ' TO EREMBOUR
           MOVE MNT-REMB TO DIS-MNT
               DIS-MNT DELIMITED BY SIZE INTO ERAPRMB
           WRITE ERAPRMB
           .
       CALC-TAXE-REMB.
      * LA RISTOURNE EST PLAFONNEE AUX SOMMES ENCAISSEES, TAXE
      * COMPRISE : SA PART DE TAXE EST EXTRAITE AU TAUX DU TYPE DE
      * VEHICULE DE LA POLICE, TAXE / (100 + TAUX)
           MOVE 0 TO WS-PCT-TAXE
           PERFORM VARYING CPT-TXV FROM 1 BY 1
                   UNTIL CPT-TXV > NB-TAXE
             IF TXV-TYPE(CPT-TXV) = WS-TV
               MOVE TXV-PCT(CPT-TXV) TO WS-PCT-TAXE
             END-IF
           END-PERFORM
           COMPUTE MNT-TAXE-REMB ROUNDED
               = MNT-REMB * WS-PCT-TAXE / (100 + WS-PCT-TAXE)
           .
       LOAD-TAXES.
      * CHARGEMENT DU BAREME DE TAXE PAR TYPE DE VEHICULE (LIGNES
      * 'X' DE TCPTAUX)
           EXEC SQL OPEN CURSX END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSX
               INTO :REF-VALUE
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO NB-TAXE
             IF NB-TAXE > NB-TAXE-MAX
               DISPLAY 'ERREUR TABLEAU-TAXE TROP PETIT / LIMITE = '
                       NB-TAXE-MAX
               MOVE 15 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE REF-VALUE(1:1) TO TXV-TYPE(NB-TAXE)
             MOVE REF-VALUE(2:4) TO WS-TAXE-BRUTE
             IF WS-TAXE-BRUTE IS NUMERIC
               MOVE WS-TAXE-BRUTE-N TO TXV-PCT(NB-TAXE)
             ELSE
               MOVE 0 TO TXV-PCT(NB-TAXE)
             END-IF
             EXEC SQL FETCH CURSX
                 INTO :REF-VALUE
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSX END-EXEC
           PERFORM TEST-SQLCODE
           .
       WRITE-TRL-REMB.
      * LIGNE FIN DE FICHIER AVEC TOTAUX DE CONTROLE : NOMBRE
      * D'INSTRUCTIONS ET MONTANT TOTAL A REMBOURSER
           MOVE HIGH-VALUES TO TRL-RMB-INDIC
           MOVE CPT-REMB TO TRL-RMB-NB-ENR
           MOVE TOT-REMB TO TRL-RMB-MNT
           MOVE TOT-TAXE-REMB TO TRL-RMB-TAXE
           WRITE EREMBOUR
           MOVE ALL ' ' TO EREMBOUR
           .
              DELIMITED BY SIZE INTO ERAPRMB
           WRITE ERAPRMB
           MOVE ALL ' ' TO ERAPRMB
           MOVE TOT-TAXE-REMB TO DIS-TOT
           STRING '316 - DONT TAXE D''ASSURANCE         : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPRMB
           WRITE ERAPRMB
           MOVE ALL ' ' TO ERAPRMB
           MOVE CPT-SANS-DATES TO DIS-RESP
           STRING '127 - SUPPRESSIONS SANS DATES DE POLICE       : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRMB
