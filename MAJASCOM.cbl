       FILE-CONTROL.
           SELECT FACT  ASSIGN FACT
             FILE STATUS  WS-FACT.
           SELECT ECHEANC ASSIGN ECHEANC
             FILE STATUS  WS-ECH.
           SELECT COMREL ASSIGN COMREL
             FILE STATUS  WS-COMREL.
       DATA DIVISION.
           05 FAC-NUM-VEHIC   PIC 9(2).
           05 FAC-MNT-TAXE    PIC 9(6)V99.
           05 FAC-MNT-TTC     PIC 9(6)V99.
           05 FAC-TYPE-VEHIC  PIC X.
           05 FAC-PCT-TAXE    PIC 9(2)V99.
           05 FILLER          PIC X(19).
       01  EFACT-TRL REDEFINES EFACT.
           05 TRL-FAC-INDIC   PIC X(6).
             88 FAC-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-FAC-TAXE    PIC 9(9)V99.
           05 TRL-FAC-TTC     PIC 9(9)V99.
           05 FILLER          PIC X(41).
      * ECHEANCIER PRODUIT PAR LE MEME RUN MAJASFAC QUE LE FICHIER
      * FACT : SES ECHEANCES D'UNE POLICE SOMMENT SA PRIME NETTE
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
       FD  COMREL RECORDING F.
       01  ECOMREL            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-FACT        PIC XX.
       77  CPT-FAC-LUES       PIC 9(6) VALUE 0.
       77  WS-ECH         PIC XX.
       77  WS-COMREL      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASCOM'.
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
       01  TIM            PIC X(8).
             10 PL-PRM        PIC 9(6)V99.
             10 PL-CDE-PROD   PIC X(3).
             10 PL-EDITE      PIC X.
             10 PL-PART       PIC X.
       77  NB-POL             PIC 9(4) VALUE 0.
       77  NB-POL-FAC         PIC 9(4) VALUE 0.
       77  NB-POL-MAX         PIC 9(4) VALUE 9999.
       77  CPT-PROD-LUS       PIC 9(4) VALUE 0.
       77  CPT-POL-PROD       PIC 9(6).
       77  TOT-COM            PIC 9(9)V99 VALUE 0.
       77  CPT-SANS-PROD      PIC 9(6) VALUE 0.
       77  MNT-SANS-PROD      PIC 9(9)V99 VALUE 0.
      * TRANSFERTS DE PORTEFEUILLE (TTRFPROD) POUVANT TOUCHER LES
      * ECHEANCES DE LA FACTURATION : CHAQUE LIGNE CUMULE LES
      * ECHEANCES DUES AVANT SA DATE DE TRANSFERT (ET APRES LE
      * TRANSFERT PRECEDENT DE LA MEME POLICE), QUI RESTENT
      * COMMISSIONNEES A L'ANCIEN PRODUCTEUR
       01  TABLEAU-TRF.
           05 TT-LIGNE OCCURS 999.
             10 TT-MAT        PIC X(6).
             10 TT-CDE-ANC    PIC X(3).
             10 TT-DT-TRANSF  PIC 9(8).
             10 TT-MNT-ECH    PIC 9(7)V99.
       77  NB-TRF             PIC 9(3) VALUE 0.
       77  NB-TRF-MAX         PIC 9(3) VALUE 999.
       77  CPT-TT             PIC 9(3).
       77  IND-TT             PIC 9(3).
       77  WS-DT-LIM-TRF      PIC 9(8) VALUE 0.
       77  CPT-ECH-LUES       PIC 9(6) VALUE 0.
       77  IND-POL-TRF        PIC 9(4).
       77  MNT-PART-ANC       PIC 9(6)V99.
       77  CPT-PART           PIC 9(6) VALUE 0.
       77  TOT-PART-ANC       PIC 9(9)V99 VALUE 0.
       77  DIS-PRM            PIC ZZZZZ9V,99.
       77  DIS-COM            PIC ZZZZZ9V,99.
       77  DIS-TX             PIC Z9V,99.
           EXEC SQL
              INCLUDE TPROD
           END-EXEC.
           EXEC SQL
              INCLUDE TTRF
           END-EXEC.
      * DEUX ANS DE TRANSFERTS COUVRENT TOUTES LES ECHEANCES D'UNE
      * FACTURATION ANNUELLE, DATEES DEPUIS L'EFFET DE LA POLICE
           EXEC SQL DECLARE CURST CURSOR FOR
               SELECT MAT, CDE_ANC, DT_TRANSF
                 FROM TTRFPROD
                WHERE DT_TRANSF >= :WS-DT-LIM-TRF
                ORDER BY MAT ASC, DT_TRANSF ASC
           END-EXEC
           EXEC SQL DECLARE CURSP CURSOR FOR
               SELECT CODE, NOM, TX_COM
                 FROM TPRODUCT
      * DU REFERENTIEL TPRODUCT. UN RELEVE PAR PRODUCTEUR AVEC LE
      * DETAIL DES POLICES, PUIS LES TOTAUX DE CONTROLE GENERAUX ;
      * LES POLICES SANS PRODUCTEUR OU A CODE INCONNU SORTENT SUR
      * UN BLOC A PART POUR REGULARISATION. APRES UN TRANSFERT DE
      * PORTEFEUILLE (TTRFPROD), LES ECHEANCES DUES AVANT LA DATE DU
      * TRANSFERT SONT COMMISSIONNEES A L'ANCIEN PRODUCTEUR ET LES
      * SUIVANTES AU NOUVEAU
           PERFORM DEBUT-RUNLOG
           OPEN INPUT FACT
           OPEN INPUT ECHEANC
           OPEN OUTPUT COMREL
           PERFORM TEST-STAT-FACT
           PERFORM TEST-STAT-ECH
           PERFORM TEST-STAT-COMREL
      * AFFICHAGE DE LA DATE ET DE L'HEURE
           PERFORM CREA-DAT-TIME
           PERFORM CHARGE-FACT
           PERFORM CHARGE-TRANSFERTS
           PERFORM CHARGE-ECHEANCES
           PERFORM CHERCHE-PRODUCTEURS
           PERFORM PARTAGE-TRANSFERTS
           PERFORM EDITE-RELEVES
           PERFORM EDITE-SANS-PROD
           PERFORM CREA-TABL-STAT
           CLOSE FACT
           CLOSE ECHEANC
           CLOSE COMREL
           PERFORM TEST-STAT-FACT
           PERFORM TEST-STAT-ECH
           PERFORM TEST-STAT-COMREL
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LIGNES FACT LUES, POLICES
      * RATTACHEES A UN PRODUCTEUR, POLICES SANS PRODUCTEUR
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-FAC-LUES TO RUN-NB-LUS
           MOVE CPT-POL-PROD TO RUN-NB-ECRITS
           MOVE CPT-SANS-PROD TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-FACT.
      * SEULES LES LIGNES TOTAL POLICE ('T') PORTENT LA PRIME NETTE
               MOVE FAC-PRM-NET TO PL-PRM(NB-POL)
               MOVE SPACES      TO PL-CDE-PROD(NB-POL)
               MOVE 'N'         TO PL-EDITE(NB-POL)
               MOVE 'N'         TO PL-PART(NB-POL)
             END-IF
             READ FACT
           END-PERFORM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE NB-POL TO NB-POL-FAC
           .
       CHARGE-TRANSFERTS.
           COMPUTE WS-DT-LIM-TRF = RUN-DT-EXPL - 20000
           EXEC SQL OPEN CURST END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURST
               INTO :TRF-MAT, :TRF-CDE-ANC, :TRF-DT-TRANSF
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO NB-TRF
             IF NB-TRF > NB-TRF-MAX
               DISPLAY 'ERREUR TABLEAU-TRF TROP PETIT / LIMITE = '
                       NB-TRF-MAX
               MOVE 15 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE TRF-MAT       TO TT-MAT(NB-TRF)
             MOVE TRF-CDE-ANC   TO TT-CDE-ANC(NB-TRF)
             MOVE TRF-DT-TRANSF TO TT-DT-TRANSF(NB-TRF)
             MOVE 0             TO TT-MNT-ECH(NB-TRF)
             EXEC SQL FETCH CURST
                 INTO :TRF-MAT, :TRF-CDE-ANC, :TRF-DT-TRANSF
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURST END-EXEC
           PERFORM TEST-SQLCODE
           .
       CHARGE-ECHEANCES.
      * UNE ECHEANCE EST RATTACHEE AU PREMIER TRANSFERT DE SA POLICE
      * DATE APRES SON ECHEANCE (LES TRANSFERTS SONT TRIES PAR DATE) ;
      * SANS TEL TRANSFERT ELLE RESTE AU PRODUCTEUR ACTUEL
           READ ECHEANC
           PERFORM UNTIL WS-ECH = '10' OR ECH-IS-TRAILER
             ADD 1 TO CPT-ECH-LUES
             MOVE 0 TO IND-TT
             PERFORM VARYING CPT-TT FROM 1 BY 1
                     UNTIL CPT-TT > NB-TRF OR IND-TT > 0
               IF TT-MAT(CPT-TT) = ECH-MAT
                  AND TT-DT-TRANSF(CPT-TT) > ECH-DT-ECH
                 MOVE CPT-TT TO IND-TT
               END-IF
             END-PERFORM
             IF IND-TT > 0
               ADD ECH-MNT TO TT-MNT-ECH(IND-TT)
             END-IF
             READ ECHEANC
           END-PERFORM
           IF WS-ECH = '10'
             DISPLAY 'ERREUR ECHEANC : TRAILER ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF TRL-ECH-NB-ENR NOT = CPT-ECH-LUES
             DISPLAY 'ERREUR ECHEANC : NOMBRE D''ENREGISTREMENTS LUS '
                 'DIFFERENT DU TRAILER'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       CHERCHE-PRODUCTEURS.
      * LE CODE PRODUCTEUR EST RELU SUR LA POLICE ; UNE POLICE
           END-PERFORM
           .

       PARTAGE-TRANSFERTS.
      * LA PART DES ECHEANCES ANTERIEURES AU TRANSFERT EST RETIREE DE
      * LA LIGNE DE LA POLICE (PRODUCTEUR ACTUEL) ET PORTEE SUR UNE
      * LIGNE SUPPLEMENTAIRE AU CODE DE L'ANCIEN PRODUCTEUR
           PERFORM VARYING CPT-TT FROM 1 BY 1 UNTIL CPT-TT > NB-TRF
             IF TT-MNT-ECH(CPT-TT) > 0
               PERFORM PARTAGE-UNE-POLICE
             END-IF
           END-PERFORM
           .
       PARTAGE-UNE-POLICE.
           MOVE 0 TO IND-POL-TRF
           PERFORM VARYING IND-PL FROM 1 BY 1
                   UNTIL IND-PL > NB-POL-FAC OR IND-POL-TRF > 0
             IF PL-MAT(IND-PL) = TT-MAT(CPT-TT)
               SET IND-POL-TRF TO IND-PL
             END-IF
           END-PERFORM
           IF IND-POL-TRF > 0
             MOVE TT-MNT-ECH(CPT-TT) TO MNT-PART-ANC
             IF MNT-PART-ANC > PL-PRM(IND-POL-TRF)
               MOVE PL-PRM(IND-POL-TRF) TO MNT-PART-ANC
             END-IF
             ADD 1 TO NB-POL
             IF NB-POL > NB-POL-MAX
               DISPLAY 'ERREUR TABLEAU-POL TROP PETIT / LIMITE = '
                       NB-POL-MAX
               MOVE 15 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE PL-MAT(IND-POL-TRF) TO PL-MAT(NB-POL)
             MOVE PL-NOM(IND-POL-TRF) TO PL-NOM(NB-POL)
             MOVE MNT-PART-ANC        TO PL-PRM(NB-POL)
             MOVE TT-CDE-ANC(CPT-TT)  TO PL-CDE-PROD(NB-POL)
             MOVE 'N'                 TO PL-EDITE(NB-POL)
             MOVE 'O'                 TO PL-PART(NB-POL)
             SUBTRACT MNT-PART-ANC FROM PL-PRM(IND-POL-TRF)
             MOVE 'O'                 TO PL-PART(IND-POL-TRF)
             ADD 1 TO CPT-PART
             ADD MNT-PART-ANC TO TOT-PART-ANC
           END-IF
           .

       EDITE-RELEVES.
           EXEC SQL OPEN CURSP END-EXEC
           PERFORM TEST-SQLCODE
           STRING PL-MAT(IND-PL) ' ' PL-NOM(IND-PL)
               ' PRIME ' DIS-PRM ' COMMISSION ' DIS-COM
               DELIMITED BY SIZE INTO ECOMREL
      * PART D'UNE POLICE TRANSFEREE EN COURS DE FACTURATION
           IF PL-PART(IND-PL) = 'O'
             MOVE ' PART' TO ECOMREL(70:5)
           END-IF
           WRITE ECOMREL
           .
       EDITE-SANS-PROD.
       CREA-TABL-STAT.
           MOVE ALL ' ' TO ECOMREL
           WRITE ECOMREL
           MOVE NB-POL-FAC TO DIS-RESP
           STRING '144 - NOMBRE DE POLICES FACTUREES LUES        : '
              DIS-RESP DELIMITED BY SIZE INTO ECOMREL
           WRITE ECOMREL
              DELIMITED BY SIZE INTO ECOMREL
           WRITE ECOMREL
           MOVE ALL ' ' TO ECOMREL
           MOVE CPT-PART TO DIS-RESP
           STRING '334 - PARTS DE POLICES TRANSFEREES            : '
              DIS-RESP DELIMITED BY SIZE INTO ECOMREL
           WRITE ECOMREL
           MOVE ALL ' ' TO ECOMREL
           MOVE TOT-PART-ANC TO DIS-TOT
           STRING '335 - PRIMES AUX ANCIENS PRODUCTEURS: ' DIS-TOT
              DELIMITED BY SIZE INTO ECOMREL
           WRITE ECOMREL
           MOVE ALL ' ' TO ECOMREL
           .

       TEST-STAT-FACT.
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
       TEST-STAT-COMREL.
           IF WS-COMREL NOT = '00'
             DISPLAY 'ERREUR FICHIER COMREL ' WS-COMREL
