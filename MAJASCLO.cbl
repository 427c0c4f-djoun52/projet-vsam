       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASCLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM   ASSIGN PARM
             FILE STATUS  WS-PARM.
           SELECT ECRITUR ASSIGN ECRITUR
             FILE STATUS  WS-ECR.
           SELECT RAPCLO ASSIGN RAPCLO
             FILE STATUS  WS-RAPCLO.
       DATA DIVISION.
       FILE SECTION.
      * PERIODE COMPTABLE A CLORE (AAAAMM)
       FD  PARM RECORDING F.
       01  EPARM.
           05 PARM-PERIODE    PIC 9(6).
           05                 PIC X(74).
      * ECRITURES DU MOIS AU FORMAT ECRITUR : LES FICHIERS DES
      * INTERFACES (MAJASCPT, MAJASRVI, MAJASPPN) SONT CONCATENES,
      * CHACUN TERMINE PAR SON TRAILER DE CONTROLE
       FD  ECRITUR RECORDING F.
       01  EECRITUR.
           05 ECR-DT-COMPTA   PIC 9(8).
           05 ECR-SENS        PIC X.
             88 ECR-DEBIT       VALUE 'D'.
             88 ECR-CREDIT      VALUE 'C'.
           05 ECR-COMPTE      PIC X(8).
           05 ECR-MAT         PIC X(6).
           05 ECR-MNT         PIC 9(9)V99.
           05 ECR-LIB         PIC X(20).
           05 FILLER          PIC X(26).
       01  EECRITUR-TRL REDEFINES EECRITUR.
           05 TRL-ECR-INDIC   PIC X(6).
             88 ECR-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-ECR-NB-ENR  PIC 9(6).
           05 TRL-ECR-DEBIT   PIC 9(11)V99.
           05 TRL-ECR-CREDIT  PIC 9(11)V99.
           05 FILLER          PIC X(42).
       FD  RAPCLO RECORDING F.
       01  ERAPCLO            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-ECR         PIC XX.
       77  WS-RAPCLO      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASCLO'.
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
       01  WS-PERIODE         PIC 9(6) VALUE 0.
       01  WS-PERIODE-R REDEFINES WS-PERIODE.
           05 WS-PER-AAAA     PIC 9(4).
           05 WS-PER-MM       PIC 9(2).
       01  WS-PERIODE-SUIV    PIC 9(6) VALUE 0.
       01  WS-PERIODE-SUIV-R REDEFINES WS-PERIODE-SUIV.
           05 WS-SUIV-AAAA    PIC 9(4).
           05 WS-SUIV-MM      PIC 9(2).
       77  WS-PERIODE-JOUR    PIC 9(6) VALUE 0.
       77  WS-PERIODE-ECR     PIC 9(6).
       77  WS-NB-OUVERTES     PIC S9(4) COMP.
      * CONTROLE D'UN FICHIER DE LA CONCATENATION : ECRITURES ET
      * TOTAUX DEPUIS LE TRAILER PRECEDENT, RAPPROCHES DU SUIVANT
       77  CPT-ECR-LUES       PIC 9(6) VALUE 0.
       77  CPT-ECR-LOT        PIC 9(6) VALUE 0.
       77  TOT-DEB-LOT        PIC 9(11)V99 VALUE 0.
       77  TOT-CRE-LOT        PIC 9(11)V99 VALUE 0.
       77  CPT-LOTS           PIC 9(3) VALUE 0.
       77  CPT-LOTS-KO        PIC 9(3) VALUE 0.
       77  IND-TRL-LU         PIC X VALUE 'N'.
         88 TRL-LU              VALUE 'O'.
       77  CPT-ECR-PER        PIC 9(6) VALUE 0.
       77  CPT-ECR-POST       PIC 9(6) VALUE 0.
       77  CPT-ECR-ANT        PIC 9(6) VALUE 0.
       77  TOT-DEBITS         PIC 9(11)V99 VALUE 0.
       77  TOT-CREDITS        PIC 9(11)V99 VALUE 0.
      * TOTAUX DEBIT/CREDIT PAR DATE COMPTABLE DE LA PERIODE : LA
      * PERIODE N'EST CLOSE QUE SI CHAQUE DATE EST EQUILIBREE
       01  TABLEAU-DTC.
           05 DC-LIGNE OCCURS 31.
             10 DC-DATE       PIC 9(8).
             10 DC-DEBIT      PIC 9(11)V99.
             10 DC-CREDIT     PIC 9(11)V99.
       77  NB-DTC             PIC 9(3) VALUE 0.
       77  NB-DTC-MAX         PIC 9(3) VALUE 31.
       77  CPT-DC             PIC 9(3).
       77  IND-DC             PIC 9(3).
       77  NB-DTC-DESEQ       PIC 9(3) VALUE 0.
      * MOTIFS DE REFUS DE LA CLOTURE : AUCUN MOTIF, PERIODE CLOSE
       77  CPT-MOTIFS-REFUS   PIC 9(3) VALUE 0.
       77  WS-LIB-REFUS       PIC X(50).
       77  DIS-DEB            PIC ZZZZZZZZZZ9V,99.
       77  DIS-CRE            PIC ZZZZZZZZZZ9V,99.
       01  DIS-RESP           PIC ZZZZZ9.
       01  DIS-RESP2          PIC ZZZZZ9.
       77  DIS-LOT            PIC ZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TPER
           END-EXEC.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * CLOTURE D'UNE PERIODE COMPTABLE : LA PERIODE PARAMETREE DOIT
      * ETRE ECHUE, OUVERTE DANS LE CALENDRIER TPERCPT ET LA PLUS
      * ANCIENNE DES PERIODES OUVERTES. LES ECRITURES DU MOIS DOIVENT
      * ETRE COMPLETES (CHAQUE FICHIER DE LA CONCATENATION CONFORME A
      * SON TRAILER), SANS ECRITURE DATEE D'UNE PERIODE ANTERIEURE, ET
      * EQUILIBREES SUR CHAQUE DATE COMPTABLE ET AU TOTAL. LA PERIODE
      * PASSE ALORS AU STATUT 'C' AVEC SES TOTAUX ARRETES ET LA
      * PERIODE SUIVANTE EST OUVERTE ; TOUTE ECRITURE DATEE ENSUITE
      * DANS LA PERIODE CLOSE EST REPORTEE PAR LES INTERFACES SUR LA
      * PREMIERE PERIODE OUVERTE. SINON RIEN N'EST MODIFIE, LES MOTIFS
      * SONT LISTES ET LE CODE RETOUR EST 16
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN INPUT ECRITUR
           OPEN OUTPUT RAPCLO
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-RAPCLO
           PERFORM CREA-DAT-TIME
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           PERFORM CHARGE-PARM
           PERFORM CTRL-CALENDRIER
           PERFORM CONTROLE-ECRITURES
           PERFORM CONTROLE-EQUILIBRE
           IF CPT-MOTIFS-REFUS = 0
             PERFORM CLOTURE-PERIODE
             PERFORM OUVRE-PERIODE-SUIVANTE
             EXEC SQL COMMIT END-EXEC
             PERFORM TEST-SQLCODE
           END-IF
           PERFORM CREA-TABL-STAT
           CLOSE PARM
           CLOSE ECRITUR
           CLOSE RAPCLO
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-RAPCLO
      * UNE PERIODE NON CLOSE ARRETE LA CHAINE : LE CODE RETOUR 16
      * SIGNALE A LA COMPTABILITE QUE LE MOIS RESTE OUVERT
           IF CPT-MOTIFS-REFUS > 0
             MOVE 16 TO RETURN-CODE
           END-IF
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = ECRITURES LUES,
      * ECRITS = ECRITURES ARRETEES SUR LA PERIODE CLOSE, REJETES =
      * MOTIFS DE REFUS. RAPPROCHEMENT 'O' SI LA PERIODE EST CLOSE
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-ECR-LUES TO RUN-NB-LUS
           IF CPT-MOTIFS-REFUS = 0
             MOVE CPT-ECR-PER TO RUN-NB-ECRITS
             MOVE 'O' TO RUN-IND-RECONC
           ELSE
             MOVE 0 TO RUN-NB-ECRITS
             MOVE 'N' TO RUN-IND-RECONC
           END-IF
           MOVE CPT-MOTIFS-REFUS TO RUN-NB-REJETES
           MOVE RETURN-CODE TO RUN-CODE-RET
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR LECTURE PARM ' WS-PARM
             PERFORM REFUSE-PARM
           END-IF
           IF PARM-PERIODE IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : PERIODE COMPTABLE NON NUMERIQUE'
             PERFORM REFUSE-PARM
           END-IF
           MOVE PARM-PERIODE TO WS-PERIODE
           IF WS-PER-AAAA = 0 OR WS-PER-MM < 1 OR WS-PER-MM > 12
             DISPLAY 'ERREUR PARM : PERIODE COMPTABLE INVALIDE '
                 WS-PERIODE
             PERFORM REFUSE-PARM
           END-IF
           MOVE ALL ' ' TO ERAPCLO
           STRING 'PERIODE COMPTABLE A CLORE : ' WS-PERIODE
               DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           .
       REFUSE-PARM.
      * PARM ILLISIBLE OU INVALIDE : RIEN N'EST MODIFIE ET LA LIGNE DE
      * PILOTAGE EST CLOSE EN REFUS (CODE RETOUR 16) POUR QU'UNE LIGNE
      * RESTEE OUVERTE NE BLOQUE PAS L'AVANCEMENT DE LA DATE
      * D'EXPLOITATION ; LE RUN RESTE RELANCABLE AVEC UN PARM CORRIGE
           ADD 1 TO CPT-MOTIFS-REFUS
           MOVE 16 TO RETURN-CODE
           PERFORM FIN-RUNLOG
           STOP RUN
           .

       CTRL-CALENDRIER.
      * LE MOIS DOIT ETRE TERMINE A LA DATE D'EXPLOITATION, OUVERT
      * DANS TPERCPT, ET LES PERIODES SONT CLOSES DANS L'ORDRE
           COMPUTE WS-PERIODE-JOUR = WS-DT-JOUR / 100
           IF WS-PERIODE NOT < WS-PERIODE-JOUR
             MOVE 'PERIODE NON ECHUE A LA DATE D''EXPLOITATION'
               TO WS-LIB-REFUS
             PERFORM ECRIT-REFUS
           END-IF
           MOVE WS-PERIODE TO PC-PERIODE
           EXEC SQL
             SELECT STATUT
               INTO :PC-STATUT
               FROM TPERCPT
              WHERE PERIODE = :PC-PERIODE
           END-EXEC
           IF SQLCODE = 100
             MOVE 'PERIODE ABSENTE DU CALENDRIER TPERCPT'
               TO WS-LIB-REFUS
             PERFORM ECRIT-REFUS
           ELSE
             PERFORM TEST-SQLCODE
             IF PC-CLOSE
               MOVE 'PERIODE DEJA CLOSE' TO WS-LIB-REFUS
               PERFORM ECRIT-REFUS
             END-IF
           END-IF
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-OUVERTES
               FROM TPERCPT
              WHERE STATUT = 'O'
                AND PERIODE < :WS-PERIODE
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-NB-OUVERTES > 0
             MOVE 'UNE PERIODE ANTERIEURE EST ENCORE OUVERTE'
               TO WS-LIB-REFUS
             PERFORM ECRIT-REFUS
           END-IF
           .

       CONTROLE-ECRITURES.
      * LECTURE DE LA CONCATENATION JUSQU'A LA FIN PHYSIQUE : CHAQUE
      * TRAILER FERME UN FICHIER ET EST RAPPROCHE DES ECRITURES LUES
      * DEPUIS LE PRECEDENT. UNE FIN SANS TRAILER EST UN FICHIER
      * TRONQUE ; LES ECRITURES DES PERIODES SUIVANTES (REPORTS OU
      * FENETRE A CHEVAL) SONT IGNOREES
           READ ECRITUR
           PERFORM UNTIL WS-ECR = '10'
             IF ECR-IS-TRAILER
               PERFORM CONTROLE-TRAILER
             ELSE
               MOVE 'N' TO IND-TRL-LU
               ADD 1 TO CPT-ECR-LUES
               ADD 1 TO CPT-ECR-LOT
               IF ECR-SENS = 'D'
                 ADD ECR-MNT TO TOT-DEB-LOT
               ELSE
                 ADD ECR-MNT TO TOT-CRE-LOT
               END-IF
               PERFORM CUMULE-ECRITURE
             END-IF
             READ ECRITUR
           END-PERFORM
           IF CPT-LOTS = 0 OR NOT TRL-LU
             MOVE 'ECRITUR TRONQUE : TRAILER ABSENT EN FIN DE FICHIER'
               TO WS-LIB-REFUS
             PERFORM ECRIT-REFUS
           END-IF
           IF CPT-LOTS-KO > 0
             MOVE 'FICHIER ECRITUR NON CONFORME A SON TRAILER'
               TO WS-LIB-REFUS
             PERFORM ECRIT-REFUS
           END-IF
           IF CPT-ECR-ANT > 0
             MOVE 'ECRITURES DATEES AVANT LA PERIODE' TO WS-LIB-REFUS
             PERFORM ECRIT-REFUS
           END-IF
           .
       CONTROLE-TRAILER.
           ADD 1 TO CPT-LOTS
           SET TRL-LU TO TRUE
           MOVE CPT-LOTS TO DIS-LOT
           MOVE CPT-ECR-LOT TO DIS-RESP
           MOVE TRL-ECR-NB-ENR TO DIS-RESP2
           MOVE ALL ' ' TO ERAPCLO
           IF TRL-ECR-NB-ENR = CPT-ECR-LOT
              AND TRL-ECR-DEBIT = TOT-DEB-LOT
              AND TRL-ECR-CREDIT = TOT-CRE-LOT
             STRING 'FICHIER ' DIS-LOT ' ECRITURES ' DIS-RESP
                 ' TRAILER ' DIS-RESP2 ' CONFORME'
                 DELIMITED BY SIZE INTO ERAPCLO
           ELSE
             ADD 1 TO CPT-LOTS-KO
             STRING 'FICHIER ' DIS-LOT ' ECRITURES ' DIS-RESP
                 ' TRAILER ' DIS-RESP2 ' *** NON CONFORME'
                 DELIMITED BY SIZE INTO ERAPCLO
           END-IF
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           MOVE 0 TO CPT-ECR-LOT
           MOVE 0 TO TOT-DEB-LOT
           MOVE 0 TO TOT-CRE-LOT
           .
       CUMULE-ECRITURE.
           COMPUTE WS-PERIODE-ECR = ECR-DT-COMPTA / 100
           EVALUATE TRUE
             WHEN WS-PERIODE-ECR > WS-PERIODE
               ADD 1 TO CPT-ECR-POST
             WHEN WS-PERIODE-ECR < WS-PERIODE
               ADD 1 TO CPT-ECR-ANT
             WHEN OTHER
               ADD 1 TO CPT-ECR-PER
               PERFORM CHERCHE-DATE-COMPTA
               IF ECR-SENS = 'D'
                 ADD ECR-MNT TO TOT-DEBITS
                 ADD ECR-MNT TO DC-DEBIT(IND-DC)
               ELSE
                 ADD ECR-MNT TO TOT-CREDITS
                 ADD ECR-MNT TO DC-CREDIT(IND-DC)
               END-IF
           END-EVALUATE
           .
       CHERCHE-DATE-COMPTA.
           MOVE 0 TO IND-DC
           PERFORM VARYING CPT-DC FROM 1 BY 1 UNTIL CPT-DC > NB-DTC
             IF DC-DATE(CPT-DC) = ECR-DT-COMPTA
               MOVE CPT-DC TO IND-DC
             END-IF
           END-PERFORM
           IF IND-DC = 0
             IF NB-DTC >= NB-DTC-MAX
               DISPLAY 'ERREUR TABLEAU-DTC TROP PETIT / LIMITE = '
                       NB-DTC-MAX
               MOVE 15 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO NB-DTC
             MOVE NB-DTC TO IND-DC
             MOVE ECR-DT-COMPTA TO DC-DATE(IND-DC)
             MOVE 0 TO DC-DEBIT(IND-DC)
             MOVE 0 TO DC-CREDIT(IND-DC)
           END-IF
           .

       CONTROLE-EQUILIBRE.
      * MEME CONTROLE QUE L'INTERFACE MAJASCPT, SUR L'ENSEMBLE DES
      * ECRITURES DE LA PERIODE TOUS FICHIERS CONFONDUS
           PERFORM VARYING CPT-DC FROM 1 BY 1 UNTIL CPT-DC > NB-DTC
             MOVE DC-DEBIT(CPT-DC) TO DIS-DEB
             MOVE DC-CREDIT(CPT-DC) TO DIS-CRE
             MOVE ALL ' ' TO ERAPCLO
             IF DC-DEBIT(CPT-DC) = DC-CREDIT(CPT-DC)
               STRING 'DATE ' DC-DATE(CPT-DC) ' DEBITS ' DIS-DEB
                   ' CREDITS ' DIS-CRE ' EQUILIBRE'
                   DELIMITED BY SIZE INTO ERAPCLO
             ELSE
               ADD 1 TO NB-DTC-DESEQ
               STRING 'DATE ' DC-DATE(CPT-DC) ' DEBITS ' DIS-DEB
                   ' CREDITS ' DIS-CRE ' *** DESEQUILIBRE'
                   DELIMITED BY SIZE INTO ERAPCLO
             END-IF
             WRITE ERAPCLO
           END-PERFORM
           MOVE ALL ' ' TO ERAPCLO
           IF NB-DTC-DESEQ > 0 OR TOT-DEBITS NOT = TOT-CREDITS
             MOVE 'ECRITURES DE LA PERIODE EN DESEQUILIBRE'
               TO WS-LIB-REFUS
             PERFORM ECRIT-REFUS
           END-IF
           .
       ECRIT-REFUS.
           ADD 1 TO CPT-MOTIFS-REFUS
           MOVE ALL ' ' TO ERAPCLO
           STRING '*** CLOTURE REFUSEE : ' WS-LIB-REFUS
               DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           .

       CLOTURE-PERIODE.
      * LA PERIODE GARDE LA TRACE DE CE QUI A ETE ARRETE : DATE
      * D'EXPLOITATION DE LA CLOTURE, NOMBRE D'ECRITURES ET TOTAUX
           MOVE WS-PERIODE  TO PC-PERIODE
           SET PC-CLOSE     TO TRUE
           MOVE WS-DT-JOUR  TO PC-DT-CLOT
           MOVE CPT-ECR-PER TO PC-NB-ECR
           MOVE TOT-DEBITS  TO PC-TOT-DEBIT
           MOVE TOT-CREDITS TO PC-TOT-CREDIT
           EXEC SQL
             UPDATE TPERCPT
                SET STATUT = :PC-STATUT, DT_CLOT = :PC-DT-CLOT,
                    NB_ECR = :PC-NB-ECR, TOT_DEBIT = :PC-TOT-DEBIT,
                    TOT_CREDIT = :PC-TOT-CREDIT
              WHERE PERIODE = :PC-PERIODE
                AND STATUT = 'O'
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       OUVRE-PERIODE-SUIVANTE.
      * LES REPORTS DES INTERFACES ONT TOUJOURS UNE PERIODE OUVERTE
      * POUR LES RECEVOIR : LA PERIODE SUIVANTE EST CREEE SI ELLE
      * N'EXISTE PAS ENCORE DANS LE CALENDRIER
           MOVE WS-PERIODE TO WS-PERIODE-SUIV
           IF WS-SUIV-MM = 12
             ADD 1 TO WS-SUIV-AAAA
             MOVE 1 TO WS-SUIV-MM
           ELSE
             ADD 1 TO WS-SUIV-MM
           END-IF
           MOVE WS-PERIODE-SUIV TO PC-PERIODE
           EXEC SQL
             SELECT STATUT
               INTO :PC-STATUT
               FROM TPERCPT
              WHERE PERIODE = :PC-PERIODE
           END-EXEC
           IF SQLCODE = 100
             SET PC-OUVERTE TO TRUE
             MOVE 0 TO PC-DT-CLOT PC-NB-ECR PC-TOT-DEBIT PC-TOT-CREDIT
             EXEC SQL
               INSERT INTO TPERCPT
               VALUES (:PC-PERIODE, :PC-STATUT, :PC-DT-CLOT,
                 :PC-NB-ECR, :PC-TOT-DEBIT, :PC-TOT-CREDIT)
             END-EXEC
           END-IF
           PERFORM TEST-SQLCODE
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'CLOTURE DE PERIODE COMPTABLE' TO LGN-DEB3(8:28)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           .

       CREA-TABL-STAT.
           MOVE ALL ' ' TO ERAPCLO
           WRITE ERAPCLO
           STRING '362 - PERIODE COMPTABLE                       : '
              WS-PERIODE DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           MOVE CPT-LOTS TO DIS-RESP
           STRING '363 - NOMBRE DE FICHIERS ECRITUR CONTROLES    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           MOVE CPT-LOTS-KO TO DIS-RESP
           STRING '364 - FICHIERS NON CONFORMES AU TRAILER       : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           MOVE CPT-ECR-LUES TO DIS-RESP
           STRING '365 - NOMBRE D''ECRITURES LUES                 : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           MOVE CPT-ECR-PER TO DIS-RESP
           STRING '366 - DONT ECRITURES DE LA PERIODE            : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           MOVE CPT-ECR-POST TO DIS-RESP
           STRING '367 - DONT ECRITURES DE PERIODES SUIVANTES    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           MOVE CPT-ECR-ANT TO DIS-RESP
           STRING '368 - DONT ECRITURES DATEES AVANT LA PERIODE  : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           MOVE TOT-DEBITS TO DIS-DEB
           STRING '369 - TOTAL DES DEBITS            : ' DIS-DEB
              DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           MOVE TOT-CREDITS TO DIS-CRE
           STRING '370 - TOTAL DES CREDITS           : ' DIS-CRE
              DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           MOVE NB-DTC-DESEQ TO DIS-RESP
           STRING '371 - DATES COMPTABLES EN DESEQUILIBRE        : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPCLO
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           IF CPT-MOTIFS-REFUS = 0
             STRING '372 - PERIODE CLOSE, PERIODE ' WS-PERIODE-SUIV
                 ' OUVERTE' DELIMITED BY SIZE INTO ERAPCLO
           ELSE
             MOVE '372 - PERIODE NON CLOSE' TO ERAPCLO
           END-IF
           WRITE ERAPCLO
           MOVE ALL ' ' TO ERAPCLO
           .

       TEST-STAT-PARM.
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ECR.
           IF WS-ECR NOT = '00'
             DISPLAY 'ERREUR FICHIER ECRITUR ' WS-ECR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPCLO.
           IF WS-RAPCLO NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPCLO ' WS-RAPCLO
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
           DISPLAY 'ERREUR DB2 CLOTURE DE PERIODE COMPTABLE'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
