       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASAJU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ECHEANC ASSIGN ECHEANC
             FILE STATUS  WS-ECH.
           SELECT ECHNOUV ASSIGN ECHNOUV
             FILE STATUS  WS-ECHN.
           SELECT FACTAJU ASSIGN FACTAJU
             FILE STATUS  WS-FACT.
           SELECT RAPAJU ASSIGN RAPAJU
             FILE STATUS  WS-RAPAJU.
       DATA DIVISION.
       FILE SECTION.
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
      * NOUVELLE GENERATION DE L'ECHEANCIER, MEME DESSIN QU'ECHEANC :
      * C'EST ELLE QUE LISENT ENSUITE MAJASPAI, MAJASLET ET MAJASPRL
       FD  ECHNOUV RECORDING F.
       01  EECHN.
           05 ECN-MAT         PIC X(6).
           05 ECN-NUM-ECH     PIC 9(2).
           05 ECN-NB-ECH      PIC 9(2).
           05 ECN-DT-ECH      PIC 9(8).
           05 ECN-MNT         PIC 9(6)V99.
           05 FILLER          PIC X(54).
       01  EECHN-TRL REDEFINES EECHN.
           05 TRL-ECN-INDIC   PIC X(6).
           05 TRL-ECN-NB-ENR  PIC 9(6).
           05 TRL-ECN-MNT     PIC 9(9)V99.
           05 FILLER          PIC X(57).
      * FACTURE D'AJUSTEMENT AU DESSIN DU FICHIER FACT DE MAJASFAC :
      * UNE LIGNE PAR POLICE, TYPE 'P' SUPPLEMENT DE PRIME OU 'A'
      * AVOIR, MONTANTS EN VALEUR ABSOLUE
       FD  FACTAJU RECORDING F.
       01  EFACT.
           05 FAC-MAT         PIC X(6).
           05 FAC-NOM-PRN     PIC X(20).
           05 FAC-PRMBS       PIC 9(4)V99.
           05 FAC-PRMT        PIC X.
           05 FAC-TAUX        PIC X(2).
           05 FAC-PRM-NET     PIC 9(6)V99.
           05 FAC-TYP-ENR     PIC X.
             88 FAC-DETAIL      VALUE 'D'.
             88 FAC-TOTAL       VALUE 'T'.
             88 FAC-AJU-PRIME   VALUE 'P'.
             88 FAC-AJU-AVOIR   VALUE 'A'.
           05 FAC-NUM-VEHIC   PIC 9(2).
           05 FAC-MNT-TAXE    PIC 9(6)V99.
           05 FAC-MNT-TTC     PIC 9(6)V99.
      * CATEGORIE DE TAXE DE LA LIGNE (TYPE DE VEHICULE ET TAUX 'X'
      * APPLIQUE), REPRISE PAR LA DECLARATION MENSUELLE DE TAXE
           05 FAC-TYPE-VEHIC  PIC X.
           05 FAC-PCT-TAXE    PIC 9(2)V99.
           05 FILLER          PIC X(19).
       01  EFACT-TRL REDEFINES EFACT.
           05 TRL-FAC-INDIC   PIC X(6).
             88 FAC-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-FAC-NB-ENR  PIC 9(6).
           05 TRL-FAC-MNT     PIC 9(9)V99.
           05 TRL-FAC-TAXE    PIC 9(9)V99.
           05 TRL-FAC-TTC     PIC 9(9)V99.
           05 FILLER          PIC X(41).
       FD  RAPAJU RECORDING F.
       01  ERAPAJU            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-ECH         PIC XX.
       77  WS-ECHN        PIC XX.
       77  WS-FACT        PIC XX.
       77  WS-RAPAJU      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASAJU'.
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
       77  WS-DT-JOUR         PIC 9(8) VALUE 0.
       77  WS-DT-JOUR-ED      PIC X(10).
       77  WS-DT-AJU          PIC 9(8).
       77  WS-MAT-COUR        PIC X(6) VALUE SPACES.
       77  WS-MOTIF-ECART     PIC X(30).
       77  IND-POLICE         PIC X VALUE 'O'.
         88 POLICE-AJUSTABLE    VALUE 'O'.
         88 POLICE-ECARTEE      VALUE 'N'.
       77  NB-VEHIC-POL       PIC S9(4) COMP.
       77  NB-TRACES-POL      PIC 9(4).
       77  TAUX-NUM           PIC 9(2).
       77  PRM-TAUX           PIC 9(6)V99.
       77  WS-PRM-CALC        PIC 9(4)V99.
       77  WS-TAUX-CALC       PIC X(2).
       77  WS-NET-CALC        PIC 9(6)V99.
       77  WS-NET-AV          PIC 9(6)V99.
      * SURPRIME JEUNE CONDUCTEUR, COMME MAJASFAC (LIGNE 'N' DE
      * TCPTAUX). LA TRACE NE PORTE PAS LE NUMERO DU VEHICULE : UNE
      * TRACE VEHICULE EST MAJOREE SI UN CONDUCTEUR DESIGNE SUR UN
      * VEHICULE DE LA POLICE A PERMIS DE MOINS DE TROIS ANS, UN 'M'
      * D'UNE POLICE SANS VEHICULE SI UN CONDUCTEUR DE LA POLICE L'A
       77  WS-PCT-NOVICE      PIC 9(2)V99 VALUE 0.
       01  WS-NOVICE-BRUTE    PIC X(4).
       01  WS-NOVICE-BRUTE-N REDEFINES WS-NOVICE-BRUTE PIC 9(2)V99.
       77  WS-DT-LIM-PERMIS   PIC 9(8).
       77  NB-NOVICE-POL      PIC S9(4) COMP.
       77  NB-NOVICE-VEHIC    PIC S9(4) COMP.
       77  MNT-SURPRIME       PIC 9(6)V99.
      * ECART DE PRIME NETTE ANNUELLE CUMULE SUR LES TRACES DU JOUR DE
      * LA POLICE, PUIS RAMENE AU PRORATA DES JOURS RESTANT A COURIR
       77  WS-ECART-AN        PIC S9(7)V99.
       77  MNT-AJU            PIC S9(7)V99.
       77  MNT-TAXE-AJU       PIC S9(7)V99.
       77  MNT-AJU-ABS        PIC 9(7)V99.
       77  MNT-TAXE-ABS       PIC 9(7)V99.
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
      * ECHEANCES DE LA POLICE EN COURS, RELUES EN PARALLELE DU
      * CURSEUR DES TRACES (LES DEUX SONT TRIES PAR MATRICULE) ; LES
      * ECHEANCES DES POLICES SANS TRACE SONT RECOPIEES TELLES QUELLES
       01  TAB-ECHEANCES.
           05 TE-LIGNE OCCURS 12.
             10 TE-NUM-ECH    PIC 9(2).
             10 TE-NB-ECH     PIC 9(2).
             10 TE-DT-ECH     PIC 9(8).
             10 TE-MNT        PIC 9(6)V99.
       77  NB-ECH-POL         PIC 99.
       77  NB-ECH-MAX         PIC 99 VALUE 12.
       77  CPT-ECH            PIC 99.
       77  IND-PREM-RESTANT   PIC 99.
       77  NB-ECH-RESTANT     PIC 99.
       77  MNT-PART-BASE      PIC S9(7)V99.
       77  MNT-PART-COUR      PIC S9(7)V99.
       77  WS-MNT-ECH-NOUV    PIC S9(7)V99.
       77  WS-REPORT-AVOIR    PIC S9(7)V99.
       77  IND-ECH-FIN        PIC X VALUE 'N'.
         88 ECHEANCIER-EPUISE   VALUE 'O'.
         88 ECHEANCIER-EN-COURS VALUE 'N'.
       77  WS-TRL-ECH-NB      PIC 9(6) VALUE 0.
       77  CPT-ECH-SCAN       PIC 9(6) VALUE 0.
      * CALCUL D'UN RANG DE JOUR ABSOLU POUR LES DUREES EN JOURS
       01  TAB-CUMUL-JOURS-L  PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  TAB-CUMUL-JOURS REDEFINES TAB-CUMUL-JOURS-L.
           05 CJ-JOURS OCCURS 12 PIC 9(3).
       77  WS-AAAA            PIC 9(4).
       77  WS-MM              PIC 99.
       77  WS-JJ              PIC 99.
       77  WS-AAAA-PREC       PIC 9(4).
       77  WS-NB-BISSEXT      PIC 9(4).
       77  WS-DIV4            PIC 9(4).
       77  WS-DIV100          PIC 9(4).
       77  WS-DIV400          PIC 9(4).
       77  WS-DIVQ            PIC 9(6).
       77  WS-REST4           PIC 99.
       77  WS-REST100         PIC 99.
       77  WS-REST400         PIC 999.
       77  IND-BISSEXTILE     PIC X VALUE 'N'.
         88 ANNEE-BISSEXTILE    VALUE 'O'.
       77  IND-DATE-CALEND    PIC X VALUE 'N'.
         88 DATE-EXPLOITABLE    VALUE 'O'.
         88 DATE-INEXPLOITABLE  VALUE 'N'.
       77  WS-DT-CTRL         PIC 9(8).
       77  WS-DT-CALC         PIC 9(8).
       77  WS-RANG-JOUR       PIC 9(7).
       77  WS-RANG-EFFET      PIC 9(7).
       77  WS-RANG-EXPIR      PIC 9(7).
       77  WS-RANG-AJU        PIC 9(7).
       77  NB-J-TOTAL         PIC S9(7).
       77  NB-J-RESTANT       PIC S9(7).
       77  CPT-TRACES         PIC 9(6) VALUE 0.
       77  CPT-POL-SUPPL      PIC 9(6) VALUE 0.
       77  CPT-POL-AVOIR      PIC 9(6) VALUE 0.
       77  CPT-POL-NEUTRE     PIC 9(6) VALUE 0.
       77  CPT-POL-ECARTEE    PIC 9(6) VALUE 0.
       77  CPT-ECH-MODIF      PIC 9(6) VALUE 0.
       77  CPT-ECH-LUES       PIC 9(6) VALUE 0.
       77  CPT-ECH-ECRITES    PIC 9(6) VALUE 0.
       77  TOT-SUPPL          PIC 9(9)V99 VALUE 0.
       77  TOT-AVOIR          PIC 9(9)V99 VALUE 0.
       77  TOT-TAXE-SUPPL     PIC 9(9)V99 VALUE 0.
       77  TOT-TAXE-AVOIR     PIC 9(9)V99 VALUE 0.
       77  TOT-AVOIR-NON-IMP  PIC 9(9)V99 VALUE 0.
       77  TOT-ECH-AV         PIC 9(9)V99 VALUE 0.
       77  TOT-ECH-AP         PIC 9(9)V99 VALUE 0.
       77  TOT-ECH-ATTENDU    PIC S9(9)V99.
       77  TOT-FAC-MNT        PIC 9(9)V99 VALUE 0.
       77  TOT-FAC-TAXE       PIC 9(9)V99 VALUE 0.
       77  TOT-FAC-TTC        PIC 9(9)V99 VALUE 0.
       77  NB-LIGNE-FAC       PIC S9(8) COMP VALUE 0.
       01  DIS-RESP           PIC ZZZZZ9.
       77  DIS-MNT            PIC ZZZZZ9V,99.
       77  DIS-TAXE           PIC ZZZZZ9V,99.
       77  DIS-TOT            PIC ZZZZZZZZ9V,99.
       77  DIS-NB             PIC Z9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TCPTX
           END-EXEC.
           EXEC SQL
              INCLUDE THIST
           END-EXEC.
      * TRACES OK DU JOUR QUI CHANGENT LA PRIME FACTUREE : 'M' SUR LA
      * POLICE (MAJASDB / MAJASFDB) ET MOUVEMENTS VEHICULES 'A' AJOUT,
      * 'U' MODIFICATION, 'X' RETRAIT (MAJASVEH). LES SUPPRESSIONS
      * 'S' SONT RISTOURNEES PAR MAJASRMB, LES SUSPENSIONS PRORATISEES
      * PAR MAJASFAC
           EXEC SQL DECLARE CURSH CURSOR FOR
               SELECT MAT, CDE_MVT, PRMBS_AV, PRMBS_AP, TAUX_AV,
                      TAUX_AP
                 FROM THISTMVT
                WHERE DT_MVT = :H-DATE
                  AND RESULT = 'OK '
                  AND CDE_MVT IN ('M', 'A', 'U', 'X')
                ORDER BY MAT ASC, HR_MVT ASC
           END-EXEC
           EXEC SQL DECLARE CURSX CURSOR FOR
               SELECT REF_VALUE
                 FROM TCPTAUX
                WHERE REF_TYPE = 'X'
                ORDER BY REF_VALUE ASC
           END-EXEC
           EXEC SQL DECLARE CURSN CURSOR FOR
               SELECT REF_VALUE
                 FROM TCPTAUX
                WHERE REF_TYPE = 'N'
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * AJUSTEMENT DE PRIME EN COURS DE PERIODE : POUR CHAQUE POLICE
      * DONT LA PRIME A CHANGE DANS LA JOURNEE (MODIFICATION 'M',
      * AJOUT, MODIFICATION OU RETRAIT DE VEHICULE), L'ECART DE PRIME
      * NETTE ANNUELLE EST RAMENE AU PRORATA DES JOURS RESTANT JUSQU'A
      * DT_EXPIR. IL DONNE UNE FACTURE D'AJUSTEMENT TAXEE (SUPPLEMENT
      * OU AVOIR) AU DESSIN FACT ET EST REPARTI SUR LES ECHEANCES
      * RESTANT A VENIR DE LA POLICE DANS UNE NOUVELLE GENERATION DE
      * L'ECHEANCIER, POUR QUE LES IMPAYES, LE LETTRAGE ET LES
      * PRELEVEMENTS EN TIENNENT COMPTE SANS ATTENDRE LE CYCLE SUIVANT
      * DE MAJASFAC
           PERFORM DEBUT-RUNLOG
           OPEN INPUT ECHEANC
           PERFORM TEST-STAT-ECH
           PERFORM SCAN-TRL-ECHEANC
           CLOSE ECHEANC
           OPEN INPUT ECHEANC
           OPEN OUTPUT ECHNOUV
           OPEN OUTPUT FACTAJU
           OPEN OUTPUT RAPAJU
           PERFORM TEST-STAT-ECH
           PERFORM TEST-STAT-ECHN
           PERFORM TEST-STAT-FACT
           PERFORM TEST-STAT-RAPAJU
           PERFORM CALC-DT-JOUR
           PERFORM CREA-DAT-TIME
           PERFORM LOAD-TAXES
           PERFORM LOAD-PCT-NOVICE
           PERFORM READ-ECHEANC
           PERFORM SELECT-TRACES
           PERFORM COPIE-ECH-RESTANTES
           PERFORM WRITE-TRL-ECHN
           PERFORM WRITE-TRL-FACT
           PERFORM CREA-TABL-STAT
           CLOSE ECHEANC
           CLOSE ECHNOUV
           CLOSE FACTAJU
           CLOSE RAPAJU
           PERFORM TEST-STAT-ECH
           PERFORM TEST-STAT-ECHN
           PERFORM TEST-STAT-FACT
           PERFORM TEST-STAT-RAPAJU
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
      * N'EST TRAITE, CODE RETOUR 12. UN AJUSTEMENT REPASSE SUR LA
      * MEME JOURNEE SERAIT FACTURE DEUX FOIS
           IF NOT RUN-EXPL-OK
             DISPLAY 'RUN REFUSE : DATE D''EXPLOITATION ' RUN-DT-EXPL
                 ' INDICATEUR ' RUN-IND-EXPL
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       FIN-RUNLOG.
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = TRACES DU JOUR,
      * ECRITS = FACTURES D'AJUSTEMENT, REJETES = POLICES ECARTEES ;
      * L'INDICATEUR DE RECONCILIATION REPREND LA LIGNE 288
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-TRACES TO RUN-NB-LUS
           MOVE NB-LIGNE-FAC TO RUN-NB-ECRITS
           MOVE CPT-POL-ECARTEE TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           IF TOT-ECH-AP = TOT-ECH-ATTENDU
             MOVE 'O' TO RUN-IND-RECONC
           ELSE
             MOVE 'N' TO RUN-IND-RECONC
           END-IF
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CALC-DT-JOUR.
      * LES TRACES SELECTIONNEES SONT CELLES DE LA DATE D'EXPLOITATION,
      * STOCKEE EN JJ/MM/AAAA DANS THISTMVT
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           MOVE SPACES TO WS-DT-JOUR-ED
           STRING WS-DT-JOUR(7:2) '/' WS-DT-JOUR(5:2) '/'
               WS-DT-JOUR(1:4) DELIMITED BY SIZE INTO WS-DT-JOUR-ED
           MOVE WS-DT-JOUR-ED TO H-DATE
           COMPUTE WS-DT-LIM-PERMIS = WS-DT-JOUR - 30000
           .

       SCAN-TRL-ECHEANC.
      * PRE-LECTURE COMPLETE DE L'ECHEANCIER POUR VERIFIER LE TOTAL
      * DE CONTROLE DU TRAILER : UN FICHIER TRONQUE FERAIT PERDRE DES
      * ECHEANCES DANS LA NOUVELLE GENERATION
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
           ELSE
             ADD 1 TO CPT-ECH-LUES
             ADD ECH-MNT TO TOT-ECH-AV
           END-IF
           .
       COPIE-ECH-ANTERIEURES.
      * ECHEANCES DES POLICES SANS TRACE DU JOUR : RECOPIE A
      * L'IDENTIQUE
           PERFORM UNTIL ECHEANCIER-EPUISE OR ECH-MAT >= WS-MAT-COUR
             PERFORM COPIE-ECHEANCE
             PERFORM READ-ECHEANC
           END-PERFORM
           .
       COPIE-ECH-RESTANTES.
           PERFORM UNTIL ECHEANCIER-EPUISE
             PERFORM COPIE-ECHEANCE
             PERFORM READ-ECHEANC
           END-PERFORM
           .
       COPIE-ECHEANCE.
           MOVE ALL ' ' TO EECHN
           MOVE ECH-MAT     TO ECN-MAT
           MOVE ECH-NUM-ECH TO ECN-NUM-ECH
           MOVE ECH-NB-ECH  TO ECN-NB-ECH
           MOVE ECH-DT-ECH  TO ECN-DT-ECH
           MOVE ECH-MNT     TO ECN-MNT
           PERFORM WRITE-ECHN
           .
       CHARGE-ECHEANCIER.
      * MAJASFAC ECRIT AU PLUS DOUZE ECHEANCES PAR POLICE, DANS
      * L'ORDRE DES DATES
           MOVE 0 TO NB-ECH-POL
           PERFORM UNTIL ECHEANCIER-EPUISE OR ECH-MAT NOT = WS-MAT-COUR
             IF NB-ECH-POL >= NB-ECH-MAX
               DISPLAY 'ERREUR TAB-ECHEANCES TROP PETIT / LIMITE = '
                       NB-ECH-MAX ' POLICE ' WS-MAT-COUR
               MOVE 15 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO NB-ECH-POL
             MOVE ECH-NUM-ECH TO TE-NUM-ECH(NB-ECH-POL)
             MOVE ECH-NB-ECH  TO TE-NB-ECH(NB-ECH-POL)
             MOVE ECH-DT-ECH  TO TE-DT-ECH(NB-ECH-POL)
             MOVE ECH-MNT     TO TE-MNT(NB-ECH-POL)
             PERFORM READ-ECHEANC
           END-PERFORM
           .
       RESTITUE-ECHEANCIER.
           PERFORM VARYING CPT-ECH FROM 1 BY 1
                   UNTIL CPT-ECH > NB-ECH-POL
             MOVE ALL ' ' TO EECHN
             MOVE WS-MAT-COUR         TO ECN-MAT
             MOVE TE-NUM-ECH(CPT-ECH) TO ECN-NUM-ECH
             MOVE TE-NB-ECH(CPT-ECH)  TO ECN-NB-ECH
             MOVE TE-DT-ECH(CPT-ECH)  TO ECN-DT-ECH
             MOVE TE-MNT(CPT-ECH)     TO ECN-MNT
             PERFORM WRITE-ECHN
           END-PERFORM
           .
       WRITE-ECHN.
           WRITE EECHN
           MOVE ALL ' ' TO EECHN
           ADD 1 TO CPT-ECH-ECRITES
           ADD ECN-MNT TO TOT-ECH-AP
           .

       SELECT-TRACES.
      * RUPTURE SUR LE MATRICULE : LES TRACES D'UNE POLICE SONT
      * CUMULEES EN UN SEUL ECART ANNUEL, DONC UNE SEULE FACTURE
           EXEC SQL OPEN CURSH END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-TRACE
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-TRACES
             IF H-MAT NOT = WS-MAT-COUR
               IF WS-MAT-COUR NOT = SPACES
                 PERFORM FIN-POLICE
               END-IF
               PERFORM DEBUT-POLICE
             END-IF
             PERFORM CUMULE-TRACE
             PERFORM FETCH-TRACE
           END-PERFORM
           EXEC SQL CLOSE CURSH END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-MAT-COUR NOT = SPACES
             PERFORM FIN-POLICE
           END-IF
           .
       FETCH-TRACE.
           EXEC SQL FETCH CURSH
               INTO :H-MAT, :H-CDE-MVT, :H-PRMBS-AV, :H-PRMBS-AP,
                    :H-TAUX-AV, :H-TAUX-AP
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       DEBUT-POLICE.
      * POSITIONNEMENT DE L'ECHEANCIER SUR LA POLICE ET LECTURE DE
      * SES CONDITIONS ACTUELLES. SEULE UNE POLICE ACTIVE EST
      * FACTUREE PAR MAJASFAC, DONC AJUSTEE ICI
           MOVE H-MAT TO WS-MAT-COUR
           MOVE H-MAT TO A-MAT
           MOVE 0 TO WS-ECART-AN NB-TRACES-POL
           SET POLICE-AJUSTABLE TO TRUE
           PERFORM COPIE-ECH-ANTERIEURES
           PERFORM CHARGE-ECHEANCIER
           EXEC SQL
             SELECT NOM_PRN, TV, PB, BON_MAL, TAUX, ACTIF,
                    DT_EFFET, DT_EXPIR
               INTO :A-NOM-PRN, :A-TV, :A-PB, :A-BON-MAL, :A-TAUX,
                    :A-ACTIF, :A-DT-EFFET, :A-DT-EXPIR
               FROM TASSURES WHERE MAT = :A-MAT
           END-EXEC
           IF SQLCODE = 100
             SET POLICE-ECARTEE TO TRUE
             MOVE 'POLICE SUPPRIMEE DEPUIS' TO WS-MOTIF-ECART
           ELSE
             PERFORM TEST-SQLCODE
             IF NOT A-ACTIVE
               SET POLICE-ECARTEE TO TRUE
               MOVE 'POLICE SUSPENDUE' TO WS-MOTIF-ECART
             END-IF
           END-IF
           IF POLICE-AJUSTABLE AND NB-ECH-POL = 0
             SET POLICE-ECARTEE TO TRUE
             MOVE 'PAS ENCORE FACTUREE' TO WS-MOTIF-ECART
           END-IF
           MOVE 0 TO NB-VEHIC-POL
           IF POLICE-AJUSTABLE
             EXEC SQL
               SELECT COUNT(*) INTO :NB-VEHIC-POL
                 FROM TVEHICULES
                WHERE MAT = :A-MAT
             END-EXEC
             PERFORM TEST-SQLCODE
           END-IF
           MOVE 0 TO NB-NOVICE-POL NB-NOVICE-VEHIC
           IF POLICE-AJUSTABLE AND WS-PCT-NOVICE > 0
             EXEC SQL
               SELECT COUNT(*) INTO :NB-NOVICE-POL
                 FROM TCONDUCT
                WHERE MAT = :A-MAT
                  AND DT_PERMIS > :WS-DT-LIM-PERMIS
             END-EXEC
             PERFORM TEST-SQLCODE
             EXEC SQL
               SELECT COUNT(*) INTO :NB-NOVICE-VEHIC
                 FROM TCONDUCT
                WHERE MAT = :A-MAT AND NUM_VEHIC <> 0
                  AND DT_PERMIS > :WS-DT-LIM-PERMIS
             END-EXEC
             PERFORM TEST-SQLCODE
           END-IF
           .
       CUMULE-TRACE.
      * UNE POLICE AVEC VEHICULES EST FACTUREE SUR LES SEULES PRIMES
      * DE SES VEHICULES : UN 'M' SUR SA PRIME DE BASE N'Y CHANGE
      * RIEN. LA PRIME NETTE AVANT/APRES EST CALCULEE COMME MAJASFAC
      * (PRIME AJUSTEE PAR LE CODE TAUX DANS LE SENS BONUS/MALUS,
      * PUIS SURPRIME JEUNE CONDUCTEUR)
           ADD 1 TO NB-TRACES-POL
           IF POLICE-AJUSTABLE
             IF H-CDE-MVT NOT = 'M' OR NB-VEHIC-POL = 0
               MOVE H-PRMBS-AV TO WS-PRM-CALC
               MOVE H-TAUX-AV  TO WS-TAUX-CALC
               PERFORM CALC-NET-TRACE
               MOVE WS-NET-CALC TO WS-NET-AV
               MOVE H-PRMBS-AP TO WS-PRM-CALC
               MOVE H-TAUX-AP  TO WS-TAUX-CALC
               PERFORM CALC-NET-TRACE
               COMPUTE WS-ECART-AN = WS-ECART-AN + WS-NET-CALC
                   - WS-NET-AV
             END-IF
           END-IF
           .
       CALC-NET-TRACE.
           MOVE 0 TO TAUX-NUM
           IF WS-TAUX-CALC IS NUMERIC
             MOVE WS-TAUX-CALC TO TAUX-NUM
           END-IF
           COMPUTE PRM-TAUX = WS-PRM-CALC * TAUX-NUM / 100
           EVALUATE A-BON-MAL
             WHEN 'B'
               COMPUTE WS-NET-CALC = WS-PRM-CALC - PRM-TAUX
             WHEN 'M'
               COMPUTE WS-NET-CALC = WS-PRM-CALC + PRM-TAUX
             WHEN OTHER
               MOVE WS-PRM-CALC TO WS-NET-CALC
           END-EVALUATE
           PERFORM MAJORE-NOVICE-TRACE
           .
       MAJORE-NOVICE-TRACE.
           IF WS-PCT-NOVICE > 0
             IF (H-CDE-MVT = 'M' AND NB-NOVICE-POL > 0)
             OR (H-CDE-MVT NOT = 'M' AND NB-NOVICE-VEHIC > 0)
               COMPUTE MNT-SURPRIME ROUNDED
                   = WS-NET-CALC * WS-PCT-NOVICE / 100
               ADD MNT-SURPRIME TO WS-NET-CALC
             END-IF
           END-IF
           .

       FIN-POLICE.
           IF POLICE-AJUSTABLE
             PERFORM CALC-PRORATA
           END-IF
           IF POLICE-ECARTEE
             ADD 1 TO CPT-POL-ECARTEE
             MOVE NB-TRACES-POL TO DIS-RESP
             MOVE ALL ' ' TO ERAPAJU
             STRING WS-MAT-COUR ' ECARTEE : ' WS-MOTIF-ECART
                 DIS-RESP ' TRACE(S)'
                 DELIMITED BY SIZE INTO ERAPAJU
             WRITE ERAPAJU
           ELSE
             IF MNT-AJU = 0
               ADD 1 TO CPT-POL-NEUTRE
             ELSE
               PERFORM CALC-TAXE-AJU
               PERFORM WRITE-FACT-AJU
               PERFORM REPARTIT-ECART
             END-IF
           END-IF
           PERFORM RESTITUE-ECHEANCIER
           .
       CALC-PRORATA.
      * L'AJUSTEMENT COURT DU JOUR DU CHANGEMENT (OU DE LA DATE D'EFFET
      * SI ELLE EST POSTERIEURE) JUSQU'A L'EXPIRATION ; UNE DATE DE
      * POLICE HORS CALENDRIER FERAIT INDICER CJ-JOURS HORS BORNES
           MOVE 0 TO MNT-AJU
           MOVE A-DT-EFFET TO WS-DT-CTRL
           PERFORM CTRL-DATE-CALEND
           IF DATE-EXPLOITABLE
             MOVE A-DT-EXPIR TO WS-DT-CTRL
             PERFORM CTRL-DATE-CALEND
           END-IF
           IF DATE-INEXPLOITABLE
             SET POLICE-ECARTEE TO TRUE
             MOVE 'DATES DE POLICE INEXPLOITABLES' TO WS-MOTIF-ECART
           ELSE
             IF A-DT-EFFET > WS-DT-JOUR
               MOVE A-DT-EFFET TO WS-DT-AJU
             ELSE
               MOVE WS-DT-JOUR TO WS-DT-AJU
             END-IF
             MOVE A-DT-EFFET TO WS-DT-CALC
             PERFORM CALC-RANG-JOUR
             MOVE WS-RANG-JOUR TO WS-RANG-EFFET
             MOVE A-DT-EXPIR TO WS-DT-CALC
             PERFORM CALC-RANG-JOUR
             MOVE WS-RANG-JOUR TO WS-RANG-EXPIR
             MOVE WS-DT-AJU TO WS-DT-CALC
             PERFORM CALC-RANG-JOUR
             MOVE WS-RANG-JOUR TO WS-RANG-AJU
             COMPUTE NB-J-TOTAL = WS-RANG-EXPIR - WS-RANG-EFFET
             COMPUTE NB-J-RESTANT = WS-RANG-EXPIR - WS-RANG-AJU
             IF NB-J-RESTANT < 0
               MOVE 0 TO NB-J-RESTANT
             END-IF
             IF NB-J-RESTANT > NB-J-TOTAL
               MOVE NB-J-TOTAL TO NB-J-RESTANT
             END-IF
             IF NB-J-TOTAL > 0
               COMPUTE MNT-AJU ROUNDED
                   = WS-ECART-AN * NB-J-RESTANT / NB-J-TOTAL
             END-IF
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
       CALC-TAXE-AJU.
      * LA TRACE NE PORTE PAS LE NUMERO DU VEHICULE : L'AJUSTEMENT
      * EST TAXE AU TAUX DU TYPE DE VEHICULE DE LA POLICE (TV), COMME
      * UNE POLICE SANS VEHICULE DANS MAJASFAC
           MOVE 0 TO WS-PCT-TAXE
           PERFORM VARYING CPT-TXV FROM 1 BY 1
                   UNTIL CPT-TXV > NB-TAXE
             IF TXV-TYPE(CPT-TXV) = A-TV
               MOVE TXV-PCT(CPT-TXV) TO WS-PCT-TAXE
             END-IF
           END-PERFORM
           COMPUTE MNT-TAXE-AJU ROUNDED
               = MNT-AJU * WS-PCT-TAXE / 100
           .
       WRITE-FACT-AJU.
      * LE SENS DE L'AJUSTEMENT EST PORTE PAR LE TYPE D'ENREGISTREMENT,
      * LES MONTANTS RESTANT NON SIGNES COMME DANS LE FICHIER FACT
           IF MNT-AJU < 0
             COMPUTE MNT-AJU-ABS = 0 - MNT-AJU
             COMPUTE MNT-TAXE-ABS = 0 - MNT-TAXE-AJU
             SET FAC-AJU-AVOIR TO TRUE
             ADD 1 TO CPT-POL-AVOIR
             ADD MNT-AJU-ABS TO TOT-AVOIR
             ADD MNT-TAXE-ABS TO TOT-TAXE-AVOIR
           ELSE
             MOVE MNT-AJU TO MNT-AJU-ABS
             MOVE MNT-TAXE-AJU TO MNT-TAXE-ABS
             SET FAC-AJU-PRIME TO TRUE
             ADD 1 TO CPT-POL-SUPPL
             ADD MNT-AJU-ABS TO TOT-SUPPL
             ADD MNT-TAXE-ABS TO TOT-TAXE-SUPPL
           END-IF
           MOVE A-MAT        TO FAC-MAT
           MOVE A-NOM-PRN    TO FAC-NOM-PRN
           MOVE A-PB         TO FAC-PRMBS
           MOVE A-BON-MAL    TO FAC-PRMT
           MOVE A-TAUX       TO FAC-TAUX
           MOVE MNT-AJU-ABS  TO FAC-PRM-NET
           MOVE 0            TO FAC-NUM-VEHIC
           MOVE MNT-TAXE-ABS TO FAC-MNT-TAXE
           COMPUTE FAC-MNT-TTC = MNT-AJU-ABS + MNT-TAXE-ABS
           MOVE A-TV         TO FAC-TYPE-VEHIC
           MOVE WS-PCT-TAXE  TO FAC-PCT-TAXE
           ADD MNT-AJU-ABS TO TOT-FAC-MNT
           ADD MNT-TAXE-ABS TO TOT-FAC-TAXE
           ADD FAC-MNT-TTC TO TOT-FAC-TTC
           WRITE EFACT
           MOVE ALL ' ' TO EFACT
           ADD 1 TO NB-LIGNE-FAC
           .
       REPARTIT-ECART.
      * L'ECART PRORATISE (HORS TAXE, COMME L'ECHEANCIER DE MAJASFAC)
      * EST REPARTI A PARTS EGALES SUR LES ECHEANCES DATEES DU JOUR
      * DE L'AJUSTEMENT OU APRES, LE RELIQUAT D'ARRONDI SUR LA
      * DERNIERE. S'IL N'EN RESTE AUCUNE, LA DERNIERE ECHEANCE PORTE
      * TOUT L'ECART. UN AVOIR PLUS FORT QU'UNE ECHEANCE LA RAMENE A
      * ZERO ET SE REPORTE SUR LA SUIVANTE ; CE QUI RESTE EN FIN
      * D'ECHEANCIER EST SIGNALE COMME AVOIR NON IMPUTE
           MOVE 0 TO IND-PREM-RESTANT
           PERFORM VARYING CPT-ECH FROM 1 BY 1
                   UNTIL CPT-ECH > NB-ECH-POL OR IND-PREM-RESTANT > 0
             IF TE-DT-ECH(CPT-ECH) >= WS-DT-AJU
               MOVE CPT-ECH TO IND-PREM-RESTANT
             END-IF
           END-PERFORM
           IF IND-PREM-RESTANT = 0
             MOVE NB-ECH-POL TO IND-PREM-RESTANT
           END-IF
           COMPUTE NB-ECH-RESTANT = NB-ECH-POL - IND-PREM-RESTANT + 1
           COMPUTE MNT-PART-BASE = MNT-AJU / NB-ECH-RESTANT
           MOVE 0 TO WS-REPORT-AVOIR
           PERFORM VARYING CPT-ECH FROM IND-PREM-RESTANT BY 1
                   UNTIL CPT-ECH > NB-ECH-POL
             IF CPT-ECH = NB-ECH-POL
               COMPUTE MNT-PART-COUR = MNT-AJU
                   - (MNT-PART-BASE * (NB-ECH-RESTANT - 1))
             ELSE
               MOVE MNT-PART-BASE TO MNT-PART-COUR
             END-IF
             COMPUTE WS-MNT-ECH-NOUV = TE-MNT(CPT-ECH)
                 + MNT-PART-COUR + WS-REPORT-AVOIR
             IF WS-MNT-ECH-NOUV < 0
               MOVE WS-MNT-ECH-NOUV TO WS-REPORT-AVOIR
               MOVE 0 TO TE-MNT(CPT-ECH)
             ELSE
               MOVE WS-MNT-ECH-NOUV TO TE-MNT(CPT-ECH)
               MOVE 0 TO WS-REPORT-AVOIR
             END-IF
             ADD 1 TO CPT-ECH-MODIF
           END-PERFORM
           MOVE MNT-AJU-ABS TO DIS-MNT
           MOVE MNT-TAXE-ABS TO DIS-TAXE
           MOVE NB-ECH-RESTANT TO DIS-NB
           MOVE ALL ' ' TO ERAPAJU
           IF MNT-AJU < 0
             STRING WS-MAT-COUR ' AVOIR      ' DIS-MNT ' TAXE '
                 DIS-TAXE ' SUR ' DIS-NB ' ECHEANCE(S)'
                 DELIMITED BY SIZE INTO ERAPAJU
           ELSE
             STRING WS-MAT-COUR ' SUPPLEMENT ' DIS-MNT ' TAXE '
                 DIS-TAXE ' SUR ' DIS-NB ' ECHEANCE(S)'
                 DELIMITED BY SIZE INTO ERAPAJU
           END-IF
           WRITE ERAPAJU
           IF WS-REPORT-AVOIR < 0
             COMPUTE TOT-AVOIR-NON-IMP = TOT-AVOIR-NON-IMP
                 - WS-REPORT-AVOIR
             COMPUTE MNT-AJU-ABS = 0 - WS-REPORT-AVOIR
             MOVE MNT-AJU-ABS TO DIS-MNT
             MOVE ALL ' ' TO ERAPAJU
             STRING WS-MAT-COUR ' AVOIR NON IMPUTE SUR L''ECHEANCIER '
                 DIS-MNT ' A RISTOURNER'
                 DELIMITED BY SIZE INTO ERAPAJU
             WRITE ERAPAJU
           END-IF
           .

       CALC-RANG-JOUR.
      * RANG = 365 JOURS PAR ANNEE REVOLUE + ANNEES BISSEXTILES
      * REVOLUES + JOURS CUMULES DES MOIS REVOLUS (+1 SI L'ANNEE EN
      * COURS EST BISSEXTILE ET LE MOIS PASSE FEVRIER) + QUANTIEME
           MOVE WS-DT-CALC(1:4) TO WS-AAAA
           MOVE WS-DT-CALC(5:2) TO WS-MM
           MOVE WS-DT-CALC(7:2) TO WS-JJ
           COMPUTE WS-AAAA-PREC = WS-AAAA - 1
           DIVIDE WS-AAAA-PREC BY 4   GIVING WS-DIV4
           DIVIDE WS-AAAA-PREC BY 100 GIVING WS-DIV100
           DIVIDE WS-AAAA-PREC BY 400 GIVING WS-DIV400
           COMPUTE WS-NB-BISSEXT = WS-DIV4 - WS-DIV100 + WS-DIV400
           COMPUTE WS-RANG-JOUR = WS-AAAA-PREC * 365
               + WS-NB-BISSEXT + CJ-JOURS(WS-MM) + WS-JJ
           IF WS-MM > 2
             PERFORM CALC-BISSEXTILE
             IF ANNEE-BISSEXTILE
               ADD 1 TO WS-RANG-JOUR
             END-IF
           END-IF
           .
       CALC-BISSEXTILE.
      * BISSEXTILE SI DIVISIBLE PAR 4, SAUF SIECLES NON DIVISIBLES
      * PAR 400 (REGLE GREGORIENNE)
           MOVE 'N' TO IND-BISSEXTILE
           DIVIDE WS-AAAA BY 4 GIVING WS-DIVQ REMAINDER WS-REST4
           IF WS-REST4 = 0
             DIVIDE WS-AAAA BY 100 GIVING WS-DIVQ REMAINDER WS-REST100
             IF WS-REST100 NOT = 0
               MOVE 'O' TO IND-BISSEXTILE
             ELSE
               DIVIDE WS-AAAA BY 400 GIVING WS-DIVQ
                   REMAINDER WS-REST400
               IF WS-REST400 = 0
                 MOVE 'O' TO IND-BISSEXTILE
               END-IF
             END-IF
           END-IF
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
       LOAD-PCT-NOVICE.
      * POURCENTAGE DE SURPRIME JEUNE CONDUCTEUR (LIGNE 'N' DE
      * TCPTAUX). SANS LIGNE 'N' OU VALEUR NON NUMERIQUE, AUCUNE
      * SURPRIME N'EST APPLIQUEE
           MOVE 0 TO WS-PCT-NOVICE
           EXEC SQL OPEN CURSN END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSN
               INTO :REF-VALUE
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             MOVE REF-VALUE(1:4) TO WS-NOVICE-BRUTE
             IF WS-NOVICE-BRUTE IS NUMERIC
               MOVE WS-NOVICE-BRUTE-N TO WS-PCT-NOVICE
             END-IF
             EXEC SQL FETCH CURSN
                 INTO :REF-VALUE
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSN END-EXEC
           PERFORM TEST-SQLCODE
           .

       WRITE-TRL-ECHN.
      * LIGNE FIN DE LA NOUVELLE GENERATION : NOMBRE D'ECHEANCES ET
      * MONTANT TOTAL, CONTROLES COMME CEUX DE MAJASFAC PAR LES
      * PROGRAMMES QUI LA LISENT
           MOVE ALL ' ' TO EECHN
           MOVE HIGH-VALUES TO TRL-ECN-INDIC
           MOVE CPT-ECH-ECRITES TO TRL-ECN-NB-ENR
           MOVE TOT-ECH-AP TO TRL-ECN-MNT
           WRITE EECHN
           MOVE ALL ' ' TO EECHN
           .
       WRITE-TRL-FACT.
      * LIGNE FIN DE FICHIER AVEC TOTAUX DE CONTROLE : NOMBRE DE
      * FACTURES D'AJUSTEMENT ET CUMUL DES MONTANTS TELS QU'ECRITS
      * (SUPPLEMENTS ET AVOIRS CONFONDUS, EN VALEUR ABSOLUE)
           MOVE ALL ' ' TO EFACT
           MOVE HIGH-VALUES TO TRL-FAC-INDIC
           MOVE NB-LIGNE-FAC TO TRL-FAC-NB-ENR
           MOVE TOT-FAC-MNT TO TRL-FAC-MNT
           MOVE TOT-FAC-TAXE TO TRL-FAC-TAXE
           MOVE TOT-FAC-TTC TO TRL-FAC-TTC
           WRITE EFACT
           MOVE ALL ' ' TO EFACT
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'FACTURES D''AJUSTEMENT EN COURS DE PERIODE' TO
                LGN-DEB3(8:41)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           STRING 'TRACES DU ' WS-DT-JOUR-ED
               DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           .

       CREA-TABL-STAT.
      * CONTROLE DE L'ECHEANCIER : NOUVEAU TOTAL = ANCIEN TOTAL
      * + SUPPLEMENTS - AVOIRS + AVOIRS NON IMPUTES
           COMPUTE TOT-ECH-ATTENDU = TOT-ECH-AV + TOT-SUPPL
               - TOT-AVOIR + TOT-AVOIR-NON-IMP
           MOVE ALL ' ' TO ERAPAJU
           WRITE ERAPAJU
           MOVE CPT-TRACES TO DIS-RESP
           STRING '277 - TRACES DE PRIME DU JOUR LUES            : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           MOVE CPT-POL-SUPPL TO DIS-RESP
           STRING '278 - FACTURES DE SUPPLEMENT DE PRIME         : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           MOVE CPT-POL-AVOIR TO DIS-RESP
           STRING '279 - FACTURES D''AVOIR                        : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           MOVE TOT-SUPPL TO DIS-TOT
           STRING '280 - SUPPLEMENTS HORS TAXE         : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           MOVE TOT-TAXE-SUPPL TO DIS-TOT
           STRING '281 - TAXE SUR SUPPLEMENTS          : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           MOVE TOT-AVOIR TO DIS-TOT
           STRING '282 - AVOIRS HORS TAXE              : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           MOVE TOT-TAXE-AVOIR TO DIS-TOT
           STRING '283 - TAXE SUR AVOIRS               : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           MOVE CPT-ECH-MODIF TO DIS-RESP
           STRING '284 - ECHEANCES MODIFIEES                     : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           MOVE TOT-AVOIR-NON-IMP TO DIS-TOT
           STRING '285 - AVOIRS NON IMPUTES            : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           MOVE CPT-POL-NEUTRE TO DIS-RESP
           STRING '286 - POLICES SANS INCIDENCE SUR LA PRIME     : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           MOVE CPT-POL-ECARTEE TO DIS-RESP
           STRING '287 - POLICES ECARTEES                        : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAJU
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           IF TOT-ECH-AP = TOT-ECH-ATTENDU
             STRING '288 - CONTROLE ECHEANCIER AVANT/APRES         : '
                 'OK' DELIMITED BY SIZE INTO ERAPAJU
           ELSE
             STRING '288 - CONTROLE ECHEANCIER AVANT/APRES         : '
                 'MISMATCH' DELIMITED BY SIZE INTO ERAPAJU
           END-IF
           WRITE ERAPAJU
           MOVE ALL ' ' TO ERAPAJU
           .

       TEST-STAT-ECH.
           IF WS-ECH NOT = '00'
             DISPLAY 'ERREUR FICHIER ECHEANC ' WS-ECH
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ECHN.
           IF WS-ECHN NOT = '00'
             DISPLAY 'ERREUR FICHIER ECHNOUV ' WS-ECHN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-FACT.
           IF WS-FACT NOT = '00'
             DISPLAY 'ERREUR FICHIER FACTAJU ' WS-FACT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPAJU.
           IF WS-RAPAJU NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPAJU ' WS-RAPAJU
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
           DISPLAY 'ERREUR DB2 AJUSTEMENTS'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           STOP RUN.
