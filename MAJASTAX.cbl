       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASTAX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM   ASSIGN PARM
             FILE STATUS  WS-PARM.
           SELECT FACT   ASSIGN FACT
             FILE STATUS  WS-FACT.
           SELECT FACTAJU ASSIGN FACTAJU
             FILE STATUS  WS-FAJU.
           SELECT REMBOUR ASSIGN REMBOUR
             FILE STATUS  WS-REMB.
           SELECT ECRITUR ASSIGN ECRITUR
             FILE STATUS  WS-ECR.
           SELECT DECLTAX ASSIGN DECLTAX
             FILE STATUS  WS-DECL.
           SELECT RAPTAX ASSIGN RAPTAX
             FILE STATUS  WS-RAPTAX.
       DATA DIVISION.
       FILE SECTION.
      * PERIODE DECLAREE : PREMIER ET DERNIER JOUR DU MOIS, BORNES
      * DES ECRITURES DU COMPTE DE TAXES RETENUES AU RAPPROCHEMENT
       FD  PARM RECORDING F.
       01  EPARM.
           05 PARM-DT-DEB     PIC 9(8).
           05 PARM-DT-FIN     PIC 9(8).
           05                 PIC X(64).
      * FACTURATION DU MOIS (FICHIER FACT DE MAJASFAC)
       FD  FACT RECORDING F.
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
           05 FAC-NUM-VEHIC   PIC 9(2).
           05 FAC-MNT-TAXE    PIC 9(6)V99.
           05 FAC-MNT-TTC     PIC 9(6)V99.
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
      * FACTURES D'AJUSTEMENT DU MOIS (GENERATIONS QUOTIDIENNES DE
      * MAJASAJU MISES BOUT A BOUT, CHACUNE AVEC SA LIGNE FIN)
       FD  FACTAJU RECORDING F.
       01  EFAJU.
           05 FAJ-MAT         PIC X(6).
           05 FAJ-NOM-PRN     PIC X(20).
           05 FAJ-PRMBS       PIC 9(4)V99.
           05 FAJ-PRMT        PIC X.
           05 FAJ-TAUX        PIC X(2).
           05 FAJ-PRM-NET     PIC 9(6)V99.
           05 FAJ-TYP-ENR     PIC X.
             88 FAJ-AJU-PRIME   VALUE 'P'.
             88 FAJ-AJU-AVOIR   VALUE 'A'.
           05 FAJ-NUM-VEHIC   PIC 9(2).
           05 FAJ-MNT-TAXE    PIC 9(6)V99.
           05 FAJ-MNT-TTC     PIC 9(6)V99.
           05 FAJ-TYPE-VEHIC  PIC X.
           05 FAJ-PCT-TAXE    PIC 9(2)V99.
           05 FILLER          PIC X(19).
       01  EFAJU-TRL REDEFINES EFAJU.
           05 TRL-FAJ-INDIC   PIC X(6).
             88 FAJ-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-FAJ-NB-ENR  PIC 9(6).
           05 TRL-FAJ-MNT     PIC 9(9)V99.
           05 TRL-FAJ-TAXE    PIC 9(9)V99.
           05 TRL-FAJ-TTC     PIC 9(9)V99.
           05 FILLER          PIC X(41).
      * RISTOURNES DU MOIS (MAJASRMB SUR LA MEME FENETRE)
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
      * ECRITURES DE L'INTERFACE COMPTABLE (MAJASCPT)
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
      * EXTRAIT DE DECLARATION : UNE LIGNE PAR CATEGORIE DE TAXE
      * (TYPE DE VEHICULE ET TAUX 'X'), MONTANTS NON SIGNES, LE SENS
      * DE LA TAXE NETTE ETANT PORTE A PART ('+' DUE, '-' A RESTITUER)
       FD  DECLTAX RECORDING F.
       01  EDECL.
           05 DCL-PERIODE     PIC 9(6).
           05 DCL-CODE-ASSUR  PIC X(5).
           05 DCL-TYPE-VEHIC  PIC X.
           05 DCL-PCT-TAXE    PIC 9(2)V99.
           05 DCL-BASE-BRUTE  PIC 9(11)V99.
           05 DCL-TAXE-BRUTE  PIC 9(9)V99.
           05 DCL-BASE-DEDUITE PIC 9(11)V99.
           05 DCL-TAXE-DEDUITE PIC 9(9)V99.
           05 DCL-SENS        PIC X.
           05 DCL-TAXE-NETTE  PIC 9(9)V99.
           05 FILLER          PIC X(4).
       01  EDECL-TRL REDEFINES EDECL.
           05 TRL-DCL-INDIC   PIC X(6).
           05 TRL-DCL-NB-ENR  PIC 9(6).
           05 TRL-DCL-TAXE-BRUTE   PIC 9(11)V99.
           05 TRL-DCL-TAXE-DEDUITE PIC 9(11)V99.
           05 TRL-DCL-SENS    PIC X.
           05 TRL-DCL-TAXE-NETTE   PIC 9(11)V99.
           05 FILLER          PIC X(28).
       FD  RAPTAX RECORDING F.
       01  ERAPTAX            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-FACT        PIC XX.
       77  WS-FAJU        PIC XX.
       77  WS-REMB        PIC XX.
       77  WS-ECR         PIC XX.
       77  WS-DECL        PIC XX.
       77  WS-RAPTAX      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASTAX'.
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
       77  CPTE-TAXES         PIC X(8) VALUE '44700000'.
       77  WS-MAT-DET         PIC X(6) VALUE SPACES.
       77  CPT-FAC-LUES       PIC 9(6) VALUE 0.
       77  CPT-FAJ-LUES       PIC 9(6) VALUE 0.
       77  CPT-FAJ-SEGMENT    PIC 9(6) VALUE 0.
       77  CPT-FAJ-TRL        PIC 9(6) VALUE 0.
       77  CPT-RMB-LUS        PIC 9(6) VALUE 0.
       77  CPT-ECR-LUES       PIC 9(6) VALUE 0.
       77  CPT-ECR-TAXE       PIC 9(6) VALUE 0.
       77  CPT-DECL           PIC 9(6) VALUE 0.
       77  IND-FAJ-FIN        PIC X VALUE 'O'.
         88 FAJ-FIN-SEGMENT     VALUE 'O'.
       77  TOT-TAXE-FAC       PIC 9(11)V99 VALUE 0.
       77  TOT-TAXE-SUPPL     PIC 9(11)V99 VALUE 0.
       77  TOT-TAXE-AVOIR     PIC 9(11)V99 VALUE 0.
       77  TOT-TAXE-RMB       PIC 9(11)V99 VALUE 0.
       77  TOT-TAXE-BRUTE     PIC 9(11)V99 VALUE 0.
       77  TOT-TAXE-DEDUITE   PIC 9(11)V99 VALUE 0.
       77  TOT-TAXE-NETTE     PIC S9(11)V99 VALUE 0.
       77  TOT-ECR-CREDIT     PIC 9(11)V99 VALUE 0.
       77  TOT-ECR-DEBIT      PIC 9(11)V99 VALUE 0.
       77  SOLDE-CPTE-TAXES   PIC S9(11)V99 VALUE 0.
       77  ECART-RAPPRO       PIC S9(11)V99 VALUE 0.
      * CUMULS PAR CATEGORIE DE TAXE : TYPE DE VEHICULE ET TAUX 'X'
      * EFFECTIVEMENT APPLIQUE (UN CHANGEMENT DE BAREME EN COURS DE
      * MOIS DONNE DEUX CATEGORIES POUR LE MEME TYPE)
       01  TABLEAU-CAT.
           05 CT-LIGNE OCCURS 40.
             10 CT-TYPE       PIC X.
             10 CT-PCT        PIC 9(2)V99.
             10 CT-BASE-FAC   PIC 9(11)V99.
             10 CT-TAXE-FAC   PIC 9(9)V99.
             10 CT-BASE-AVO   PIC 9(11)V99.
             10 CT-TAXE-AVO   PIC 9(9)V99.
             10 CT-BASE-RMB   PIC 9(11)V99.
             10 CT-TAXE-RMB   PIC 9(9)V99.
             10 CT-TAXE-NETTE PIC S9(9)V99.
       77  NB-CAT             PIC 99 VALUE 0.
       77  NB-CAT-MAX         PIC 99 VALUE 40.
       77  CPT-CT             PIC 99.
       77  IND-CT             PIC 99.
       77  WS-CAT-TYPE        PIC X.
       77  WS-CAT-PCT         PIC 9(2)V99.
       77  WS-BASE-RMB        PIC 9(6)V99.
       77  DIS-PCT            PIC Z9V,99.
       77  DIS-MNT            PIC ZZZZZ9V,99.
       77  DIS-TOT            PIC ZZZZZZZZ9V,99.
       77  DIS-TOT2           PIC ZZZZZZZZ9V,99.
       77  DIS-TOT-NET        PIC ++++++++9V,99.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.

       PROCEDURE DIVISION.
      * DECLARATION MENSUELLE DE LA TAXE SUR LES CONVENTIONS
      * D'ASSURANCE : LA BASE ET LA TAXE FACTUREES DU MOIS (FICHIER
      * FACT ET SUPPLEMENTS MAJASAJU) SONT CUMULEES PAR CATEGORIE DE
      * TAXE, PUIS DIMINUEES DE LA TAXE DES AVOIRS MAJASAJU ET DE LA
      * PART DE TAXE DES RISTOURNES MAJASRMB. LE RUN PRODUIT LE
      * RAPPORT DE DECLARATION ET L'EXTRAIT A FORMAT FIXE, ET
      * RAPPROCHE LA TAXE NETTE DU SOLDE DU COMPTE DE TAXES DANS LES
      * ECRITURES MAJASCPT DE LA PERIODE : TOUT ECART EST SIGNALE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN INPUT FACT
           OPEN INPUT FACTAJU
           OPEN INPUT REMBOUR
           OPEN INPUT ECRITUR
           OPEN OUTPUT DECLTAX
           OPEN OUTPUT RAPTAX
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-FACT
           PERFORM TEST-STAT-FAJU
           PERFORM TEST-STAT-REMB
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-DECL
           PERFORM TEST-STAT-RAPTAX
           PERFORM CREA-DAT-TIME
           PERFORM CHARGE-PARM
           PERFORM CUMULE-FACTURATION
           PERFORM CUMULE-AJUSTEMENTS
           PERFORM CUMULE-RISTOURNES
           PERFORM CUMULE-ECRITURES
           PERFORM ECRIT-DECLARATION
           PERFORM WRITE-TRL-DECL
           PERFORM RAPPROCHE-COMPTA
           PERFORM CREA-TABL-STAT
           CLOSE PARM
           CLOSE FACT
           CLOSE FACTAJU
           CLOSE REMBOUR
           CLOSE ECRITUR
           CLOSE DECLTAX
           CLOSE RAPTAX
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-FACT
           PERFORM TEST-STAT-FAJU
           PERFORM TEST-STAT-REMB
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-DECL
           PERFORM TEST-STAT-RAPTAX
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = LIGNES FACT,
      * AJUSTEMENTS ET RISTOURNES, ECRITS = CATEGORIES DECLAREES ;
      * L'INDICATEUR DE RECONCILIATION REPREND LE RAPPROCHEMENT AVEC
      * LE COMPTE DE TAXES
           MOVE 'F' TO RUN-PHASE
           COMPUTE RUN-NB-LUS = CPT-FAC-LUES + CPT-FAJ-LUES
               + CPT-RMB-LUS
           MOVE CPT-DECL TO RUN-NB-ECRITS
           MOVE 0 TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           IF ECART-RAPPRO = 0
             MOVE 'O' TO RUN-IND-RECONC
           ELSE
             MOVE 'N' TO RUN-IND-RECONC
           END-IF
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR LECTURE PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
      * LA DECLARATION EST MENSUELLE : LES DEUX BORNES DOIVENT ETRE
      * DANS LE MEME MOIS
           IF PARM-DT-DEB IS NOT NUMERIC OR PARM-DT-DEB = 0
              OR PARM-DT-FIN IS NOT NUMERIC OR PARM-DT-FIN = 0
              OR PARM-DT-FIN < PARM-DT-DEB
              OR PARM-DT-FIN(1:6) NOT = PARM-DT-DEB(1:6)
             DISPLAY 'ERREUR PARM : PERIODE DE DECLARATION INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE PARM-DT-DEB TO WS-DT-DEB
           MOVE PARM-DT-FIN TO WS-DT-FIN
           .

       CUMULE-FACTURATION.
      * LA TAXE D'UNE POLICE AVEC VEHICULES EST VENTILEE SUR SES
      * LIGNES DETAIL ; LA LIGNE TOTAL N'EST RETENUE QUE POUR UNE
      * POLICE SANS VEHICULE (AUCUN DETAIL POUR CE MATRICULE)
           READ FACT
           PERFORM UNTIL WS-FACT = '10' OR FAC-IS-TRAILER
             ADD 1 TO CPT-FAC-LUES
             IF FAC-DETAIL
               MOVE FAC-MAT TO WS-MAT-DET
               PERFORM CUMULE-LIGNE-FACT
             END-IF
             IF FAC-TOTAL AND FAC-MAT NOT = WS-MAT-DET
               PERFORM CUMULE-LIGNE-FACT
             END-IF
             READ FACT
           END-PERFORM
           IF WS-FACT = '10'
             DISPLAY 'ERREUR FACT : TRAILER ABSENT OU FICHIER TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF TRL-FAC-NB-ENR NOT = CPT-FAC-LUES
             DISPLAY 'ERREUR FACT : NOMBRE D''ENREGISTREMENTS LUS '
                 'DIFFERENT DU TRAILER'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       CUMULE-LIGNE-FACT.
           MOVE FAC-TYPE-VEHIC TO WS-CAT-TYPE
           MOVE FAC-PCT-TAXE TO WS-CAT-PCT
           PERFORM CHERCHE-CATEGORIE
           ADD FAC-PRM-NET TO CT-BASE-FAC(IND-CT)
           ADD FAC-MNT-TAXE TO CT-TAXE-FAC(IND-CT)
           ADD FAC-MNT-TAXE TO TOT-TAXE-FAC
           .

       CUMULE-AJUSTEMENTS.
      * CHAQUE GENERATION QUOTIDIENNE EST CONTROLEE CONTRE SA PROPRE
      * LIGNE FIN ; LE FICHIER DOIT SE TERMINER SUR UNE LIGNE FIN
           READ FACTAJU
           PERFORM UNTIL WS-FAJU = '10'
             IF FAJ-IS-TRAILER
               ADD 1 TO CPT-FAJ-TRL
               IF TRL-FAJ-NB-ENR NOT = CPT-FAJ-SEGMENT
                 DISPLAY 'ERREUR FACTAJU : GENERATION ' CPT-FAJ-TRL
                     ' NOMBRE D''ENREGISTREMENTS LUS DIFFERENT DU '
                     'TRAILER'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               MOVE 0 TO CPT-FAJ-SEGMENT
               MOVE 'O' TO IND-FAJ-FIN
             ELSE
               ADD 1 TO CPT-FAJ-LUES
               ADD 1 TO CPT-FAJ-SEGMENT
               MOVE 'N' TO IND-FAJ-FIN
               PERFORM CUMULE-LIGNE-AJU
             END-IF
             READ FACTAJU
           END-PERFORM
           IF NOT FAJ-FIN-SEGMENT
             DISPLAY 'ERREUR FACTAJU : TRAILER ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       CUMULE-LIGNE-AJU.
      * UN SUPPLEMENT DE PRIME EST UNE FACTURATION DU MOIS, UN AVOIR
      * UNE DEDUCTION
           MOVE FAJ-TYPE-VEHIC TO WS-CAT-TYPE
           MOVE FAJ-PCT-TAXE TO WS-CAT-PCT
           PERFORM CHERCHE-CATEGORIE
           IF FAJ-AJU-AVOIR
             ADD FAJ-PRM-NET TO CT-BASE-AVO(IND-CT)
             ADD FAJ-MNT-TAXE TO CT-TAXE-AVO(IND-CT)
             ADD FAJ-MNT-TAXE TO TOT-TAXE-AVOIR
           ELSE
             ADD FAJ-PRM-NET TO CT-BASE-FAC(IND-CT)
             ADD FAJ-MNT-TAXE TO CT-TAXE-FAC(IND-CT)
             ADD FAJ-MNT-TAXE TO TOT-TAXE-SUPPL
           END-IF
           .

       CUMULE-RISTOURNES.
           READ REMBOUR
           PERFORM UNTIL WS-REMB = '10' OR RMB-IS-TRAILER
             ADD 1 TO CPT-RMB-LUS
             MOVE RMB-TYPE-VEHIC TO WS-CAT-TYPE
             MOVE RMB-PCT-TAXE TO WS-CAT-PCT
             PERFORM CHERCHE-CATEGORIE
             COMPUTE WS-BASE-RMB = RMB-MNT - RMB-MNT-TAXE
             ADD WS-BASE-RMB TO CT-BASE-RMB(IND-CT)
             ADD RMB-MNT-TAXE TO CT-TAXE-RMB(IND-CT)
             ADD RMB-MNT-TAXE TO TOT-TAXE-RMB
             READ REMBOUR
           END-PERFORM
           IF WS-REMB = '10'
             DISPLAY 'ERREUR REMBOUR : TRAILER ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF TRL-RMB-NB-ENR NOT = CPT-RMB-LUS
             DISPLAY 'ERREUR REMBOUR : NOMBRE D''ENREGISTREMENTS LUS '
                 'DIFFERENT DU TRAILER'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       CUMULE-ECRITURES.
      * SEULES LES ECRITURES DU COMPTE DE TAXES DATEES DANS LA
      * PERIODE DECLAREE SONT RETENUES : CREDITS = TAXE COLLECTEE,
      * DEBITS = TAXE RESTITUEE
           READ ECRITUR
           PERFORM UNTIL WS-ECR = '10' OR ECR-IS-TRAILER
             ADD 1 TO CPT-ECR-LUES
             IF ECR-COMPTE = CPTE-TAXES
                AND ECR-DT-COMPTA >= WS-DT-DEB
                AND ECR-DT-COMPTA <= WS-DT-FIN
               ADD 1 TO CPT-ECR-TAXE
               IF ECR-CREDIT
                 ADD ECR-MNT TO TOT-ECR-CREDIT
               ELSE
                 ADD ECR-MNT TO TOT-ECR-DEBIT
               END-IF
             END-IF
             READ ECRITUR
           END-PERFORM
           IF WS-ECR = '10'
             DISPLAY 'ERREUR ECRITUR : TRAILER ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF TRL-ECR-NB-ENR NOT = CPT-ECR-LUES
             DISPLAY 'ERREUR ECRITUR : NOMBRE D''ENREGISTREMENTS LUS '
                 'DIFFERENT DU TRAILER'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       CHERCHE-CATEGORIE.
           MOVE 0 TO IND-CT
           PERFORM VARYING CPT-CT FROM 1 BY 1 UNTIL CPT-CT > NB-CAT
             IF CT-TYPE(CPT-CT) = WS-CAT-TYPE
                AND CT-PCT(CPT-CT) = WS-CAT-PCT
               MOVE CPT-CT TO IND-CT
             END-IF
           END-PERFORM
           IF IND-CT = 0
             IF NB-CAT >= NB-CAT-MAX
               DISPLAY 'ERREUR TABLEAU-CAT TROP PETIT / LIMITE = '
                       NB-CAT-MAX
               MOVE 15 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO NB-CAT
             MOVE NB-CAT TO IND-CT
             MOVE WS-CAT-TYPE TO CT-TYPE(IND-CT)
             MOVE WS-CAT-PCT TO CT-PCT(IND-CT)
             MOVE 0 TO CT-BASE-FAC(IND-CT)
             MOVE 0 TO CT-TAXE-FAC(IND-CT)
             MOVE 0 TO CT-BASE-AVO(IND-CT)
             MOVE 0 TO CT-TAXE-AVO(IND-CT)
             MOVE 0 TO CT-BASE-RMB(IND-CT)
             MOVE 0 TO CT-TAXE-RMB(IND-CT)
             MOVE 0 TO CT-TAXE-NETTE(IND-CT)
           END-IF
           .

       ECRIT-DECLARATION.
      * UNE LIGNE D'EXTRAIT ET UN BLOC DE RAPPORT PAR CATEGORIE
           MOVE ALL ' ' TO ERAPTAX
           WRITE ERAPTAX
           MOVE 'DECLARATION PAR CATEGORIE DE TAXE' TO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           PERFORM VARYING CPT-CT FROM 1 BY 1 UNTIL CPT-CT > NB-CAT
             COMPUTE CT-TAXE-NETTE(CPT-CT) = CT-TAXE-FAC(CPT-CT)
                 - CT-TAXE-AVO(CPT-CT) - CT-TAXE-RMB(CPT-CT)
             PERFORM WRITE-DECL-CATEGORIE
             PERFORM EDITE-CATEGORIE
           END-PERFORM
           COMPUTE TOT-TAXE-BRUTE = TOT-TAXE-FAC + TOT-TAXE-SUPPL
           COMPUTE TOT-TAXE-DEDUITE = TOT-TAXE-AVOIR + TOT-TAXE-RMB
           COMPUTE TOT-TAXE-NETTE = TOT-TAXE-BRUTE - TOT-TAXE-DEDUITE
           .
       WRITE-DECL-CATEGORIE.
           MOVE ALL ' ' TO EDECL
           MOVE WS-DT-DEB(1:6) TO DCL-PERIODE
           MOVE 'API3 ' TO DCL-CODE-ASSUR
           MOVE CT-TYPE(CPT-CT) TO DCL-TYPE-VEHIC
           MOVE CT-PCT(CPT-CT) TO DCL-PCT-TAXE
           MOVE CT-BASE-FAC(CPT-CT) TO DCL-BASE-BRUTE
           MOVE CT-TAXE-FAC(CPT-CT) TO DCL-TAXE-BRUTE
           COMPUTE DCL-BASE-DEDUITE = CT-BASE-AVO(CPT-CT)
               + CT-BASE-RMB(CPT-CT)
           COMPUTE DCL-TAXE-DEDUITE = CT-TAXE-AVO(CPT-CT)
               + CT-TAXE-RMB(CPT-CT)
           IF CT-TAXE-NETTE(CPT-CT) < 0
             MOVE '-' TO DCL-SENS
             COMPUTE DCL-TAXE-NETTE = 0 - CT-TAXE-NETTE(CPT-CT)
           ELSE
             MOVE '+' TO DCL-SENS
             MOVE CT-TAXE-NETTE(CPT-CT) TO DCL-TAXE-NETTE
           END-IF
           WRITE EDECL
           ADD 1 TO CPT-DECL
           MOVE ALL ' ' TO EDECL
           .
       EDITE-CATEGORIE.
           MOVE CT-PCT(CPT-CT) TO DIS-PCT
           MOVE CT-BASE-FAC(CPT-CT) TO DIS-TOT
           STRING 'TYPE ' CT-TYPE(CPT-CT) ' TAUX ' DIS-PCT
               ' %   BASE FACTUREE    ' DIS-TOT
               DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE CT-TAXE-FAC(CPT-CT) TO DIS-TOT
           STRING '    TAXE FACTUREE       ' DIS-TOT
               DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE CT-TAXE-AVO(CPT-CT) TO DIS-TOT
           MOVE CT-TAXE-RMB(CPT-CT) TO DIS-TOT2
           STRING '    TAXE SUR AVOIRS     ' DIS-TOT
               ' RISTOURNES ' DIS-TOT2
               DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE CT-TAXE-NETTE(CPT-CT) TO DIS-TOT-NET
           STRING '    TAXE NETTE DUE      ' DIS-TOT-NET
               DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           .
       WRITE-TRL-DECL.
      * LIGNE FIN DE FICHIER AVEC TOTAUX DE CONTROLE : NOMBRE DE
      * CATEGORIES, TAXE BRUTE, TAXE DEDUITE ET TAXE NETTE
           MOVE ALL ' ' TO EDECL
           MOVE HIGH-VALUES TO TRL-DCL-INDIC
           MOVE CPT-DECL TO TRL-DCL-NB-ENR
           MOVE TOT-TAXE-BRUTE TO TRL-DCL-TAXE-BRUTE
           MOVE TOT-TAXE-DEDUITE TO TRL-DCL-TAXE-DEDUITE
           IF TOT-TAXE-NETTE < 0
             MOVE '-' TO TRL-DCL-SENS
             COMPUTE TRL-DCL-TAXE-NETTE = 0 - TOT-TAXE-NETTE
           ELSE
             MOVE '+' TO TRL-DCL-SENS
             MOVE TOT-TAXE-NETTE TO TRL-DCL-TAXE-NETTE
           END-IF
           WRITE EDECL
           MOVE ALL ' ' TO EDECL
           .

       RAPPROCHE-COMPTA.
      * LA TAXE NETTE DECLAREE DOIT EGALER LE SOLDE CREDITEUR DU
      * COMPTE DE TAXES SUR LA PERIODE ; UN ECART (ECRITURES D'UNE
      * AUTRE PERIODE, AJUSTEMENT OU RISTOURNE NON COMPTABILISE,
      * INTERFACE INCOMPLETE) EST SIGNALE AU RAPPORT ET DANS TRUNLOG
           COMPUTE SOLDE-CPTE-TAXES = TOT-ECR-CREDIT - TOT-ECR-DEBIT
           COMPUTE ECART-RAPPRO = TOT-TAXE-NETTE - SOLDE-CPTE-TAXES
           MOVE ALL ' ' TO ERAPTAX
           WRITE ERAPTAX
           MOVE 'RAPPROCHEMENT AVEC LE COMPTE DE TAXES 44700000'
               TO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE TOT-ECR-CREDIT TO DIS-TOT
           MOVE TOT-ECR-DEBIT TO DIS-TOT2
           STRING '    CREDITS ' DIS-TOT '   DEBITS ' DIS-TOT2
               DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE ECART-RAPPRO TO DIS-TOT-NET
           IF ECART-RAPPRO = 0
             STRING '    ECART ' DIS-TOT-NET ' RAPPROCHE'
                 DELIMITED BY SIZE INTO ERAPTAX
           ELSE
             STRING '    ECART ' DIS-TOT-NET ' *** ECART A JUSTIFIER'
                 DELIMITED BY SIZE INTO ERAPTAX
             DISPLAY 'ATTENTION : TAXE DECLAREE ET COMPTE DE TAXES EN '
                 'ECART'
           END-IF
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'DECLARATION MENSUELLE TAXE ASSURANCE' TO
                LGN-DEB3(8:36)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           .

       CREA-TABL-STAT.
           MOVE ALL ' ' TO ERAPTAX
           WRITE ERAPTAX
           MOVE CPT-FAC-LUES TO DIS-RESP
           STRING '317 - NOMBRE DE LIGNES FACT LUES              : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE CPT-FAJ-LUES TO DIS-RESP
           STRING '318 - NOMBRE DE FACTURES D''AJUSTEMENT LUES    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE CPT-RMB-LUS TO DIS-RESP
           STRING '319 - NOMBRE DE RISTOURNES LUES               : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE CPT-ECR-TAXE TO DIS-RESP
           STRING '320 - ECRITURES DU COMPTE DE TAXES RETENUES   : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE CPT-DECL TO DIS-RESP
           STRING '321 - NOMBRE DE CATEGORIES DECLAREES          : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE TOT-TAXE-FAC TO DIS-TOT
           STRING '322 - TAXE FACTUREE (FACT)          : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE TOT-TAXE-SUPPL TO DIS-TOT
           STRING '323 - TAXE SUR SUPPLEMENTS          : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE TOT-TAXE-AVOIR TO DIS-TOT
           STRING '324 - TAXE DEDUITE SUR AVOIRS       : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE TOT-TAXE-RMB TO DIS-TOT
           STRING '325 - TAXE DEDUITE SUR RISTOURNES   : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE TOT-TAXE-NETTE TO DIS-TOT-NET
           STRING '326 - TAXE NETTE DECLAREE           : ' DIS-TOT-NET
              DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           MOVE SOLDE-CPTE-TAXES TO DIS-TOT-NET
           STRING '327 - SOLDE DU COMPTE DE TAXES      : ' DIS-TOT-NET
              DELIMITED BY SIZE INTO ERAPTAX
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           IF ECART-RAPPRO = 0
             MOVE '328 - DECLARATION RAPPROCHEE DE LA COMPTABILITE'
                 TO ERAPTAX
           ELSE
             MOVE '328 - DECLARATION EN ECART AVEC LA COMPTABILITE'
                 TO ERAPTAX
           END-IF
           WRITE ERAPTAX
           MOVE ALL ' ' TO ERAPTAX
           .

       TEST-STAT-PARM.
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-FACT.
           IF WS-FACT NOT = '00'
             DISPLAY 'ERREUR FICHIER FACT ' WS-FACT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-FAJU.
           IF WS-FAJU NOT = '00'
             DISPLAY 'ERREUR FICHIER FACTAJU ' WS-FAJU
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
       TEST-STAT-ECR.
           IF WS-ECR NOT = '00'
             DISPLAY 'ERREUR FICHIER ECRITUR ' WS-ECR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-DECL.
           IF WS-DECL NOT = '00'
             DISPLAY 'ERREUR FICHIER DECLTAX ' WS-DECL
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPTAX.
           IF WS-RAPTAX NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPTAX ' WS-RAPTAX
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
