       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASPPN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM   ASSIGN PARM
             FILE STATUS  WS-PARM.
           SELECT PROVIS ASSIGN PROVIS
             FILE STATUS  WS-PROV.
           SELECT ECRITUR ASSIGN ECRITUR
             FILE STATUS  WS-ECR.
           SELECT RAPPPN ASSIGN RAPPPN
             FILE STATUS  WS-RAPP.
           SELECT ECRREP ASSIGN ECRREP
             FILE STATUS  WS-ECRREP.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
      * DATE DE CLOTURE (AAAAMMJJ) : A ZERO, LA CLOTURE SE FAIT A LA
      * DATE D'EXPLOITATION
       01  EPARM.
           05 PARM-DT-CLOTURE PIC 9(8).
           05                 PIC X(72).
      * FICHIER PROVISION : UNE LIGNE PAR VEHICULE FACTURE (NUMERO 00
      * POUR UNE POLICE SANS VEHICULE), PRIME NETTE FACTUREE DECOUPEE
      * EN PART ACQUISE ET PART NON ACQUISE A LA DATE DE CLOTURE
       FD  PROVIS RECORDING F.
       01  EPROV.
           05 PPN-MAT         PIC X(6).
           05 PPN-NUM-VEHIC   PIC 9(2).
           05 PPN-TYPE-VEHIC  PIC X.
           05 PPN-DEPT        PIC X(2).
           05 PPN-TAUX        PIC X(2).
           05 PPN-DT-EFFET    PIC 9(8).
           05 PPN-DT-EXPIR    PIC 9(8).
           05 PPN-PRM-NET     PIC 9(6)V99.
           05 PPN-NB-J-PER    PIC 9(5).
           05 PPN-NB-J-ACQ    PIC 9(5).
           05 PPN-PRM-ACQ     PIC 9(6)V99.
           05 PPN-PRM-NACQ    PIC 9(6)V99.
           05 FILLER          PIC X(17).
       01  EPROV-TRL REDEFINES EPROV.
           05 TRL-PPN-INDIC   PIC X(6).
             88 PPN-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-PPN-NB-ENR  PIC 9(6).
           05 TRL-PPN-PRM     PIC 9(9)V99.
           05 TRL-PPN-ACQ     PIC 9(9)V99.
           05 TRL-PPN-NACQ    PIC 9(9)V99.
           05 FILLER          PIC X(35).
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
       FD  RAPPPN RECORDING F.
       01  ERAPP              PIC X(80).
      * DOTATION DATEE DANS UNE PERIODE COMPTABLE CLOSE, REPORTEE AU
      * PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE
       FD  ECRREP RECORDING F.
       01  EECRREP            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-PROV        PIC XX.
       77  WS-ECR         PIC XX.
       77  WS-RAPP        PIC XX.
       77  WS-ECRREP      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       77  SOUSPROG4      PIC X(8) VALUE 'SPVALDT'.
       77  SOUSPROG5      PIC X(8) VALUE 'SPPERCPT'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASPPN'.
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
       01  ZONE-VALDT.
           05 VD-DT-EFFET    PIC 9(8).
           05 VD-DT-EXPIR    PIC 9(8).
           05 VD-RESULT      PIC X.
             88 VD-DATES-VALIDES  VALUE 'O'.
             88 VD-EFFET-INVALIDE VALUE 'E'.
             88 VD-EXPIR-INVALIDE VALUE 'X'.
             88 VD-ORDRE-INVALIDE VALUE 'I'.
       01  ZONE-PERCPT.
           05 PE-DT-COMPTA   PIC 9(8).
           05 PE-DT-REPORT   PIC 9(8).
           05 PE-RESULT      PIC X.
             88 PE-PERIODE-OUVERTE VALUE 'O'.
             88 PE-PERIODE-CLOSE   VALUE 'C'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * COMPTES DE L'ECRITURE DE PROVISION : LA PART NON ACQUISE EST
      * RETIREE DES PRIMES EMISES (DEBIT) ET PORTEE AU COMPTE DE
      * PROVISION TECHNIQUE (CREDIT), SUR LA DATE DE CLOTURE
       77  CPTE-PRIMES        PIC X(8) VALUE '70600000'.
       77  CPTE-PPNA          PIC X(8) VALUE '32000000'.
       77  WS-DT-CLOTURE      PIC 9(8) VALUE 0.
      * DATE COMPTABLE DE L'ECRITURE : LA DATE DE CLOTURE, OU LE
      * PREMIER JOUR DE LA PREMIERE PERIODE OUVERTE SI SON MOIS EST
      * DEJA CLOS
       77  WS-DT-ECR          PIC 9(8) VALUE 0.
       77  WS-RANG-CLOTURE    PIC 9(7).
       77  TAUX-NUM           PIC 9(2).
       77  PRM-TAUX           PIC 9(6)V99.
       77  PRM-VEH-NET        PIC 9(6)V99.
       77  MNT-FAC-NET        PIC 9(6)V99.
       77  MNT-ACQ            PIC 9(6)V99.
       77  MNT-NACQ           PIC 9(6)V99.
       77  NB-VEHIC-POL       PIC S9(4) COMP.
       77  NB-J-ACQ           PIC S9(7).
       77  CPT-POL-LUES       PIC 9(6) VALUE 0.
       77  CPT-POL-HORS       PIC 9(6) VALUE 0.
       77  CPT-LGN-PROV       PIC 9(6) VALUE 0.
       77  CPT-ECR            PIC 9(6) VALUE 0.
       77  TOT-GEN-PRM        PIC 9(9)V99 VALUE 0.
       77  TOT-GEN-ACQ        PIC 9(9)V99 VALUE 0.
       77  TOT-GEN-NACQ       PIC 9(9)V99 VALUE 0.
       77  TOT-DEBITS         PIC 9(11)V99 VALUE 0.
       77  TOT-CREDITS        PIC 9(11)V99 VALUE 0.
       77  WS-DEPT            PIC 9(3).
       77  WS-TYPE-VEHIC      PIC X.
      * CUMULS DU RAPPORT : PAR DEPARTEMENT (DEUX PREMIERS CHIFFRES
      * DU CP), PAR TYPE DE VEHICULE ET PAR CODE TAUX DE LA POLICE
       01  TABLEAU-DEP.
           05 DEP-LIGNE OCCURS 99.
             10 DEP-CPT       PIC 9(6).
             10 DEP-PRM       PIC 9(9)V99.
             10 DEP-ACQ       PIC 9(9)V99.
             10 DEP-NACQ      PIC 9(9)V99.
       01  TABLEAU-TV.
           05 TV-LIGNE OCCURS 20.
             10 TV-CODE       PIC X.
             10 TV-CPT        PIC 9(6).
             10 TV-PRM        PIC 9(9)V99.
             10 TV-ACQ        PIC 9(9)V99.
             10 TV-NACQ       PIC 9(9)V99.
       77  NB-TV              PIC 99 VALUE 0.
       77  NB-TV-MAX          PIC 99 VALUE 20.
       77  CPT-TV             PIC 99.
       77  IND-TV             PIC 99.
       01  TABLEAU-TX.
           05 TX-LIGNE OCCURS 50.
             10 TX-CODE       PIC X(2).
             10 TX-CPT        PIC 9(6).
             10 TX-PRM        PIC 9(9)V99.
             10 TX-ACQ        PIC 9(9)V99.
             10 TX-NACQ       PIC 9(9)V99.
       77  NB-TX              PIC 99 VALUE 0.
       77  NB-TX-MAX          PIC 99 VALUE 50.
       77  CPT-TX             PIC 99.
       77  IND-TX             PIC 99.
      * PRORATA DES JOURS SUSPENDUS ET RANG DE JOUR ABSOLU, CALCULES
      * COMME DANS L'EXTRACTION FACTURATION MAJASFAC
       01  TAB-CUMUL-JOURS-L  PIC X(36) VALUE
               '000031059090120151181212243273304334'.
       01  TAB-CUMUL-JOURS REDEFINES TAB-CUMUL-JOURS-L.
           05 CJ-JOURS OCCURS 12 PIC 9(3).
       77  WS-AAAA            PIC 9(4).
       77  WS-MM              PIC 99.
       77  WS-JJ              PIC 99.
       77  WS-DIVQ            PIC 9(6).
       77  WS-REST4           PIC 99.
       77  WS-REST100         PIC 99.
       77  WS-REST400         PIC 999.
       77  IND-BISSEXTILE     PIC X VALUE 'N'.
         88 ANNEE-BISSEXTILE    VALUE 'O'.
       77  WS-AAAA-PREC       PIC 9(4).
       77  WS-NB-BISSEXT      PIC 9(4).
       77  WS-DIV4            PIC 9(4).
       77  WS-DIV100          PIC 9(4).
       77  WS-DIV400          PIC 9(4).
       77  WS-RANG-JOUR       PIC 9(7).
       77  WS-RANG-DEB        PIC 9(7).
       77  WS-RANG-FIN        PIC 9(7).
       77  WS-RANG-EFFET      PIC 9(7).
       77  WS-RANG-EXPIR      PIC 9(7).
       77  WS-DT-CALC         PIC 9(8).
       77  WS-DT-JOUR         PIC 9(8) VALUE 0.
      * SURPRIME JEUNE CONDUCTEUR, COMME MAJASFAC : POURCENTAGE DE LA
      * LIGNE 'N' DE TCPTAUX (99V99) APPLIQUE A LA PRIME NETTE DU
      * VEHICULE QU'UN CONDUCTEUR DESIGNE A PERMIS DE MOINS DE TROIS
      * ANS CONDUIT
       77  WS-PCT-NOVICE      PIC 9(2)V99 VALUE 0.
       01  WS-NOVICE-BRUTE    PIC X(4).
       01  WS-NOVICE-BRUTE-N REDEFINES WS-NOVICE-BRUTE PIC 9(2)V99.
       77  WS-DT-LIM-PERMIS   PIC 9(8).
       77  NB-COND-NOVICE     PIC S9(4) COMP.
       77  WS-NUM-VEHIC-COND  PIC 9(2).
       77  MNT-SURPRIME       PIC 9(6)V99.
       77  WS-DT-FIN-EFF      PIC 9(8).
       77  WS-BORNE-DEB       PIC 9(8).
       77  WS-BORNE-FIN       PIC 9(8).
       77  NB-J-PERIODE       PIC S9(7).
       77  NB-J-SUSP          PIC S9(7).
       77  IND-DATE-CALEND    PIC X VALUE 'N'.
         88 DATE-EXPLOITABLE    VALUE 'O'.
         88 DATE-INEXPLOITABLE  VALUE 'N'.
       77  WS-DT-CTRL         PIC 9(8).
       77  DIS-MNT            PIC ZZZZZZZZ9V,99.
       77  DIS-DEB            PIC ZZZZZZZZZZ9V,99.
       77  DIS-CRE            PIC ZZZZZZZZZZ9V,99.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TVEH
           END-EXEC.
           EXEC SQL
              INCLUDE TSUSP
           END-EXEC.
           EXEC SQL
              INCLUDE TCPTX
           END-EXEC.
           EXEC SQL DECLARE CURSF CURSOR FOR
               SELECT MAT, NOM_PRN, CP, TV, PB, BON_MAL, TAUX,
                      DT_EFFET, DT_EXPIR
                 FROM TASSURES
                WHERE ACTIF = 'O'
                ORDER BY MAT ASC
           END-EXEC
           EXEC SQL DECLARE CURSV CURSOR FOR
               SELECT NUM_VEHIC, TYPE_VEHIC, TAUX_VEHIC, PRM_VEHIC
                 FROM TVEHICULES
                WHERE MAT = :A-MAT
                ORDER BY NUM_VEHIC ASC
           END-EXEC
           EXEC SQL DECLARE CURSN CURSOR FOR
               SELECT REF_VALUE
                 FROM TCPTAUX
                WHERE REF_TYPE = 'N'
           END-EXEC
           EXEC SQL DECLARE CURSS CURSOR FOR
               SELECT DT_DEB, DT_FIN
                 FROM TSUSPHIST
                WHERE MAT = :A-MAT
                ORDER BY DT_DEB ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * PROVISION POUR PRIMES NON ACQUISES (PPNA) A UNE DATE DE
      * CLOTURE : POUR CHAQUE POLICE ACTIVE, LA PRIME NETTE FACTUREE
      * PAR VEHICULE (MEME CALCUL QUE MAJASFAC, Y COMPRIS LA
      * SURPRIME JEUNE CONDUCTEUR ET LA REDUCTION DES JOURS SUSPENDUS
      * TSUSPHIST) EST REPARTIE PRORATA
      * TEMPORIS SUR LA PERIODE DT_EFFET - DT_EXPIR : LES JOURS
      * COURUS JUSQU'A LA CLOTURE INCLUSE DONNENT LA PRIME ACQUISE,
      * LE SOLDE LA PRIME NON ACQUISE. LE TOTAL PPNA EST PASSE EN
      * UNE ECRITURE EQUILIBREE AU FORMAT ECRITUR DE MAJASCPT, SUR LA
      * PREMIERE PERIODE OUVERTE SI LE MOIS DE CLOTURE EST DEJA CLOS
      * (ETAT ECRREP)
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT PROVIS
           OPEN OUTPUT ECRITUR
           OPEN OUTPUT RAPPPN
           OPEN OUTPUT ECRREP
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-PROV
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-RAPP
           PERFORM TEST-STAT-ECRREP
           PERFORM CREA-DAT-TIME
           PERFORM CHARGE-PARM
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
      * UN PERMIS OBTENU APRES CETTE DATE (MEME JOUR TROIS ANS PLUS
      * TOT) EST UN PERMIS DE MOINS DE TROIS ANS
           COMPUTE WS-DT-LIM-PERMIS = WS-DT-JOUR - 30000
           PERFORM INIT-TABLEAUX
           PERFORM LOAD-PCT-NOVICE
           EXEC SQL OPEN CURSF END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSF
               INTO :A-MAT, :A-NOM-PRN, :A-CP, :A-TV, :A-PB,
                    :A-BON-MAL, :A-TAUX, :A-DT-EFFET, :A-DT-EXPIR
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-POL-LUES
             PERFORM PROVISION-POLICE
             EXEC SQL FETCH CURSF
                 INTO :A-MAT, :A-NOM-PRN, :A-CP, :A-TV, :A-PB,
                      :A-BON-MAL, :A-TAUX, :A-DT-EFFET, :A-DT-EXPIR
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSF END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM WRITE-TRL-PROVIS
           PERFORM ECRITURES-PPNA
           PERFORM WRITE-TRL-ECRITUR
           PERFORM CREA-TABL-STAT
           CLOSE PARM
           CLOSE PROVIS
           CLOSE ECRITUR
           CLOSE RAPPPN
           CLOSE ECRREP
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-PROV
           PERFORM TEST-STAT-ECR
           PERFORM TEST-STAT-RAPP
           PERFORM TEST-STAT-ECRREP
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = POLICES ACTIVES,
      * ECRITS = LIGNES PROVISION, REJETES = POLICES SANS PERIODE
      * EXPLOITABLE (PRIME CONSIDEREE ACQUISE). LA PROVISION EST
      * RECONCILIEE : FICHIER, RAPPORT ET ECRITURE PORTENT LE MEME
      * TOTAL NON ACQUIS
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-POL-LUES TO RUN-NB-LUS
           MOVE CPT-LGN-PROV TO RUN-NB-ECRITS
           MOVE CPT-POL-HORS TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           IF TOT-DEBITS = TOT-CREDITS
             MOVE 'O' TO RUN-IND-RECONC
           ELSE
             MOVE 'N' TO RUN-IND-RECONC
           END-IF
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
      * LA DATE DE CLOTURE DOIT ETRE UNE DATE REELLE (SPVALDT)
           READ PARM
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR LECTURE PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-CLOTURE IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : DATE DE CLOTURE INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-CLOTURE = 0
             MOVE RUN-DT-EXPL TO WS-DT-CLOTURE
           ELSE
             MOVE PARM-DT-CLOTURE TO WS-DT-CLOTURE
           END-IF
           MOVE WS-DT-CLOTURE TO VD-DT-EFFET VD-DT-EXPIR
           MOVE SPACE TO VD-RESULT
           CALL SOUSPROG4 USING ZONE-VALDT
           IF NOT VD-DATES-VALIDES
             DISPLAY 'ERREUR PARM : DATE DE CLOTURE ' WS-DT-CLOTURE
                 ' INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-DT-CLOTURE TO WS-DT-CALC
           PERFORM CALC-RANG-JOUR
           MOVE WS-RANG-JOUR TO WS-RANG-CLOTURE
           .

       PROVISION-POLICE.
      * UNE LIGNE PROVISION PAR VEHICULE DE TVEHICULES ; UNE POLICE
      * SANS VEHICULE EST PROVISIONNEE SUR SA SEULE PRIME DE BASE,
      * SOUS LE TYPE DE VEHICULE PORTE PAR LA POLICE
           MOVE 0 TO NB-VEHIC-POL
           PERFORM CALC-FACTEUR-SUSP
           PERFORM CALC-JOURS-ACQUIS
           EXEC SQL OPEN CURSV END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSV
               INTO :V-NUM-VEHIC, :V-TYPE-VEHIC, :V-TAUX-VEHIC,
                    :V-PRM-VEHIC
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO NB-VEHIC-POL
             PERFORM CALC-PRM-VEHIC
             MOVE V-NUM-VEHIC TO WS-NUM-VEHIC-COND
             PERFORM MAJORE-NOVICE-VEHIC
             PERFORM REDUIT-PRORATA-VEHIC
             MOVE PRM-VEH-NET TO MNT-FAC-NET
             MOVE V-TYPE-VEHIC TO WS-TYPE-VEHIC
             PERFORM REPARTIT-PRIME
             MOVE V-NUM-VEHIC TO PPN-NUM-VEHIC
             PERFORM WRITE-PROVIS
             EXEC SQL FETCH CURSV
                 INTO :V-NUM-VEHIC, :V-TYPE-VEHIC, :V-TAUX-VEHIC,
                      :V-PRM-VEHIC
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSV END-EXEC
           PERFORM TEST-SQLCODE
           IF NB-VEHIC-POL = 0
             PERFORM CALC-PRM-NET
             PERFORM MAJORE-NOVICE-POL
             PERFORM REDUIT-PRORATA-SUSP
             MOVE A-TV TO WS-TYPE-VEHIC
             PERFORM REPARTIT-PRIME
             MOVE 0 TO PPN-NUM-VEHIC
             PERFORM WRITE-PROVIS
           END-IF
           .
       CALC-JOURS-ACQUIS.
      * JOURS ACQUIS = JOURS COURUS DE DT_EFFET A LA CLOTURE INCLUSE,
      * BORNES A LA PERIODE DE COUVERTURE. UNE POLICE DONT LES DATES
      * NE SONT PAS EXPLOITABLES EST TENUE POUR ENTIEREMENT ACQUISE
      * ET SIGNALEE AU RAPPORT
           IF DATE-INEXPLOITABLE OR NB-J-PERIODE NOT > 0
             ADD 1 TO CPT-POL-HORS
             MOVE ALL ' ' TO ERAPP
             STRING A-MAT ' PERIODE ' A-DT-EFFET ' - ' A-DT-EXPIR
                 ' NON EXPLOITABLE : PRIME TENUE POUR ACQUISE'
                 DELIMITED BY SIZE INTO ERAPP
             PERFORM WRITE-RAPP
             MOVE 0 TO NB-J-PERIODE
             MOVE 0 TO NB-J-ACQ
           ELSE
             IF WS-RANG-CLOTURE < WS-RANG-EFFET
               MOVE 0 TO NB-J-ACQ
             ELSE
               IF WS-RANG-CLOTURE >= WS-RANG-EXPIR
                 MOVE NB-J-PERIODE TO NB-J-ACQ
               ELSE
                 COMPUTE NB-J-ACQ = WS-RANG-CLOTURE - WS-RANG-EFFET + 1
               END-IF
             END-IF
           END-IF
           .
       REPARTIT-PRIME.
      * LA PART NON ACQUISE EST LE SOLDE DE LA PRIME FACTUREE : LA
      * SOMME ACQUISE + NON ACQUISE RETOMBE SUR LA FACTURATION SANS
      * ECART D'ARRONDI
           IF NB-J-PERIODE > 0
             COMPUTE MNT-ACQ ROUNDED = MNT-FAC-NET
                 * NB-J-ACQ / NB-J-PERIODE
           ELSE
             MOVE MNT-FAC-NET TO MNT-ACQ
           END-IF
           COMPUTE MNT-NACQ = MNT-FAC-NET - MNT-ACQ
           .
       WRITE-PROVIS.
           MOVE A-MAT          TO PPN-MAT
           MOVE WS-TYPE-VEHIC  TO PPN-TYPE-VEHIC
           MOVE A-CP(1:2)      TO PPN-DEPT
           MOVE A-TAUX         TO PPN-TAUX
           MOVE A-DT-EFFET     TO PPN-DT-EFFET
           MOVE A-DT-EXPIR     TO PPN-DT-EXPIR
           MOVE MNT-FAC-NET    TO PPN-PRM-NET
           MOVE NB-J-PERIODE   TO PPN-NB-J-PER
           MOVE NB-J-ACQ       TO PPN-NB-J-ACQ
           MOVE MNT-ACQ        TO PPN-PRM-ACQ
           MOVE MNT-NACQ       TO PPN-PRM-NACQ
           WRITE EPROV
           MOVE ALL ' ' TO EPROV
           ADD 1 TO CPT-LGN-PROV
           PERFORM CUMUL-PROVISION
           .
       CUMUL-PROVISION.
           ADD MNT-FAC-NET TO TOT-GEN-PRM
           ADD MNT-ACQ TO TOT-GEN-ACQ
           ADD MNT-NACQ TO TOT-GEN-NACQ
           MOVE A-CP(1:2) TO WS-DEPT
           IF WS-DEPT > 0
             ADD 1 TO DEP-CPT(WS-DEPT)
             ADD MNT-FAC-NET TO DEP-PRM(WS-DEPT)
             ADD MNT-ACQ TO DEP-ACQ(WS-DEPT)
             ADD MNT-NACQ TO DEP-NACQ(WS-DEPT)
           END-IF
           MOVE 0 TO IND-TV
           PERFORM VARYING CPT-TV FROM 1 BY 1 UNTIL CPT-TV > NB-TV
             IF TV-CODE(CPT-TV) = WS-TYPE-VEHIC
               MOVE CPT-TV TO IND-TV
             END-IF
           END-PERFORM
           IF IND-TV = 0
             IF NB-TV >= NB-TV-MAX
               DISPLAY 'ERREUR TABLEAU-TV TROP PETIT / LIMITE = '
                       NB-TV-MAX
               MOVE 15 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO NB-TV
             MOVE NB-TV TO IND-TV
             MOVE WS-TYPE-VEHIC TO TV-CODE(IND-TV)
           END-IF
           ADD 1 TO TV-CPT(IND-TV)
           ADD MNT-FAC-NET TO TV-PRM(IND-TV)
           ADD MNT-ACQ TO TV-ACQ(IND-TV)
           ADD MNT-NACQ TO TV-NACQ(IND-TV)
           MOVE 0 TO IND-TX
           PERFORM VARYING CPT-TX FROM 1 BY 1 UNTIL CPT-TX > NB-TX
             IF TX-CODE(CPT-TX) = A-TAUX
               MOVE CPT-TX TO IND-TX
             END-IF
           END-PERFORM
           IF IND-TX = 0
             IF NB-TX >= NB-TX-MAX
               DISPLAY 'ERREUR TABLEAU-TX TROP PETIT / LIMITE = '
                       NB-TX-MAX
               MOVE 15 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO NB-TX
             MOVE NB-TX TO IND-TX
             MOVE A-TAUX TO TX-CODE(IND-TX)
           END-IF
           ADD 1 TO TX-CPT(IND-TX)
           ADD MNT-FAC-NET TO TX-PRM(IND-TX)
           ADD MNT-ACQ TO TX-ACQ(IND-TX)
           ADD MNT-NACQ TO TX-NACQ(IND-TX)
           .
       WRITE-TRL-PROVIS.
      * LIGNE FIN DE FICHIER : NOMBRE DE LIGNES ET TOTAUX FACTURE,
      * ACQUIS ET NON ACQUIS
           MOVE ALL ' ' TO EPROV
           MOVE HIGH-VALUES TO TRL-PPN-INDIC
           MOVE CPT-LGN-PROV TO TRL-PPN-NB-ENR
           MOVE TOT-GEN-PRM TO TRL-PPN-PRM
           MOVE TOT-GEN-ACQ TO TRL-PPN-ACQ
           MOVE TOT-GEN-NACQ TO TRL-PPN-NACQ
           WRITE EPROV
           MOVE ALL ' ' TO EPROV
           .

       ECRITURES-PPNA.
      * PAIRE D'ECRITURES DE DOTATION A LA DATE DE CLOTURE : DEBIT
      * PRIMES EMISES, CREDIT PROVISION, POUR LE TOTAL NON ACQUIS.
      * AUCUNE ECRITURE SI RIEN N'EST A PROVISIONNER
           MOVE WS-DT-CLOTURE TO WS-DT-ECR
           IF TOT-GEN-NACQ > 0
             PERFORM CTRL-PERIODE
             MOVE 'D' TO ECR-SENS
             MOVE CPTE-PRIMES TO ECR-COMPTE
             MOVE 'DOTATION PPNA' TO ECR-LIB
             PERFORM WRITE-ECRITURE
             MOVE 'C' TO ECR-SENS
             MOVE CPTE-PPNA TO ECR-COMPTE
             MOVE 'PROVISION PPNA' TO ECR-LIB
             PERFORM WRITE-ECRITURE
           END-IF
           .
       CTRL-PERIODE.
      * LA PROVISION RESTE CALCULEE A LA DATE DE CLOTURE ; SEULE LA
      * DATE COMPTABLE DE LA DOTATION EST REPORTEE
           MOVE WS-DT-ECR TO PE-DT-COMPTA
           CALL SOUSPROG5 USING ZONE-PERCPT
           IF PE-PERIODE-CLOSE
             MOVE PE-DT-REPORT TO WS-DT-ECR
             MOVE TOT-GEN-NACQ TO DIS-MNT
             MOVE ALL ' ' TO EECRREP
             STRING 'DOTATION PPNA DU ' PE-DT-COMPTA ' REPORTEE AU '
                 PE-DT-REPORT ' ' DIS-MNT
                 DELIMITED BY SIZE INTO EECRREP
             WRITE EECRREP
             MOVE ALL ' ' TO EECRREP
           END-IF
           .
       WRITE-ECRITURE.
           MOVE WS-DT-ECR TO ECR-DT-COMPTA
           MOVE SPACES TO ECR-MAT
           MOVE TOT-GEN-NACQ TO ECR-MNT
           WRITE EECRITUR
           ADD 1 TO CPT-ECR
           IF ECR-SENS = 'D'
             ADD TOT-GEN-NACQ TO TOT-DEBITS
           ELSE
             ADD TOT-GEN-NACQ TO TOT-CREDITS
           END-IF
           MOVE ALL ' ' TO EECRITUR
           .
       WRITE-TRL-ECRITUR.
      * LIGNE FIN DE FICHIER AVEC TOTAUX DE CONTROLE, COMME MAJASCPT
           MOVE ALL ' ' TO EECRITUR
           MOVE HIGH-VALUES TO TRL-ECR-INDIC
           MOVE CPT-ECR TO TRL-ECR-NB-ENR
           MOVE TOT-DEBITS TO TRL-ECR-DEBIT
           MOVE TOT-CREDITS TO TRL-ECR-CREDIT
           WRITE EECRITUR
           MOVE ALL ' ' TO EECRITUR
           .

       CALC-FACTEUR-SUSP.
      * JOURS SUSPENDUS DE LA POLICE, COMME MAJASFAC : LE MEME
      * PRORATA EST APPLIQUE A CHAQUE VEHICULE. UNE DATE DE POLICE A
      * ZERO OU HORS CALENDRIER N'EST PAS EXPLOITABLE
           MOVE 0 TO NB-J-SUSP
           MOVE 0 TO NB-J-PERIODE
           MOVE A-DT-EFFET TO WS-DT-CTRL
           PERFORM CTRL-DATE-CALEND
           IF DATE-EXPLOITABLE
             MOVE A-DT-EXPIR TO WS-DT-CTRL
             PERFORM CTRL-DATE-CALEND
           END-IF
           IF DATE-EXPLOITABLE
             MOVE A-DT-EFFET TO WS-DT-CALC
             PERFORM CALC-RANG-JOUR
             MOVE WS-RANG-JOUR TO WS-RANG-EFFET
             MOVE A-DT-EXPIR TO WS-DT-CALC
             PERFORM CALC-RANG-JOUR
             MOVE WS-RANG-JOUR TO WS-RANG-EXPIR
             COMPUTE NB-J-PERIODE = WS-RANG-EXPIR - WS-RANG-EFFET + 1
             IF NB-J-PERIODE > 0
               PERFORM CUMULE-JOURS-SUSP
               IF NB-J-SUSP > NB-J-PERIODE
                 MOVE NB-J-PERIODE TO NB-J-SUSP
               END-IF
             ELSE
               MOVE 0 TO NB-J-SUSP
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
       REDUIT-PRORATA-VEHIC.
           IF NB-J-PERIODE > 0 AND NB-J-SUSP > 0
             COMPUTE PRM-VEH-NET ROUNDED = PRM-VEH-NET
                 * (NB-J-PERIODE - NB-J-SUSP) / NB-J-PERIODE
           END-IF
           .
       REDUIT-PRORATA-SUSP.
           IF NB-J-PERIODE > 0 AND NB-J-SUSP > 0
             COMPUTE MNT-FAC-NET ROUNDED = MNT-FAC-NET
                 * (NB-J-PERIODE - NB-J-SUSP) / NB-J-PERIODE
           END-IF
           .
       CUMULE-JOURS-SUSP.
           EXEC SQL OPEN CURSS END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSS
               INTO :SP-DT-DEB, :SP-DT-FIN
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM CUMULE-UNE-PERIODE
             EXEC SQL FETCH CURSS
                 INTO :SP-DT-DEB, :SP-DT-FIN
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSS END-EXEC
           PERFORM TEST-SQLCODE
           .
       CUMULE-UNE-PERIODE.
      * UNE PERIODE ENCORE OUVERTE COURT JUSQU'A LA DATE
      * D'EXPLOITATION, COMME DANS LA FACTURATION
           IF SP-DT-FIN = 0
             MOVE WS-DT-JOUR TO WS-DT-FIN-EFF
           ELSE
             MOVE SP-DT-FIN TO WS-DT-FIN-EFF
           END-IF
           IF SP-DT-DEB > A-DT-EFFET
             MOVE SP-DT-DEB TO WS-BORNE-DEB
           ELSE
             MOVE A-DT-EFFET TO WS-BORNE-DEB
           END-IF
           IF WS-DT-FIN-EFF < A-DT-EXPIR
             MOVE WS-DT-FIN-EFF TO WS-BORNE-FIN
           ELSE
             MOVE A-DT-EXPIR TO WS-BORNE-FIN
           END-IF
           IF WS-BORNE-FIN > WS-BORNE-DEB
             MOVE WS-BORNE-DEB TO WS-DT-CALC
             PERFORM CALC-RANG-JOUR
             MOVE WS-RANG-JOUR TO WS-RANG-DEB
             MOVE WS-BORNE-FIN TO WS-DT-CALC
             PERFORM CALC-RANG-JOUR
             MOVE WS-RANG-JOUR TO WS-RANG-FIN
             COMPUTE NB-J-SUSP = NB-J-SUSP
                 + WS-RANG-FIN - WS-RANG-DEB
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

       CALC-PRM-NET.
      * PRIME NETTE D'UNE POLICE SANS VEHICULE : PRIME DE BASE
      * AJUSTEE PAR LE CODE TAUX DANS LE SENS BONUS/MALUS
           MOVE 0 TO TAUX-NUM
           IF A-TAUX IS NUMERIC
             MOVE A-TAUX TO TAUX-NUM
           END-IF
           COMPUTE PRM-TAUX = A-PB * TAUX-NUM / 100
           EVALUATE A-BON-MAL
             WHEN 'B'
               COMPUTE MNT-FAC-NET = A-PB - PRM-TAUX
             WHEN 'M'
               COMPUTE MNT-FAC-NET = A-PB + PRM-TAUX
             WHEN OTHER
               MOVE A-PB TO MNT-FAC-NET
           END-EVALUATE
           .
       CALC-PRM-VEHIC.
      * PRIME NETTE D'UN VEHICULE : PRIME PROPRE AJUSTEE PAR SON CODE
      * TAUX DANS LE SENS BONUS/MALUS DE LA POLICE
           MOVE 0 TO TAUX-NUM
           IF V-TAUX-VEHIC IS NUMERIC
             MOVE V-TAUX-VEHIC TO TAUX-NUM
           END-IF
           COMPUTE PRM-TAUX = V-PRM-VEHIC * TAUX-NUM / 100
           EVALUATE A-BON-MAL
             WHEN 'B'
               COMPUTE PRM-VEH-NET = V-PRM-VEHIC - PRM-TAUX
             WHEN 'M'
               COMPUTE PRM-VEH-NET = V-PRM-VEHIC + PRM-TAUX
             WHEN OTHER
               MOVE V-PRM-VEHIC TO PRM-VEH-NET
           END-EVALUATE
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
       CHERCHE-COND-NOVICE.
      * NOMBRE DE CONDUCTEURS DESIGNES A PERMIS DE MOINS DE TROIS
      * ANS SUR LE VEHICULE WS-NUM-VEHIC-COND DE LA POLICE
           MOVE 0 TO NB-COND-NOVICE
           EXEC SQL
             SELECT COUNT(*) INTO :NB-COND-NOVICE
               FROM TCONDUCT
              WHERE MAT = :A-MAT AND NUM_VEHIC = :WS-NUM-VEHIC-COND
                AND DT_PERMIS > :WS-DT-LIM-PERMIS
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       MAJORE-NOVICE-VEHIC.
      * LA SURPRIME S'AJOUTE A LA PRIME NETTE DU VEHICULE AVANT LA
      * REDUCTION PRORATA SUSPENSION, COMME A LA FACTURATION
           IF WS-PCT-NOVICE > 0
             PERFORM CHERCHE-COND-NOVICE
             IF NB-COND-NOVICE > 0
               COMPUTE MNT-SURPRIME ROUNDED
                   = PRM-VEH-NET * WS-PCT-NOVICE / 100
               ADD MNT-SURPRIME TO PRM-VEH-NET
             END-IF
           END-IF
           .
       MAJORE-NOVICE-POL.
      * POLICE SANS VEHICULE : TOUT CONDUCTEUR DESIGNE DE LA POLICE
      * COMPTE, LA SURPRIME PORTE SUR LA PRIME NETTE DE LA POLICE
           IF WS-PCT-NOVICE > 0
             MOVE 0 TO NB-COND-NOVICE
             EXEC SQL
               SELECT COUNT(*) INTO :NB-COND-NOVICE
                 FROM TCONDUCT
                WHERE MAT = :A-MAT
                  AND DT_PERMIS > :WS-DT-LIM-PERMIS
             END-EXEC
             PERFORM TEST-SQLCODE
             IF NB-COND-NOVICE > 0
               COMPUTE MNT-SURPRIME ROUNDED
                   = MNT-FAC-NET * WS-PCT-NOVICE / 100
               ADD MNT-SURPRIME TO MNT-FAC-NET
             END-IF
           END-IF
           .

       INIT-TABLEAUX.
           PERFORM VARYING WS-DEPT FROM 1 BY 1 UNTIL WS-DEPT > 99
             MOVE 0 TO DEP-CPT(WS-DEPT)
             MOVE 0 TO DEP-PRM(WS-DEPT)
             MOVE 0 TO DEP-ACQ(WS-DEPT)
             MOVE 0 TO DEP-NACQ(WS-DEPT)
           END-PERFORM
           PERFORM VARYING CPT-TV FROM 1 BY 1 UNTIL CPT-TV > NB-TV-MAX
             MOVE SPACE TO TV-CODE(CPT-TV)
             MOVE 0 TO TV-CPT(CPT-TV)
             MOVE 0 TO TV-PRM(CPT-TV)
             MOVE 0 TO TV-ACQ(CPT-TV)
             MOVE 0 TO TV-NACQ(CPT-TV)
           END-PERFORM
           PERFORM VARYING CPT-TX FROM 1 BY 1 UNTIL CPT-TX > NB-TX-MAX
             MOVE SPACES TO TX-CODE(CPT-TX)
             MOVE 0 TO TX-CPT(CPT-TX)
             MOVE 0 TO TX-PRM(CPT-TX)
             MOVE 0 TO TX-ACQ(CPT-TX)
             MOVE 0 TO TX-NACQ(CPT-TX)
           END-PERFORM
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'PROVISION POUR PRIMES NON ACQUISES' TO
                LGN-DEB3(8:34)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPP
           PERFORM WRITE-RAPP
           MOVE ALL ' ' TO LGN-DEB3
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'ECRITURES REPORTEES SUR PERIODE OUVERTE' TO
                LGN-DEB3(8:39)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO EECRREP
           WRITE EECRREP
           MOVE ALL ' ' TO EECRREP
           .

       CREA-TABL-STAT.
           PERFORM WRITE-RAPP
           STRING '182 - DATE DE CLOTURE                        : '
              WS-DT-CLOTURE DELIMITED BY SIZE INTO ERAPP
           PERFORM WRITE-RAPP
           MOVE CPT-POL-LUES TO DIS-RESP
           STRING '183 - NOMBRE DE POLICES PROVISIONNEES         : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPP
           PERFORM WRITE-RAPP
           MOVE CPT-LGN-PROV TO DIS-RESP
           STRING '184 - NOMBRE DE LIGNES PROVISION              : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPP
           PERFORM WRITE-RAPP
           MOVE CPT-POL-HORS TO DIS-RESP
           STRING '185 - POLICES SANS PERIODE EXPLOITABLE        : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPP
           PERFORM WRITE-RAPP
           PERFORM RECAP-PROVISION
           MOVE TOT-GEN-PRM TO DIS-MNT
           STRING '186 - PRIME NETTE FACTUREE          : ' DIS-MNT
               DELIMITED BY SIZE INTO ERAPP
           PERFORM WRITE-RAPP
           MOVE TOT-GEN-ACQ TO DIS-MNT
           STRING '187 - PRIME ACQUISE                 : ' DIS-MNT
               DELIMITED BY SIZE INTO ERAPP
           PERFORM WRITE-RAPP
           MOVE TOT-GEN-NACQ TO DIS-MNT
           STRING '188 - PRIME NON ACQUISE (PPNA)      : ' DIS-MNT
               DELIMITED BY SIZE INTO ERAPP
           PERFORM WRITE-RAPP
           MOVE TOT-DEBITS TO DIS-DEB
           MOVE TOT-CREDITS TO DIS-CRE
           STRING '189 - ECRITURE PPNA DEBIT ' DIS-DEB ' CREDIT '
               DIS-CRE DELIMITED BY SIZE INTO ERAPP
           PERFORM WRITE-RAPP
           IF TOT-DEBITS = TOT-CREDITS
             MOVE '190 - ECRITURE PPNA EQUILIBREE' TO ERAPP
           ELSE
             MOVE '190 - ECRITURE PPNA EN DESEQUILIBRE' TO ERAPP
           END-IF
           PERFORM WRITE-RAPP
           STRING '361 - DATE COMPTABLE DE L''ECRITURE PPNA       : '
              WS-DT-ECR DELIMITED BY SIZE INTO ERAPP
           PERFORM WRITE-RAPP
           .
       RECAP-PROVISION.
      * BLOC RECAPITULATIF : PRIME FACTUREE, ACQUISE ET NON ACQUISE
      * PAR DEPARTEMENT, PAR TYPE DE VEHICULE PUIS PAR CODE TAUX ;
      * CHAQUE BLOC RETOMBE SUR LES TOTAUX 186 A 188
           PERFORM WRITE-RAPP
           MOVE 'RECAPITULATIF PAR DEPARTEMENT' TO ERAPP
           PERFORM WRITE-RAPP
           PERFORM VARYING WS-DEPT FROM 1 BY 1 UNTIL WS-DEPT > 99
             IF DEP-CPT(WS-DEPT) > 0
               MOVE DEP-CPT(WS-DEPT) TO DIS-RESP
               MOVE DEP-PRM(WS-DEPT) TO DIS-MNT
               STRING 'DEPARTEMENT ' WS-DEPT(2:2) ' LIGNES  ' DIS-RESP
                   ' PRIME NETTE ' DIS-MNT
                   DELIMITED BY SIZE INTO ERAPP
               PERFORM WRITE-RAPP
               MOVE DEP-ACQ(WS-DEPT) TO DIS-MNT
               STRING '            ACQUISE ' DIS-MNT
                   DELIMITED BY SIZE INTO ERAPP
               MOVE DEP-NACQ(WS-DEPT) TO DIS-MNT
               STRING ' PPNA ' DIS-MNT DELIMITED BY SIZE
                   INTO ERAPP(33:)
               PERFORM WRITE-RAPP
             END-IF
           END-PERFORM
           MOVE 'RECAPITULATIF PAR TYPE DE VEHICULE' TO ERAPP
           PERFORM WRITE-RAPP
           PERFORM VARYING CPT-TV FROM 1 BY 1 UNTIL CPT-TV > NB-TV
             MOVE TV-CPT(CPT-TV) TO DIS-RESP
             MOVE TV-PRM(CPT-TV) TO DIS-MNT
             STRING 'TYPE ' TV-CODE(CPT-TV) '          LIGNES  '
                 DIS-RESP ' PRIME NETTE ' DIS-MNT
                 DELIMITED BY SIZE INTO ERAPP
             PERFORM WRITE-RAPP
             MOVE TV-ACQ(CPT-TV) TO DIS-MNT
             STRING '            ACQUISE ' DIS-MNT
                 DELIMITED BY SIZE INTO ERAPP
             MOVE TV-NACQ(CPT-TV) TO DIS-MNT
             STRING ' PPNA ' DIS-MNT DELIMITED BY SIZE
                 INTO ERAPP(33:)
             PERFORM WRITE-RAPP
           END-PERFORM
           MOVE 'RECAPITULATIF PAR CODE TAUX' TO ERAPP
           PERFORM WRITE-RAPP
           PERFORM VARYING CPT-TX FROM 1 BY 1 UNTIL CPT-TX > NB-TX
             MOVE TX-CPT(CPT-TX) TO DIS-RESP
             MOVE TX-PRM(CPT-TX) TO DIS-MNT
             STRING 'TAUX ' TX-CODE(CPT-TX) '         LIGNES  ' DIS-RESP
                 ' PRIME NETTE ' DIS-MNT
                 DELIMITED BY SIZE INTO ERAPP
             PERFORM WRITE-RAPP
             MOVE TX-ACQ(CPT-TX) TO DIS-MNT
             STRING '            ACQUISE ' DIS-MNT
                 DELIMITED BY SIZE INTO ERAPP
             MOVE TX-NACQ(CPT-TX) TO DIS-MNT
             STRING ' PPNA ' DIS-MNT DELIMITED BY SIZE
                 INTO ERAPP(33:)
             PERFORM WRITE-RAPP
           END-PERFORM
           .

       TEST-STAT-PARM.
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-PROV.
           IF WS-PROV NOT = '00'
             DISPLAY 'ERREUR FICHIER PROVIS ' WS-PROV
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
       TEST-STAT-RAPP.
           IF WS-RAPP NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPPPN ' WS-RAPP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-ECRREP.
           IF WS-ECRREP NOT = '00'
             DISPLAY 'ERREUR FICHIER ECRREP ' WS-ECRREP
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
           DISPLAY 'ERREUR DB2 PROVISION PPNA'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           STOP RUN.

       WRITE-RAPP.
           WRITE ERAPP
           MOVE ALL ' ' TO ERAPP
           .
