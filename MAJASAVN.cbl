       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASAVN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM    ASSIGN PARM
             FILE STATUS  WS-PARM.
           SELECT AVENANT ASSIGN AVENANT
             FILE STATUS  WS-AVENANT.
           SELECT RAPAVN  ASSIGN RAPAVN
             FILE STATUS  WS-RAPAVN.
           SELECT NPAIRCH ASSIGN NPAIRCH
             FILE STATUS  WS-NPAIRCH.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
      * DATE DES TRACES A EDITER (ZERO = DATE D'EXPLOITATION) : UNE
      * JOURNEE PEUT ETRE REEDITEE EN CAS D'INCIDENT D'IMPRESSION
       01  EPARM.
           05 PARM-DT-TRACE   PIC 9(8).
           05                 PIC X(72).
       FD  AVENANT RECORDING F.
       01  EAVENANT           PIC X(80).
       FD  RAPAVN RECORDING F.
       01  ERAPAVN            PIC X(80).
       FD  NPAIRCH RECORDING F.
       01  ENPAIRCH           PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-AVENANT     PIC XX.
       77  WS-RAPAVN      PIC XX.
       77  WS-NPAIRCH     PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASAVN'.
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
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  WS-DT-TRACE        PIC 9(8) VALUE 0.
       77  WS-DT-TRACE-ED     PIC X(10).
       77  WS-MAT-COUR        PIC X(6) VALUE SPACES.
       77  WS-LIB-MODIF       PIC X(24).
       77  WS-LIB-FREQ        PIC X(12).
       77  WS-LIB-MODE        PIC X(12).
       77  WS-DT-EFFET-ED     PIC X(10).
       77  IND-AVEC-MODIF     PIC X VALUE 'N'.
         88 AVEC-MODIF-POLICE   VALUE 'O'.
         88 SANS-MODIF-POLICE   VALUE 'N'.
       77  CPT-TRACES         PIC 9(6) VALUE 0.
       77  CPT-POLICES        PIC 9(6) VALUE 0.
       77  CPT-AVENANTS       PIC 9(6) VALUE 0.
       77  CPT-POL-DISP       PIC 9(6) VALUE 0.
       77  CPT-TRACES-EDIT    PIC 9(6) VALUE 0.
       77  CPT-TRACES-DISP    PIC 9(6) VALUE 0.
       77  CPT-POL-NPAI       PIC 9(6) VALUE 0.
       77  CPT-TRACES-NPAI    PIC 9(6) VALUE 0.
       77  WS-DOC-NPAI        PIC X(8) VALUE 'AVENANT'.
       77  CPT-CTRL           PIC 9(6) VALUE 0.
       77  NB-VEHIC-POL       PIC S9(4) COMP.
       77  TAUX-NUM           PIC 9(2).
       77  PRM-TAUX           PIC 9(6)V99.
       77  PRM-VEH-NET        PIC 9(6)V99.
       77  PRM-ANNUELLE       PIC 9(7)V99.
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
       77  MNT-SURPRIME       PIC 9(7)V99.
      * MODIFICATIONS DE LA POLICE EN COURS, DANS L'ORDRE DES TRACES :
      * TOUTES LES MODIFICATIONS D'UNE MEME JOURNEE SONT REPORTEES SUR
      * UN SEUL AVENANT
       01  TAB-MODIF.
           05 TM-LIGNE OCCURS 20.
             10 TM-CDE-MVT    PIC X.
             10 TM-PRMBS-AV   PIC 9(4)V99.
             10 TM-PRMBS-AP   PIC 9(4)V99.
             10 TM-TAUX-AV    PIC X(2).
             10 TM-TAUX-AP    PIC X(2).
             10 TM-HEURE      PIC X(8).
       77  NB-MODIF           PIC 9(4) VALUE 0.
       77  NB-MODIF-MAX       PIC 9(4) VALUE 20.
       77  NB-MODIF-SUPPL     PIC 9(4) VALUE 0.
       77  CPT-MODIF          PIC 9(4).
       01  DIS-RESP           PIC ZZZZZ9.
       77  DIS-PRM-AV         PIC ZZZ9V,99.
       77  DIS-PRM-AP         PIC ZZZ9V,99.
       77  DIS-PRM-AN         PIC ZZZZZZ9V,99.
       77  DIS-NB             PIC ZZZ9.
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
              INCLUDE THIST
           END-EXEC.
           EXEC SQL
              INCLUDE TNPA
           END-EXEC.
           EXEC SQL
              INCLUDE TCPTX
           END-EXEC.
      * TRACES OK DU JOUR : MODIFICATIONS 'M', SUSPENSIONS 'T',
      * REACTIVATIONS 'V' (MAJASDB / MAJASFDB) ET MOUVEMENTS VEHICULES
      * 'A' AJOUT, 'U' MODIFICATION, 'X' RETRAIT (MAJASVEH). LES
      * CREATIONS ONT DEJA LEUR PAPIER PAR MAJASATT
           EXEC SQL DECLARE CURSH CURSOR FOR
               SELECT MAT, CDE_MVT, PRMBS_AV, PRMBS_AP, TAUX_AV,
                      TAUX_AP, HR_MVT
                 FROM THISTMVT
                WHERE DT_MVT = :H-DATE
                  AND RESULT = 'OK '
                  AND CDE_MVT IN ('M', 'T', 'V', 'A', 'U', 'X')
                ORDER BY MAT ASC, HR_MVT ASC
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
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * EDITION DES AVENANTS : UNE LETTRE PAR POLICE MODIFIEE DANS LA
      * JOURNEE (TRACES OK DE THISTMVT), AVEC POUR CHAQUE MODIFICATION
      * LES VALEURS AVANT/APRES (PRIME ET CODE TAUX, DE LA POLICE OU
      * DU VEHICULE), PUIS L'ADRESSE, LES CONDITIONS DE PAIEMENT ET
      * LES VEHICULES EN VIGUEUR, LA DATE D'EFFET ET LA NOUVELLE
      * PRIME ANNUELLE. LE RAPPORT RAPAVN RAPPROCHE LES AVENANTS
      * EDITES DES TRACES SELECTIONNEES. UNE POLICE A ADRESSE BLOQUEE
      * NPAI (TNPAI) N'A PAS D'AVENANT : ELLE EST LISTEE DANS NPAIRCH
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT AVENANT
           OPEN OUTPUT RAPAVN
           OPEN OUTPUT NPAIRCH
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-AVENANT
           PERFORM TEST-STAT-RAPAVN
           PERFORM TEST-STAT-NPAIRCH
           PERFORM CHARGE-PARM
           PERFORM CREA-DAT-TIME
           PERFORM LOAD-PCT-NOVICE
           PERFORM SELECT-TRACES
           PERFORM CREA-TABL-STAT
           CLOSE PARM
           CLOSE AVENANT
           CLOSE RAPAVN
           CLOSE NPAIRCH
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-AVENANT
           PERFORM TEST-STAT-RAPAVN
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : TRACES LUES, AVENANTS
      * EDITES, POLICES DISPARUES OU A ADRESSE NPAI SANS AVENANT ;
      * L'INDICATEUR DE RECONCILIATION REPREND LE CONTROLE DE LA
      * LIGNE 276
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-TRACES TO RUN-NB-LUS
           MOVE CPT-AVENANTS TO RUN-NB-ECRITS
           COMPUTE RUN-NB-REJETES = CPT-POL-DISP + CPT-POL-NPAI
           MOVE 0 TO RUN-CODE-RET
           IF CPT-CTRL = CPT-TRACES
              AND CPT-AVENANTS + CPT-POL-DISP + CPT-POL-NPAI
                  = CPT-POLICES
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
           IF PARM-DT-TRACE IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : DATE NON NUMERIQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-TRACE = 0
             MOVE RUN-DT-EXPL TO WS-DT-TRACE
           ELSE
             MOVE PARM-DT-TRACE TO WS-DT-TRACE
           END-IF
      * DT_MVT EST AU FORMAT D'EDITION JJ/MM/AAAA
           MOVE SPACES TO WS-DT-TRACE-ED
           STRING WS-DT-TRACE(7:2) '/' WS-DT-TRACE(5:2) '/'
               WS-DT-TRACE(1:4) DELIMITED BY SIZE INTO WS-DT-TRACE-ED
           MOVE WS-DT-TRACE-ED TO H-DATE
           .

       SELECT-TRACES.
      * RUPTURE SUR LE MATRICULE : LES TRACES D'UNE POLICE SONT
      * CUMULEES PUIS EDITEES EN UN SEUL AVENANT
           MOVE 0 TO NB-MODIF NB-MODIF-SUPPL
           EXEC SQL OPEN CURSH END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-TRACE
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-TRACES
             IF H-MAT NOT = WS-MAT-COUR
               IF WS-MAT-COUR NOT = SPACES
                 PERFORM TRAITE-POLICE
               END-IF
               MOVE H-MAT TO WS-MAT-COUR
               MOVE 0 TO NB-MODIF NB-MODIF-SUPPL
             END-IF
             PERFORM CUMULE-TRACE
             PERFORM FETCH-TRACE
           END-PERFORM
           EXEC SQL CLOSE CURSH END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-MAT-COUR NOT = SPACES
             PERFORM TRAITE-POLICE
           END-IF
           .
       FETCH-TRACE.
           EXEC SQL FETCH CURSH
               INTO :H-MAT, :H-CDE-MVT, :H-PRMBS-AV, :H-PRMBS-AP,
                    :H-TAUX-AV, :H-TAUX-AP, :H-HEURE
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       CUMULE-TRACE.
      * AU-DELA DE LA TABLE, LES MODIFICATIONS SONT COMPTEES ET
      * SIGNALEES EN FIN DE LISTE SUR L'AVENANT
           IF NB-MODIF >= NB-MODIF-MAX
             ADD 1 TO NB-MODIF-SUPPL
           ELSE
             ADD 1 TO NB-MODIF
             MOVE H-CDE-MVT  TO TM-CDE-MVT(NB-MODIF)
             MOVE H-PRMBS-AV TO TM-PRMBS-AV(NB-MODIF)
             MOVE H-PRMBS-AP TO TM-PRMBS-AP(NB-MODIF)
             MOVE H-TAUX-AV  TO TM-TAUX-AV(NB-MODIF)
             MOVE H-TAUX-AP  TO TM-TAUX-AP(NB-MODIF)
             MOVE H-HEURE    TO TM-HEURE(NB-MODIF)
           END-IF
           .

       TRAITE-POLICE.
      * UNE POLICE SUPPRIMEE DEPUIS SES MODIFICATIONS DU JOUR N'A PLUS
      * D'AVENANT : ELLE EST LISTEE AU RAPPORT AVEC SES TRACES
           ADD 1 TO CPT-POLICES
           MOVE WS-MAT-COUR TO A-MAT
           EXEC SQL
             SELECT NOM_PRN, ADSS, CP, VILLE, TV, PB, BON_MAL, TAUX,
                    ACTIF, DT_EFFET, DT_EXPIR, FREQ_PAIE, MODE_PAIE
               INTO :A-NOM-PRN, :A-ADSS, :A-CP, :A-VILLE, :A-TV,
                    :A-PB, :A-BON-MAL, :A-TAUX, :A-ACTIF,
                    :A-DT-EFFET, :A-DT-EXPIR, :A-FREQ-PAIE,
                    :A-MODE-PAIE
               FROM TASSURES WHERE MAT = :A-MAT
           END-EXEC
           IF SQLCODE = 100
             ADD 1 TO CPT-POL-DISP
             ADD NB-MODIF NB-MODIF-SUPPL TO CPT-TRACES-DISP
             ADD NB-MODIF-SUPPL TO NB-MODIF
             MOVE NB-MODIF TO DIS-NB
             MOVE ALL ' ' TO ERAPAVN
             STRING WS-MAT-COUR ' POLICE DISPARUE - ' DIS-NB
                 ' MODIFICATION(S) SANS AVENANT'
                 DELIMITED BY SIZE INTO ERAPAVN
             WRITE ERAPAVN
           ELSE
             PERFORM TEST-SQLCODE
             PERFORM CHERCHE-NPAI
             IF NP-ACTIF
               PERFORM ECARTE-NPAI
             ELSE
               PERFORM EDITE-AVENANT
             END-IF
           END-IF
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
           ADD 1 TO CPT-POL-NPAI
           ADD NB-MODIF NB-MODIF-SUPPL TO CPT-TRACES-NPAI
           PERFORM ECRIT-LIGNE-NPAIRCH
           MOVE ALL ' ' TO ERAPAVN
           STRING WS-MAT-COUR ' ADRESSE NPAI DU ' NP-DT-RETOUR
               ' - AVENANT NON EDITE'
               DELIMITED BY SIZE INTO ERAPAVN
           WRITE ERAPAVN
           .

       EDITE-AVENANT.
           ADD 1 TO CPT-AVENANTS
           ADD NB-MODIF NB-MODIF-SUPPL TO CPT-TRACES-EDIT
           PERFORM CALC-DATE-EFFET
           MOVE ALL '=' TO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           MOVE '          AVENANT A VOTRE CONTRAT D''ASSURANCE'
               TO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           WRITE EAVENANT
           MOVE A-NOM-PRN TO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           MOVE A-ADSS TO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           STRING A-CP ' ' A-VILLE DELIMITED BY SIZE INTO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           WRITE EAVENANT
           STRING 'POLICE ' A-MAT ' - MODIFICATIONS ENREGISTREES LE '
               WS-DT-TRACE-ED DELIMITED BY SIZE INTO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           STRING 'DATE D''EFFET DE L''AVENANT : ' WS-DT-EFFET-ED
               DELIMITED BY SIZE INTO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           WRITE EAVENANT
           MOVE 'MODIFICATION               PRIME AVANT  PRIME APRES'
               TO EAVENANT
           MOVE 'TAUX AV/AP' TO EAVENANT(56:10)
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           PERFORM VARYING CPT-MODIF FROM 1 BY 1
                   UNTIL CPT-MODIF > NB-MODIF
             PERFORM EDITE-LIGNE-MODIF
           END-PERFORM
           IF NB-MODIF-SUPPL > 0
             MOVE NB-MODIF-SUPPL TO DIS-NB
             STRING 'ET ' DIS-NB ' AUTRE(S) MODIFICATION(S) DU JOUR'
                 DELIMITED BY SIZE INTO EAVENANT
             WRITE EAVENANT
             MOVE ALL ' ' TO EAVENANT
           END-IF
           WRITE EAVENANT
           PERFORM EDITE-CONDITIONS
           PERFORM EDITE-VEHICULES
           MOVE PRM-ANNUELLE TO DIS-PRM-AN
           STRING 'NOUVELLE PRIME ANNUELLE : ' DIS-PRM-AN ' EUR'
               DELIMITED BY SIZE INTO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           ADD NB-MODIF-SUPPL TO NB-MODIF
           MOVE NB-MODIF TO DIS-NB
           MOVE ALL ' ' TO ERAPAVN
           STRING A-MAT ' AVENANT EDITE - ' DIS-NB
               ' MODIFICATION(S) - EFFET ' WS-DT-EFFET-ED
               DELIMITED BY SIZE INTO ERAPAVN
           WRITE ERAPAVN
           .
       CALC-DATE-EFFET.
      * UNE MODIFICATION 'M' PORTE SA DATE D'EFFET DANS LA POLICE ;
      * SUSPENSION, REACTIVATION ET MOUVEMENTS VEHICULES PRENNENT
      * EFFET LE JOUR DE LEUR APPLICATION
           SET SANS-MODIF-POLICE TO TRUE
           PERFORM VARYING CPT-MODIF FROM 1 BY 1
                   UNTIL CPT-MODIF > NB-MODIF
             IF TM-CDE-MVT(CPT-MODIF) = 'M'
               SET AVEC-MODIF-POLICE TO TRUE
             END-IF
           END-PERFORM
           IF AVEC-MODIF-POLICE
             MOVE SPACES TO WS-DT-EFFET-ED
             STRING A-DT-EFFET(7:2) '/' A-DT-EFFET(5:2) '/'
                 A-DT-EFFET(1:4) DELIMITED BY SIZE INTO WS-DT-EFFET-ED
           ELSE
             MOVE WS-DT-TRACE-ED TO WS-DT-EFFET-ED
           END-IF
           .
       EDITE-LIGNE-MODIF.
           EVALUATE TM-CDE-MVT(CPT-MODIF)
           WHEN 'M'
             MOVE 'MODIFICATION DU CONTRAT' TO WS-LIB-MODIF
           WHEN 'T'
             MOVE 'SUSPENSION DU CONTRAT' TO WS-LIB-MODIF
           WHEN 'V'
             MOVE 'REMISE EN VIGUEUR' TO WS-LIB-MODIF
           WHEN 'A'
             MOVE 'AJOUT D''UN VEHICULE' TO WS-LIB-MODIF
           WHEN 'U'
             MOVE 'MODIFICATION VEHICULE' TO WS-LIB-MODIF
           WHEN 'X'
             MOVE 'RETRAIT D''UN VEHICULE' TO WS-LIB-MODIF
           END-EVALUATE
           MOVE TM-PRMBS-AV(CPT-MODIF) TO DIS-PRM-AV
           MOVE TM-PRMBS-AP(CPT-MODIF) TO DIS-PRM-AP
           MOVE ALL ' ' TO EAVENANT
           STRING WS-LIB-MODIF '   ' DIS-PRM-AV '      ' DIS-PRM-AP
               '      ' TM-TAUX-AV(CPT-MODIF) ' / '
               TM-TAUX-AP(CPT-MODIF)
               DELIMITED BY SIZE INTO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           .
       EDITE-CONDITIONS.
      * CONDITIONS EN VIGUEUR APRES LES MODIFICATIONS DU JOUR
           EVALUATE TRUE
           WHEN A-FREQ-TRIMEST
             MOVE 'TRIMESTRIEL' TO WS-LIB-FREQ
           WHEN A-FREQ-MENSUELLE
             MOVE 'MENSUEL' TO WS-LIB-FREQ
           WHEN OTHER
             MOVE 'ANNUEL' TO WS-LIB-FREQ
           END-EVALUATE
           IF A-MODE-PRELEVT
             MOVE 'PRELEVEMENT' TO WS-LIB-MODE
           ELSE
             MOVE 'VIREMENT' TO WS-LIB-MODE
           END-IF
           STRING 'PAIEMENT ' WS-LIB-FREQ ' PAR ' WS-LIB-MODE
               DELIMITED BY SIZE INTO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           MOVE A-PB TO DIS-PRM-AP
           STRING 'PRIME DE BASE ' DIS-PRM-AP ' - CODE TAUX ' A-TAUX
               ' ' A-BON-MAL DELIMITED BY SIZE INTO EAVENANT
           WRITE EAVENANT
           MOVE ALL ' ' TO EAVENANT
           IF A-SUSPENDU
             MOVE 'CONTRAT ACTUELLEMENT SUSPENDU' TO EAVENANT
             WRITE EAVENANT
             MOVE ALL ' ' TO EAVENANT
           END-IF
           .
       EDITE-VEHICULES.
      * PRIME ANNUELLE CALCULEE COMME LA FACTURATION : SOMME DES
      * PRIMES NETTES DES VEHICULES, OU PRIME DE BASE NETTE POUR UNE
      * POLICE SANS VEHICULE, SURPRIME JEUNE CONDUCTEUR COMPRISE
           MOVE 0 TO NB-VEHIC-POL PRM-ANNUELLE
           EXEC SQL OPEN CURSV END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSV
               INTO :V-NUM-VEHIC, :V-TYPE-VEHIC, :V-TAUX-VEHIC,
                    :V-PRM-VEHIC
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             ADD 1 TO NB-VEHIC-POL
             PERFORM CALC-PRM-VEHIC
             MOVE V-NUM-VEHIC TO WS-NUM-VEHIC-COND
             PERFORM MAJORE-NOVICE-VEHIC
             ADD PRM-VEH-NET TO PRM-ANNUELLE
             MOVE PRM-VEH-NET TO DIS-PRM-AP
             STRING 'VEHICULE ' V-NUM-VEHIC ' TYPE ' V-TYPE-VEHIC
                 ' CODE TAUX ' V-TAUX-VEHIC ' PRIME ' DIS-PRM-AP
                 DELIMITED BY SIZE INTO EAVENANT
             WRITE EAVENANT
             MOVE ALL ' ' TO EAVENANT
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
             MOVE 'AUCUN VEHICULE DECLARE' TO EAVENANT
             WRITE EAVENANT
             MOVE ALL ' ' TO EAVENANT
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
               COMPUTE PRM-ANNUELLE = A-PB - PRM-TAUX
             WHEN 'M'
               COMPUTE PRM-ANNUELLE = A-PB + PRM-TAUX
             WHEN OTHER
               MOVE A-PB TO PRM-ANNUELLE
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
      * SURPRIME N'EST APPLIQUEE. UN PERMIS OBTENU APRES LA DATE
      * D'EXPLOITATION MOINS TROIS ANS EST UN PERMIS DE MOINS DE
      * TROIS ANS
           COMPUTE WS-DT-LIM-PERMIS = RUN-DT-EXPL - 30000
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
                   = PRM-ANNUELLE * WS-PCT-NOVICE / 100
               ADD MNT-SURPRIME TO PRM-ANNUELLE
             END-IF
           END-IF
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'EDITION DES AVENANTS' TO LGN-DEB3(8:20)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPAVN
           WRITE ERAPAVN
           MOVE ALL ' ' TO ERAPAVN
           WRITE ERAPAVN
           MOVE ALL ' ' TO ENPAIRCH
           MOVE 'API3' TO ENPAIRCH(1:4)
           MOVE 'POLICES NPAI : ADRESSES A RECHERCHER' TO
                ENPAIRCH(8:36)
           MOVE DAT TO ENPAIRCH(51:30)
           WRITE ENPAIRCH
           MOVE ALL ' ' TO ENPAIRCH
           .

       CREA-TABL-STAT.
      * RAPPROCHEMENT : CHAQUE TRACE SELECTIONNEE FIGURE SUR UN
      * AVENANT, SOUS UNE POLICE DISPARUE OU SOUS UNE POLICE NPAI, ET
      * CHAQUE POLICE A SOIT UN AVENANT SOIT UNE LIGNE DE POLICE
      * DISPARUE OU NPAI
           COMPUTE CPT-CTRL = CPT-TRACES-EDIT + CPT-TRACES-DISP
               + CPT-TRACES-NPAI
           MOVE ALL ' ' TO ERAPAVN
           WRITE ERAPAVN
           MOVE CPT-TRACES TO DIS-RESP
           STRING '271 - NOMBRE DE TRACES THISTMVT SELECTIONNEES: '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAVN
           WRITE ERAPAVN
           MOVE ALL ' ' TO ERAPAVN
           MOVE CPT-POLICES TO DIS-RESP
           STRING '272 - NOMBRE DE POLICES MODIFIEES            : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAVN
           WRITE ERAPAVN
           MOVE ALL ' ' TO ERAPAVN
           MOVE CPT-AVENANTS TO DIS-RESP
           STRING '273 - NOMBRE D''AVENANTS EDITES               : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAVN
           WRITE ERAPAVN
           MOVE ALL ' ' TO ERAPAVN
           MOVE CPT-TRACES-EDIT TO DIS-RESP
           STRING '274 - TRACES REPORTEES SUR LES AVENANTS      : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAVN
           WRITE ERAPAVN
           MOVE ALL ' ' TO ERAPAVN
           MOVE CPT-POL-DISP TO DIS-RESP
           STRING '275 - POLICES DISPARUES SANS AVENANT         : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAVN
           WRITE ERAPAVN
           MOVE ALL ' ' TO ERAPAVN
           MOVE CPT-POL-NPAI TO DIS-RESP
           STRING '357 - POLICES A ADRESSE NPAI SANS AVENANT    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAVN
           WRITE ERAPAVN
           MOVE ALL ' ' TO ERAPAVN
           MOVE CPT-TRACES-NPAI TO DIS-RESP
           STRING '358 - TRACES DES POLICES A ADRESSE NPAI      : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPAVN
           WRITE ERAPAVN
           MOVE ALL ' ' TO ERAPAVN
           IF CPT-CTRL = CPT-TRACES
              AND CPT-AVENANTS + CPT-POL-DISP + CPT-POL-NPAI
                  = CPT-POLICES
             STRING '276 - CONTROLE RECONCILIATION                : OK'
                DELIMITED BY SIZE INTO ERAPAVN
           ELSE
             MOVE CPT-CTRL TO DIS-RESP
             STRING '276 - CONTROLE RECONCILIATION : MISMATCH TRACES '
                DIS-RESP DELIMITED BY SIZE INTO ERAPAVN
           END-IF
           WRITE ERAPAVN
           MOVE ALL ' ' TO ERAPAVN
           .

       TEST-STAT-PARM.
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-AVENANT.
           IF WS-AVENANT NOT = '00'
             DISPLAY 'ERREUR FICHIER AVENANT ' WS-AVENANT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPAVN.
           IF WS-RAPAVN NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPAVN ' WS-RAPAVN
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
           DISPLAY 'ERREUR DB2 AVENANTS'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           STOP RUN.
