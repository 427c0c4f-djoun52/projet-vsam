       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASRGP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMRGP ASSIGN DEMRGP
             FILE STATUS  WS-DEMRGP.
           SELECT RESP ASSIGN RESP
             ORGANIZATION          INDEXED
             ACCESS                SEQUENTIAL
             RECORD KEY            RES-MATRICUL
             FILE STATUS  WS-RESP.
           SELECT DOSRGP ASSIGN DOSRGP
             FILE STATUS  WS-DOSRGP.
           SELECT RAPRGP ASSIGN RAPRGP
             FILE STATUS  WS-RAPRGP.
       DATA DIVISION.
       FILE SECTION.
      * DEMANDES RGPD : NUMERO DE DEMANDE (UNIQUE, JOURNALISE DANS
      * TDEMRGPD), TYPE 'E' DOSSIER D'ACCES OU 'C' RECTIFICATION.
      * ACCES : MATRICULE, OU A DEFAUT NOM ET CODE POSTAL (ADRESSE ET
      * VILLE IGNOREES). RECTIFICATION : MATRICULE OBLIGATOIRE ET
      * NOUVELLES VALEURS DES DONNEES PERSONNELLES DE LA POLICE (A
      * BLANC = INCHANGEE)
       FD  DEMRGP RECORDING F.
       01  EDEMRGP.
           05 DRG-NUM-DEM     PIC 9(8).
           05 DRG-TYPE        PIC X.
             88 DRG-EXTRAIT     VALUE 'E'.
             88 DRG-RECTIF      VALUE 'C'.
           05 DRG-MAT         PIC X(6).
           05 DRG-NOM-PRN     PIC X(20).
           05 DRG-ADSS        PIC X(18).
           05 DRG-CP          PIC X(5).
           05 DRG-VILLE       PIC X(12).
           05 FILLER          PIC X(10).
       01  EDEMRGP-TRL REDEFINES EDEMRGP.
           05 TRL-DRG-INDIC   PIC X(6).
             88 DRG-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-DRG-NB-ENR  PIC 9(6).
           05 FILLER          PIC X(68).
       FD  RESP.
       01  ERESP.
           05 RES-MATRICUL   PIC X(6).
           05 RES-NM-PRNM    PIC X(20).
           05 RES-ADSS       PIC X(18).
           05 RES-CP         PIC 9(5).
           05 RES-VLL        PIC X(12).
           05 RES-TPV        PIC X.
           05 RES-PRMBS      PIC 9(4)V99.
           05 RES-PRMT       PIC X.
           05 RES-TAUX       PIC X(2).
           05 RES-ACTIF      PIC X.
             88 RES-ACTIVE     VALUE 'O'.
             88 RES-SUSPENDU   VALUE 'N'.
           05 RES-DT-EFFET   PIC 9(8).
           05 RES-DT-EXPIR   PIC 9(8).
           05 RES-FREQ-PAIE  PIC X.
           05 RES-MODE-PAIE  PIC X.
           05 RES-CDE-PROD   PIC X(3).
       FD  DOSRGP RECORDING F.
       01  EDOSRGP            PIC X(80).
       FD  RAPRGP RECORDING F.
       01  ERAPRGP            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-DEMRGP      PIC XX.
       77  WS-RESP        PIC XX.
       77  WS-DOSRGP      PIC XX.
       77  WS-RAPRGP      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASRGP'.
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
       77  WS-DT-JOUR         PIC 9(8) VALUE 0.
       77  WS-TRL-DRG-NB      PIC 9(6) VALUE 0.
       77  CPT-DEM-LUES       PIC 9(6) VALUE 0.
       77  CPT-DEM-REJ        PIC 9(6) VALUE 0.
       77  CPT-DOSSIERS       PIC 9(6) VALUE 0.
       77  CPT-DOS-VIDES      PIC 9(6) VALUE 0.
       77  CPT-ENR-EXTR       PIC 9(6) VALUE 0.
       77  CPT-MVT-RECT       PIC 9(6) VALUE 0.
       77  CPT-DEJA-ATT       PIC 9(6) VALUE 0.
       77  WS-DEM-COUNT       PIC S9(4) COMP.
       77  WS-NB-LIG          PIC S9(4) COMP.
      * CONTROLE D'UNE DEMANDE : UN LIBELLE D'ERREUR A BLANC SIGNIFIE
      * DEMANDE ACCEPTABLE
       77  WS-LIB-ERREUR      PIC X(40).
       77  WS-MAT-COUR        PIC X(6).
       77  WS-NOM-DEM         PIC X(20).
       77  WS-CP-DEM          PIC 9(5).
       77  WS-RESULT          PIC X(3).
       77  IND-MAT-CONNU      PIC X.
         88 MAT-CONNU           VALUE 'O'.
       77  IND-RES-RETENU     PIC X.
         88 RES-RETENU          VALUE 'O'.
      * POLICES DE LA PERSONNE : LE MATRICULE DEMANDE, OU TOUTES LES
      * POLICES PORTANT LE NOM ET LE CP DEMANDES DANS TASSURES, DANS
      * LES MOUVEMENTS ARCHIVES (POLICES SUPPRIMEES), DANS LE FICHIER
      * DES CLIENTS OU DANS RESP
       01  TABLEAU-MAT.
           05 TM-MAT OCCURS 50 PIC X(6).
       77  NB-MAT             PIC 99 VALUE 0.
       77  NB-MAT-MAX         PIC 99 VALUE 50.
       77  IND-MAT            PIC 99.
      * ENREGISTREMENTS RESP RETENUS, CONSERVES POUR LA DERNIERE
      * SECTION DU DOSSIER
       01  TABLEAU-RES.
           05 TR-ENR OCCURS 50 PIC X(93).
       77  NB-RES             PIC 99 VALUE 0.
       77  IND-RES            PIC 99.
       01  DOS-RES.
           05 DR-MATRICUL     PIC X(6).
           05 DR-NM-PRNM      PIC X(20).
           05 DR-ADSS         PIC X(18).
           05 DR-CP           PIC 9(5).
           05 DR-VLL          PIC X(12).
           05 DR-TPV          PIC X.
           05 DR-PRMBS        PIC 9(4)V99.
           05 DR-PRMT         PIC X.
           05 DR-TAUX         PIC X(2).
           05 DR-ACTIF        PIC X.
           05 DR-DT-EFFET     PIC 9(8).
           05 DR-DT-EXPIR     PIC 9(8).
           05 DR-FREQ-PAIE    PIC X.
           05 DR-MODE-PAIE    PIC X.
           05 DR-CDE-PROD     PIC X(3).
      * SECTIONS DU DOSSIER, DANS L'ORDRE DU SOMMAIRE
       01  TAB-SECTIONS-L.
           05 FILLER PIC X(38) VALUE
               'TASSURES    POLICES                   '.
           05 FILLER PIC X(38) VALUE
               'TCLIENTS    FICHE CLIENT              '.
           05 FILLER PIC X(38) VALUE
               'TVEHICULES  VEHICULES                 '.
           05 FILLER PIC X(38) VALUE
               'TCONDUCT    CONDUCTEURS DESIGNES      '.
           05 FILLER PIC X(38) VALUE
               'TSINISTRES  SINISTRES                 '.
           05 FILLER PIC X(38) VALUE
               'TREGSIN     REGLEMENTS DE SINISTRES   '.
           05 FILLER PIC X(38) VALUE
               'TPAIEMENTS  PAIEMENTS DE PRIMES       '.
           05 FILLER PIC X(38) VALUE
               'TSUSPHIST   PERIODES DE SUSPENSION    '.
           05 FILLER PIC X(38) VALUE
               'THISTMVT    HISTORIQUE DES MOUVEMENTS '.
           05 FILLER PIC X(38) VALUE
               'TMVTPROJARCHMOUVEMENTS ARCHIVES       '.
           05 FILLER PIC X(38) VALUE
               'RESP        FICHIER DE REFERENCE      '.
       01  TAB-SECTIONS REDEFINES TAB-SECTIONS-L.
           05 SEC-LIGNE OCCURS 11.
             10 SEC-TABLE     PIC X(12).
             10 SEC-LIB       PIC X(26).
       01  TAB-NB-SEC.
           05 NB-SEC OCCURS 11 PIC 9(6).
       77  NB-SECTIONS        PIC 99 VALUE 11.
       77  IND-SEC            PIC 99.
       77  NB-ENR-DOS         PIC 9(6).
       77  DIS-PRM            PIC ZZZ9V,99.
       77  DIS-PRM2           PIC ZZZ9V,99.
       77  DIS-MNT            PIC ZZZZZ9V,99.
       77  DIS-MNT2           PIC ZZZZZ9V,99.
       77  DIS-SEC            PIC Z9.
       77  DIS-NB-POL         PIC Z9.
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
              INCLUDE TCLI
           END-EXEC.
           EXEC SQL
              INCLUDE TCLIP
           END-EXEC.
           EXEC SQL
              INCLUDE TVEH
           END-EXEC.
           EXEC SQL
              INCLUDE TCOND
           END-EXEC.
           EXEC SQL
              INCLUDE TSIN
           END-EXEC.
           EXEC SQL
              INCLUDE TREG
           END-EXEC.
           EXEC SQL
              INCLUDE TPAI
           END-EXEC.
           EXEC SQL
              INCLUDE TSUSP
           END-EXEC.
           EXEC SQL
              INCLUDE THIST
           END-EXEC.
           EXEC SQL
              INCLUDE TARCH
           END-EXEC.
           EXEC SQL
              INCLUDE TRGPD
           END-EXEC.
      * RECHERCHE PAR NOM ET CP : COMPARAISON EXACTE SUR LE NOM TEL
      * QU'IL EST SAISI DANS LES TABLES
           EXEC SQL DECLARE CURSN CURSOR FOR
               SELECT MAT
                 FROM TASSURES
                WHERE NOM_PRN = :WS-NOM-DEM
                  AND CP = :WS-CP-DEM
                ORDER BY MAT ASC
           END-EXEC
           EXEC SQL DECLARE CURSNA CURSOR FOR
               SELECT DISTINCT MAT
                 FROM TMVTPROJARCH
                WHERE NOM_PRN = :WS-NOM-DEM
                  AND CP = :WS-CP-DEM
                ORDER BY MAT ASC
           END-EXEC
           EXEC SQL DECLARE CURSNC CURSOR FOR
               SELECT X.MAT
                 FROM TCLIPOL X, TCLIENTS C
                WHERE C.NUM_CLI = X.NUM_CLI
                  AND C.NOM_PRN = :WS-NOM-DEM
                  AND C.CP = :WS-CP-DEM
                ORDER BY X.MAT ASC
           END-EXEC
      * SECTIONS DU DOSSIER : UNE OUVERTURE PAR POLICE RETENUE
           EXEC SQL DECLARE CURSV CURSOR FOR
               SELECT NUM_VEHIC, TYPE_VEHIC, TAUX_VEHIC, PRM_VEHIC,
                      IMMAT
                 FROM TVEHICULES
                WHERE MAT = :WS-MAT-COUR
                ORDER BY NUM_VEHIC ASC
           END-EXEC
           EXEC SQL DECLARE CURSC CURSOR FOR
               SELECT NUM_COND, NOM_PRN, DT_NAISS, DT_PERMIS,
                      NUM_VEHIC, PRINCIPAL
                 FROM TCONDUCT
                WHERE MAT = :WS-MAT-COUR
                ORDER BY NUM_COND ASC
           END-EXEC
           EXEC SQL DECLARE CURSS CURSOR FOR
               SELECT NUM_VEHIC, DT_SIN, TYPE_SIN, MNT_SIN, STATUT,
                      MNT_RES
                 FROM TSINISTRES
                WHERE MAT = :WS-MAT-COUR
                ORDER BY DT_SIN ASC, NUM_VEHIC ASC
           END-EXEC
           EXEC SQL DECLARE CURSG CURSOR FOR
               SELECT NUM_VEHIC, DT_SIN, DT_REG, MNT_REG
                 FROM TREGSIN
                WHERE MAT = :WS-MAT-COUR
                ORDER BY DT_SIN ASC, DT_REG ASC
           END-EXEC
           EXEC SQL DECLARE CURSP CURSOR FOR
               SELECT DT_PAIE, MNT_PAIE
                 FROM TPAIEMENTS
                WHERE MAT = :WS-MAT-COUR
                ORDER BY DT_PAIE ASC
           END-EXEC
           EXEC SQL DECLARE CURSU CURSOR FOR
               SELECT DT_DEB, DT_FIN
                 FROM TSUSPHIST
                WHERE MAT = :WS-MAT-COUR
                ORDER BY DT_DEB ASC
           END-EXEC
           EXEC SQL DECLARE CURSH CURSOR FOR
               SELECT CDE_MVT, PRMBS_AV, PRMBS_AP, TAUX_AV, TAUX_AP,
                      RESULT, DT_MVT, HR_MVT, USER_DEM, USER_VAL
                 FROM THISTMVT
                WHERE MAT = :WS-MAT-COUR
                ORDER BY DT_MVT ASC, HR_MVT ASC, CDE_MVT ASC
           END-EXEC
           EXEC SQL DECLARE CURSR CURSOR FOR
               SELECT NOM_PRN, ADSS, CP, VILLE, TV, PB, BON_MAL,
                      TAUX, CDE_MVT, DT_EFFET, DT_EXPIR, FREQ_PAIE,
                      MODE_PAIE, CDE_PROD, DT_ARCH, HR_ARCH
                 FROM TMVTPROJARCH
                WHERE MAT = :WS-MAT-COUR
                ORDER BY DT_ARCH ASC, HR_ARCH ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * DROITS DES PERSONNES (RGPD) : CHAQUE DEMANDE DU FICHIER DEMRGP
      * EST CONTROLEE PUIS SERVIE UNE SEULE FOIS (JOURNAL TDEMRGPD).
      * UNE DEMANDE D'ACCES PRODUIT DANS DOSRGP UN DOSSIER LISIBLE :
      * SOMMAIRE PUIS UNE SECTION PAR TABLE (TASSURES, TCLIENTS,
      * TVEHICULES, TCONDUCT, TSINISTRES, TREGSIN, TPAIEMENTS,
      * TSUSPHIST, THISTMVT, TMVTPROJARCH) ET PAR LE FICHIER RESP.
      * UNE DEMANDE DE RECTIFICATION NE MODIFIE AUCUNE TABLE : ELLE
      * DEPOSE UN MOUVEMENT 'M' ORDINAIRE DANS TMVTPROJ, APPLIQUE ET
      * TRACE ENSUITE PAR MAJASDB
           PERFORM DEBUT-RUNLOG
           OPEN INPUT DEMRGP
           OPEN OUTPUT DOSRGP
           OPEN OUTPUT RAPRGP
           PERFORM TEST-STAT-DEMRGP
           PERFORM TEST-STAT-DOSRGP
           PERFORM TEST-STAT-RAPRGP
           PERFORM CREA-DAT-TIME
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           PERFORM SCAN-TRL-DEMRGP
           CLOSE DEMRGP
           OPEN INPUT DEMRGP
           PERFORM TEST-STAT-DEMRGP
           MOVE 0 TO CPT-DEM-LUES
           READ DEMRGP
           PERFORM UNTIL WS-DEMRGP = '10' OR DRG-IS-TRAILER
             ADD 1 TO CPT-DEM-LUES
             PERFORM TRAITE-DEMANDE
             READ DEMRGP
           END-PERFORM
           EXEC SQL COMMIT END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM CREA-TABL-STAT
           CLOSE DEMRGP
           CLOSE DOSRGP
           CLOSE RAPRGP
           PERFORM TEST-STAT-DEMRGP
           PERFORM TEST-STAT-DOSRGP
           PERFORM TEST-STAT-RAPRGP
           PERFORM FIN-RUNLOG
           GOBACK
           .
       DEBUT-RUNLOG.
      * OUVERTURE DE LA LIGNE DE PILOTAGE DU RUN DANS TRUNLOG. LE RUN
      * PEUT ETRE LANCE PLUSIEURS FOIS DANS LA JOURNEE : UNE DEMANDE
      * DEJA SERVIE EST RECONNUE PAR SON NUMERO DANS TDEMRGPD
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = DEMANDES, ECRITS =
      * DOSSIERS PRODUITS ET MOUVEMENTS 'M' EMIS, REJETES = DEMANDES
      * REFUSEES ET POLICES AYANT DEJA UN MOUVEMENT EN ATTENTE
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-DEM-LUES TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = CPT-DOSSIERS + CPT-MVT-RECT
           COMPUTE RUN-NB-REJETES = CPT-DEM-REJ + CPT-DEJA-ATT
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       SCAN-TRL-DEMRGP.
      * PRE-LECTURE COMPLETE DES DEMANDES POUR VERIFIER LE TOTAL DE
      * CONTROLE DU TRAILER AVANT LA MOINDRE DEMANDE SERVIE
           MOVE 0 TO CPT-DEM-LUES
           READ DEMRGP
           PERFORM UNTIL WS-DEMRGP = '10' OR DRG-IS-TRAILER
             ADD 1 TO CPT-DEM-LUES
             READ DEMRGP
           END-PERFORM
           IF NOT DRG-IS-TRAILER
             DISPLAY 'ERREUR : TRAILER DEMRGP ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE TRL-DRG-NB-ENR TO WS-TRL-DRG-NB
           IF WS-TRL-DRG-NB NOT = CPT-DEM-LUES
             DISPLAY 'ERREUR : TOTAL CONTROLE DEMRGP ATTENDU '
                 WS-TRL-DRG-NB ' LU ' CPT-DEM-LUES
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       TRAITE-DEMANDE.
           PERFORM CTRL-DEMANDE
           MOVE ALL '-' TO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           STRING 'DEMANDE ' DRG-NUM-DEM ' TYPE ' DRG-TYPE ' MAT <'
               DRG-MAT '> NOM <' DRG-NOM-PRN '> CP <' DRG-CP '>'
               DELIMITED BY SIZE INTO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           IF WS-LIB-ERREUR NOT = SPACES
             ADD 1 TO CPT-DEM-REJ
             STRING '    DEMANDE REJETEE : ' WS-LIB-ERREUR
                 DELIMITED BY SIZE INTO ERAPRGP
             WRITE ERAPRGP
             MOVE ALL ' ' TO ERAPRGP
           ELSE
             IF DRG-EXTRAIT
               PERFORM PRODUIT-DOSSIER
             ELSE
               PERFORM EMET-MVT-RECTIF
             END-IF
           END-IF
           .
       CTRL-DEMANDE.
           MOVE SPACES TO WS-LIB-ERREUR
           MOVE 0 TO NB-MAT
           MOVE 0 TO NB-RES
           IF DRG-NUM-DEM IS NOT NUMERIC
             MOVE 'NUMERO DE DEMANDE NON NUMERIQUE' TO WS-LIB-ERREUR
           ELSE
             IF DRG-NUM-DEM = 0
               MOVE 'NUMERO DE DEMANDE ABSENT' TO WS-LIB-ERREUR
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES
              AND NOT DRG-EXTRAIT AND NOT DRG-RECTIF
             MOVE 'TYPE DE DEMANDE INCONNU (E OU C)' TO WS-LIB-ERREUR
           END-IF
           IF WS-LIB-ERREUR = SPACES
             PERFORM CHERCHE-DEMANDE
             IF WS-DEM-COUNT > 0
               MOVE 'DEMANDE DEJA SERVIE (TDEMRGPD)' TO WS-LIB-ERREUR
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES
             IF DRG-EXTRAIT
               PERFORM CTRL-CRITERE-ACCES
             ELSE
               PERFORM CTRL-RECTIF
             END-IF
           END-IF
           .
       CHERCHE-DEMANDE.
           MOVE DRG-NUM-DEM TO DP-NUM-DEM
           MOVE 0 TO WS-DEM-COUNT
           EXEC SQL
             SELECT COUNT(*) INTO :WS-DEM-COUNT
               FROM TDEMRGPD
              WHERE NUM_DEM = :DP-NUM-DEM
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       CTRL-CRITERE-ACCES.
      * LES POLICES RETENUES SONT RASSEMBLEES AVANT TOUTE ECRITURE :
      * UN CRITERE TROP LARGE REJETTE LA DEMANDE SANS DOSSIER PARTIEL
           IF DRG-MAT NOT = SPACES
             MOVE DRG-MAT TO WS-MAT-COUR
             PERFORM AJOUTE-MAT
           ELSE
             IF DRG-NOM-PRN = SPACES OR DRG-CP IS NOT NUMERIC
               MOVE 'CRITERE ABSENT : MATRICULE OU NOM + CP'
                 TO WS-LIB-ERREUR
             ELSE
               MOVE DRG-NOM-PRN TO WS-NOM-DEM
               MOVE DRG-CP TO WS-CP-DEM
               PERFORM RECHERCHE-PAR-NOM
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES
             PERFORM RECHERCHE-RESP
           END-IF
           .
       AJOUTE-MAT.
           MOVE 'N' TO IND-MAT-CONNU
           PERFORM VARYING IND-MAT FROM 1 BY 1 UNTIL IND-MAT > NB-MAT
             IF TM-MAT(IND-MAT) = WS-MAT-COUR
               SET MAT-CONNU TO TRUE
             END-IF
           END-PERFORM
           IF NOT MAT-CONNU
             IF NB-MAT >= NB-MAT-MAX
               MOVE 'PLUS DE 50 POLICES : CRITERE A PRECISER'
                 TO WS-LIB-ERREUR
             ELSE
               ADD 1 TO NB-MAT
               MOVE WS-MAT-COUR TO TM-MAT(NB-MAT)
             END-IF
           END-IF
           .
       RECHERCHE-PAR-NOM.
           EXEC SQL OPEN CURSN END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSN INTO :WS-MAT-COUR END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             PERFORM AJOUTE-MAT
             EXEC SQL FETCH CURSN INTO :WS-MAT-COUR END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSN END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL OPEN CURSNA END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSNA INTO :WS-MAT-COUR END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             PERFORM AJOUTE-MAT
             EXEC SQL FETCH CURSNA INTO :WS-MAT-COUR END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSNA END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL OPEN CURSNC END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSNC INTO :WS-MAT-COUR END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             PERFORM AJOUTE-MAT
             EXEC SQL FETCH CURSNC INTO :WS-MAT-COUR END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSNC END-EXEC
           PERFORM TEST-SQLCODE
           .
       RECHERCHE-RESP.
      * PARCOURS COMPLET DE RESP : UN ENREGISTREMENT EST RETENU S'IL
      * PORTE UNE POLICE DEJA RETENUE OU, EN RECHERCHE PAR NOM, LE NOM
      * ET LE CP DEMANDES (SA POLICE EST ALORS AJOUTEE AU DOSSIER)
           OPEN INPUT RESP
           PERFORM TEST-STAT-RESP
           READ RESP
           PERFORM UNTIL WS-RESP = '10'
             PERFORM EXAMINE-RESP
             READ RESP
           END-PERFORM
           CLOSE RESP
           PERFORM TEST-STAT-RESP
           .
       EXAMINE-RESP.
           MOVE 'N' TO IND-RES-RETENU
           PERFORM VARYING IND-MAT FROM 1 BY 1 UNTIL IND-MAT > NB-MAT
             IF TM-MAT(IND-MAT) = RES-MATRICUL
               SET RES-RETENU TO TRUE
             END-IF
           END-PERFORM
           IF DRG-MAT = SPACES
              AND RES-NM-PRNM = WS-NOM-DEM AND RES-CP = WS-CP-DEM
             SET RES-RETENU TO TRUE
           END-IF
           IF RES-RETENU
             MOVE RES-MATRICUL TO WS-MAT-COUR
             PERFORM AJOUTE-MAT
             IF NB-RES < NB-MAT-MAX
               ADD 1 TO NB-RES
               MOVE ERESP TO TR-ENR(NB-RES)
             END-IF
           END-IF
           .
       CTRL-RECTIF.
           IF DRG-MAT = SPACES
             MOVE 'MATRICULE OBLIGATOIRE EN RECTIFICATION'
               TO WS-LIB-ERREUR
           END-IF
           IF WS-LIB-ERREUR = SPACES
              AND DRG-NOM-PRN = SPACES AND DRG-ADSS = SPACES
              AND DRG-CP = SPACES AND DRG-VILLE = SPACES
             MOVE 'AUCUNE DONNEE A RECTIFIER' TO WS-LIB-ERREUR
           END-IF
           IF WS-LIB-ERREUR = SPACES
              AND DRG-CP NOT = SPACES AND DRG-CP IS NOT NUMERIC
             MOVE 'CODE POSTAL RECTIFIE NON NUMERIQUE' TO WS-LIB-ERREUR
           END-IF
           IF WS-LIB-ERREUR = SPACES
             MOVE DRG-MAT TO WS-MAT-COUR
             PERFORM LIT-POLICE
             IF SQLCODE = 100
               MOVE 'POLICE ABSENTE DE TASSURES' TO WS-LIB-ERREUR
             END-IF
           END-IF
           IF WS-LIB-ERREUR = SPACES
             PERFORM PREPARE-MVT-RECTIF
             IF M-NOM-PRN = A-NOM-PRN AND M-ADSS = A-ADSS
                AND M-CP = A-CP AND M-VILLE = A-VILLE
               MOVE 'DONNEES DEJA A JOUR DANS TASSURES'
                 TO WS-LIB-ERREUR
             END-IF
           END-IF
           .
       LIT-POLICE.
           EXEC SQL
             SELECT MAT, NOM_PRN, ADSS, CP, VILLE, TV, PB, BON_MAL,
                    TAUX, ACTIF, DT_EFFET, DT_EXPIR, FREQ_PAIE,
                    MODE_PAIE, CDE_PROD
               INTO :A-MAT, :A-NOM-PRN, :A-ADSS, :A-CP, :A-VILLE,
                    :A-TV, :A-PB, :A-BON-MAL, :A-TAUX, :A-ACTIF,
                    :A-DT-EFFET, :A-DT-EXPIR, :A-FREQ-PAIE,
                    :A-MODE-PAIE, :A-CDE-PROD
               FROM TASSURES
              WHERE MAT = :WS-MAT-COUR
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .

      * DOSSIER D'ACCES : LES VOLUMES PAR SECTION SONT COMPTES D'ABORD
      * POUR LE SOMMAIRE, PUIS CHAQUE SECTION EST ECRITE DANS L'ORDRE
       PRODUIT-DOSSIER.
           PERFORM COMPTE-SECTIONS
           PERFORM ECRIT-ENTETE-DOSSIER
           PERFORM VARYING IND-SEC FROM 1 BY 1
                   UNTIL IND-SEC > NB-SECTIONS
             PERFORM ECRIT-SECTION
           END-PERFORM
           MOVE ALL ' ' TO EDOSRGP
           STRING 'FIN DU DOSSIER ' DRG-NUM-DEM
               DELIMITED BY SIZE INTO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL ' ' TO EDOSRGP
           ADD 1 TO CPT-DOSSIERS
           ADD NB-ENR-DOS TO CPT-ENR-EXTR
           IF NB-ENR-DOS = 0
             ADD 1 TO CPT-DOS-VIDES
             MOVE 'NF ' TO WS-RESULT
           ELSE
             MOVE 'OK ' TO WS-RESULT
           END-IF
           MOVE NB-MAT TO DIS-NB-POL
           MOVE NB-ENR-DOS TO DIS-RESP
           STRING '    DOSSIER PRODUIT : ' DIS-NB-POL ' POLICE(S) '
               DIS-RESP ' ENREGISTREMENT(S)'
               DELIMITED BY SIZE INTO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           MOVE NB-MAT TO DP-NB-POL
           MOVE NB-ENR-DOS TO DP-NB-ENR
           PERFORM INSCRIT-DEMANDE
           .
       COMPTE-SECTIONS.
           PERFORM VARYING IND-SEC FROM 1 BY 1
                   UNTIL IND-SEC > NB-SECTIONS
             MOVE 0 TO NB-SEC(IND-SEC)
           END-PERFORM
           PERFORM VARYING IND-MAT FROM 1 BY 1 UNTIL IND-MAT > NB-MAT
             MOVE TM-MAT(IND-MAT) TO WS-MAT-COUR
             PERFORM COMPTE-UNE-POLICE
           END-PERFORM
           MOVE NB-RES TO NB-SEC(11)
           MOVE 0 TO NB-ENR-DOS
           PERFORM VARYING IND-SEC FROM 1 BY 1
                   UNTIL IND-SEC > NB-SECTIONS
             ADD NB-SEC(IND-SEC) TO NB-ENR-DOS
           END-PERFORM
           .
       COMPTE-UNE-POLICE.
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-LIG
               FROM TASSURES
              WHERE MAT = :WS-MAT-COUR
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-NB-LIG TO NB-SEC(1)
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-LIG
               FROM TCLIPOL X, TCLIENTS C
              WHERE X.MAT = :WS-MAT-COUR
                AND C.NUM_CLI = X.NUM_CLI
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-NB-LIG TO NB-SEC(2)
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-LIG
               FROM TVEHICULES
              WHERE MAT = :WS-MAT-COUR
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-NB-LIG TO NB-SEC(3)
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-LIG
               FROM TCONDUCT
              WHERE MAT = :WS-MAT-COUR
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-NB-LIG TO NB-SEC(4)
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-LIG
               FROM TSINISTRES
              WHERE MAT = :WS-MAT-COUR
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-NB-LIG TO NB-SEC(5)
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-LIG
               FROM TREGSIN
              WHERE MAT = :WS-MAT-COUR
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-NB-LIG TO NB-SEC(6)
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-LIG
               FROM TPAIEMENTS
              WHERE MAT = :WS-MAT-COUR
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-NB-LIG TO NB-SEC(7)
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-LIG
               FROM TSUSPHIST
              WHERE MAT = :WS-MAT-COUR
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-NB-LIG TO NB-SEC(8)
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-LIG
               FROM THISTMVT
              WHERE MAT = :WS-MAT-COUR
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-NB-LIG TO NB-SEC(9)
           EXEC SQL
             SELECT COUNT(*) INTO :WS-NB-LIG
               FROM TMVTPROJARCH
              WHERE MAT = :WS-MAT-COUR
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD WS-NB-LIG TO NB-SEC(10)
           .
       ECRIT-ENTETE-DOSSIER.
           MOVE ALL '=' TO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL ' ' TO LGN-DEB3
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'DOSSIER DE DONNEES PERSONNELLES' TO LGN-DEB3(8:31)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL ' ' TO EDOSRGP
           STRING 'DEMANDE ' DRG-NUM-DEM ' - DROIT D''ACCES - DATE '
               'D''EXPLOITATION ' RUN-DT-EXPL-ED
               DELIMITED BY SIZE INTO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL ' ' TO EDOSRGP
           IF DRG-MAT NOT = SPACES
             STRING 'CRITERE : MATRICULE ' DRG-MAT
                 DELIMITED BY SIZE INTO EDOSRGP
           ELSE
             STRING 'CRITERE : NOM ' WS-NOM-DEM ' CODE POSTAL '
                 WS-CP-DEM DELIMITED BY SIZE INTO EDOSRGP
           END-IF
           WRITE EDOSRGP
           MOVE ALL ' ' TO EDOSRGP
           MOVE NB-MAT TO DIS-NB-POL
           STRING 'POLICES CONCERNEES : ' DIS-NB-POL
               DELIMITED BY SIZE INTO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL ' ' TO EDOSRGP
           PERFORM VARYING IND-MAT FROM 1 BY 1 UNTIL IND-MAT > NB-MAT
             STRING '    ' TM-MAT(IND-MAT)
                 DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
           END-PERFORM
           WRITE EDOSRGP
           MOVE 'SOMMAIRE' TO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL ' ' TO EDOSRGP
           PERFORM VARYING IND-SEC FROM 1 BY 1
                   UNTIL IND-SEC > NB-SECTIONS
             MOVE IND-SEC TO DIS-SEC
             MOVE NB-SEC(IND-SEC) TO DIS-RESP
             STRING '  ' DIS-SEC '  ' SEC-TABLE(IND-SEC) '  '
                 SEC-LIB(IND-SEC) '  ENREGISTREMENTS : ' DIS-RESP
                 DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
           END-PERFORM
           MOVE NB-ENR-DOS TO DIS-RESP
           STRING '  TOTAL DES ENREGISTREMENTS DU DOSSIER       : '
               DIS-RESP DELIMITED BY SIZE INTO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL ' ' TO EDOSRGP
           .
       ECRIT-SECTION.
           WRITE EDOSRGP
           MOVE IND-SEC TO DIS-SEC
           STRING 'SECTION ' DIS-SEC ' : ' SEC-TABLE(IND-SEC) ' - '
               SEC-LIB(IND-SEC) DELIMITED BY SIZE INTO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL '-' TO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL ' ' TO EDOSRGP
           IF NB-SEC(IND-SEC) = 0
             MOVE '  AUCUNE DONNEE' TO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
           ELSE
             EVALUATE IND-SEC
               WHEN 11
                 PERFORM VARYING IND-RES FROM 1 BY 1
                         UNTIL IND-RES > NB-RES
                   PERFORM EXTRAIT-RESP
                 END-PERFORM
               WHEN OTHER
                 PERFORM VARYING IND-MAT FROM 1 BY 1
                         UNTIL IND-MAT > NB-MAT
                   MOVE TM-MAT(IND-MAT) TO WS-MAT-COUR
                   PERFORM EXTRAIT-UNE-POLICE
                 END-PERFORM
             END-EVALUATE
           END-IF
           .
       EXTRAIT-UNE-POLICE.
           EVALUATE IND-SEC
             WHEN 1
               PERFORM EXTRAIT-TASSURES
             WHEN 2
               PERFORM EXTRAIT-TCLIENTS
             WHEN 3
               PERFORM EXTRAIT-TVEHICULES
             WHEN 4
               PERFORM EXTRAIT-TCONDUCT
             WHEN 5
               PERFORM EXTRAIT-TSINISTRES
             WHEN 6
               PERFORM EXTRAIT-TREGSIN
             WHEN 7
               PERFORM EXTRAIT-TPAIEMENTS
             WHEN 8
               PERFORM EXTRAIT-TSUSPHIST
             WHEN 9
               PERFORM EXTRAIT-THISTMVT
             WHEN 10
               PERFORM EXTRAIT-TMVTPROJARCH
           END-EVALUATE
           .
       EXTRAIT-TASSURES.
           PERFORM LIT-POLICE
           IF SQLCODE NOT = 100
             STRING '  ' A-MAT ' ' A-NOM-PRN ' ' A-ADSS ' ' A-CP ' '
                 A-VILLE DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             MOVE A-PB TO DIS-PRM
             STRING '         TV ' A-TV ' PB ' DIS-PRM ' BM ' A-BON-MAL
                 ' TX ' A-TAUX ' ACT ' A-ACTIF ' ' A-DT-EFFET '-'
                 A-DT-EXPIR ' PAIE ' A-FREQ-PAIE A-MODE-PAIE ' PROD '
                 A-CDE-PROD DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
           END-IF
           .
       EXTRAIT-TCLIENTS.
           EXEC SQL
             SELECT X.NUM_CLI, X.DT_LIEN, C.NOM_PRN, C.ADSS, C.CP,
                    C.VILLE, C.DT_CREA, C.DT_MAJ
               INTO :CX-NUM-CLI, :CX-DT-LIEN, :CL-NOM-PRN, :CL-ADSS,
                    :CL-CP, :CL-VILLE, :CL-DT-CREA, :CL-DT-MAJ
               FROM TCLIPOL X, TCLIENTS C
              WHERE X.MAT = :WS-MAT-COUR
                AND C.NUM_CLI = X.NUM_CLI
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             STRING '  ' WS-MAT-COUR ' CLIENT ' CX-NUM-CLI ' LIE LE '
                 CX-DT-LIEN ' CREE LE ' CL-DT-CREA ' MAJ ' CL-DT-MAJ
                 DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             STRING '         ' CL-NOM-PRN ' ' CL-ADSS ' ' CL-CP ' '
                 CL-VILLE DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
           END-IF
           .
       EXTRAIT-TVEHICULES.
           EXEC SQL OPEN CURSV END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSV
               INTO :V-NUM-VEHIC, :V-TYPE-VEHIC, :V-TAUX-VEHIC,
                    :V-PRM-VEHIC, :V-IMMAT
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             MOVE V-PRM-VEHIC TO DIS-PRM
             STRING '  ' WS-MAT-COUR ' VEHICULE ' V-NUM-VEHIC ' TYPE '
                 V-TYPE-VEHIC ' TX ' V-TAUX-VEHIC ' PRIME ' DIS-PRM
                 ' IMMAT ' V-IMMAT DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             EXEC SQL FETCH CURSV
                 INTO :V-NUM-VEHIC, :V-TYPE-VEHIC, :V-TAUX-VEHIC,
                      :V-PRM-VEHIC, :V-IMMAT
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSV END-EXEC
           PERFORM TEST-SQLCODE
           .
       EXTRAIT-TCONDUCT.
           EXEC SQL OPEN CURSC END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSC
               INTO :C-NUM-COND, :C-NOM-PRN, :C-DT-NAISS,
                    :C-DT-PERMIS, :C-NUM-VEHIC, :C-PRINCIPAL
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             STRING '  ' WS-MAT-COUR ' COND ' C-NUM-COND ' '
                 C-NOM-PRN ' NE ' C-DT-NAISS ' PERMIS ' C-DT-PERMIS
                 ' VEH ' C-NUM-VEHIC ' PR ' C-PRINCIPAL
                 DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             EXEC SQL FETCH CURSC
                 INTO :C-NUM-COND, :C-NOM-PRN, :C-DT-NAISS,
                      :C-DT-PERMIS, :C-NUM-VEHIC, :C-PRINCIPAL
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSC END-EXEC
           PERFORM TEST-SQLCODE
           .
       EXTRAIT-TSINISTRES.
           EXEC SQL OPEN CURSS END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSS
               INTO :S-NUM-VEHIC, :S-DT-SIN, :S-TYPE-SIN, :S-MNT-SIN,
                    :S-STATUT, :S-MNT-RES
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             MOVE S-MNT-SIN TO DIS-MNT
             MOVE S-MNT-RES TO DIS-MNT2
             STRING '  ' WS-MAT-COUR ' VEH ' S-NUM-VEHIC ' SIN DU '
                 S-DT-SIN ' TYPE ' S-TYPE-SIN ' STATUT ' S-STATUT
                 ' EVAL ' DIS-MNT ' RES ' DIS-MNT2
                 DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             EXEC SQL FETCH CURSS
                 INTO :S-NUM-VEHIC, :S-DT-SIN, :S-TYPE-SIN,
                      :S-MNT-SIN, :S-STATUT, :S-MNT-RES
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSS END-EXEC
           PERFORM TEST-SQLCODE
           .
       EXTRAIT-TREGSIN.
           EXEC SQL OPEN CURSG END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSG
               INTO :RG-NUM-VEHIC, :RG-DT-SIN, :RG-DT-REG, :RG-MNT-REG
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             MOVE RG-MNT-REG TO DIS-MNT
             STRING '  ' WS-MAT-COUR ' VEH ' RG-NUM-VEHIC ' SIN DU '
                 RG-DT-SIN ' REGLE LE ' RG-DT-REG ' MONTANT ' DIS-MNT
                 DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             EXEC SQL FETCH CURSG
                 INTO :RG-NUM-VEHIC, :RG-DT-SIN, :RG-DT-REG,
                      :RG-MNT-REG
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSG END-EXEC
           PERFORM TEST-SQLCODE
           .
       EXTRAIT-TPAIEMENTS.
           EXEC SQL OPEN CURSP END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSP INTO :P-DT-PAIE, :P-MNT-PAIE END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             MOVE P-MNT-PAIE TO DIS-MNT
             STRING '  ' WS-MAT-COUR ' PAYE LE ' P-DT-PAIE ' MONTANT '
                 DIS-MNT DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             EXEC SQL FETCH CURSP INTO :P-DT-PAIE, :P-MNT-PAIE
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSP END-EXEC
           PERFORM TEST-SQLCODE
           .
       EXTRAIT-TSUSPHIST.
           EXEC SQL OPEN CURSU END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSU INTO :SP-DT-DEB, :SP-DT-FIN END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             IF SP-EN-COURS
               STRING '  ' WS-MAT-COUR ' SUSPENDUE DEPUIS LE '
                   SP-DT-DEB ' (EN COURS)'
                   DELIMITED BY SIZE INTO EDOSRGP
             ELSE
               STRING '  ' WS-MAT-COUR ' SUSPENDUE DU ' SP-DT-DEB
                   ' AU ' SP-DT-FIN DELIMITED BY SIZE INTO EDOSRGP
             END-IF
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             EXEC SQL FETCH CURSU INTO :SP-DT-DEB, :SP-DT-FIN
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSU END-EXEC
           PERFORM TEST-SQLCODE
           .
       EXTRAIT-THISTMVT.
           EXEC SQL OPEN CURSH END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSH
               INTO :H-CDE-MVT, :H-PRMBS-AV, :H-PRMBS-AP, :H-TAUX-AV,
                    :H-TAUX-AP, :H-RESULT, :H-DATE, :H-HEURE,
                    :H-USER-DEM, :H-USER-VAL
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             MOVE H-PRMBS-AV TO DIS-PRM
             MOVE H-PRMBS-AP TO DIS-PRM2
             STRING '  ' WS-MAT-COUR ' ' H-CDE-MVT ' ' H-DATE ' '
                 H-HEURE ' PB ' DIS-PRM '>' DIS-PRM2 ' TX ' H-TAUX-AV
                 '>' H-TAUX-AP ' ' H-RESULT ' ' H-USER-DEM ' '
                 H-USER-VAL DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             EXEC SQL FETCH CURSH
                 INTO :H-CDE-MVT, :H-PRMBS-AV, :H-PRMBS-AP,
                      :H-TAUX-AV, :H-TAUX-AP, :H-RESULT, :H-DATE,
                      :H-HEURE, :H-USER-DEM, :H-USER-VAL
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSH END-EXEC
           PERFORM TEST-SQLCODE
           .
       EXTRAIT-TMVTPROJARCH.
           EXEC SQL OPEN CURSR END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-ARCHIVE
           PERFORM UNTIL SQLCODE = 100
             STRING '  ' WS-MAT-COUR ' ' MA-CDE-MVT ' ARCHIVE LE '
                 MA-DT-ARCH ' ' MA-HR-ARCH
                 DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             STRING '         ' MA-NOM-PRN ' ' MA-ADSS ' ' MA-CP ' '
                 MA-VILLE DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             MOVE MA-PB TO DIS-PRM
             STRING '         TV ' MA-TV ' PB ' DIS-PRM ' BM '
                 MA-BON-MAL ' TX ' MA-TAUX ' ' MA-DT-EFFET '-'
                 MA-DT-EXPIR ' PAIE ' MA-FREQ-PAIE MA-MODE-PAIE
                 ' PROD ' MA-CDE-PROD DELIMITED BY SIZE INTO EDOSRGP
             WRITE EDOSRGP
             MOVE ALL ' ' TO EDOSRGP
             PERFORM FETCH-ARCHIVE
           END-PERFORM
           EXEC SQL CLOSE CURSR END-EXEC
           PERFORM TEST-SQLCODE
           .
       FETCH-ARCHIVE.
           EXEC SQL FETCH CURSR
               INTO :MA-NOM-PRN, :MA-ADSS, :MA-CP, :MA-VILLE, :MA-TV,
                    :MA-PB, :MA-BON-MAL, :MA-TAUX, :MA-CDE-MVT,
                    :MA-DT-EFFET, :MA-DT-EXPIR, :MA-FREQ-PAIE,
                    :MA-MODE-PAIE, :MA-CDE-PROD, :MA-DT-ARCH,
                    :MA-HR-ARCH
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       EXTRAIT-RESP.
           MOVE TR-ENR(IND-RES) TO DOS-RES
           STRING '  ' DR-MATRICUL ' ' DR-NM-PRNM ' ' DR-ADSS ' ' DR-CP
               ' ' DR-VLL DELIMITED BY SIZE INTO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL ' ' TO EDOSRGP
           MOVE DR-PRMBS TO DIS-PRM
           STRING '         TV ' DR-TPV ' PB ' DIS-PRM ' BM ' DR-PRMT
               ' TX ' DR-TAUX ' ACT ' DR-ACTIF ' ' DR-DT-EFFET '-'
               DR-DT-EXPIR ' PAIE ' DR-FREQ-PAIE DR-MODE-PAIE ' PROD '
               DR-CDE-PROD DELIMITED BY SIZE INTO EDOSRGP
           WRITE EDOSRGP
           MOVE ALL ' ' TO EDOSRGP
           .

       PREPARE-MVT-RECTIF.
      * MOUVEMENT 'M' ORDINAIRE : LES DONNEES PERSONNELLES RECTIFIEES
      * REMPLACENT CELLES DE LA POLICE, TOUT LE RESTE EST RECONDUIT
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
           MOVE A-CDE-PROD     TO M-CDE-PROD
           IF DRG-NOM-PRN NOT = SPACES
             MOVE DRG-NOM-PRN  TO M-NOM-PRN
           END-IF
           IF DRG-ADSS NOT = SPACES
             MOVE DRG-ADSS     TO M-ADSS
           END-IF
           IF DRG-CP NOT = SPACES
             MOVE DRG-CP       TO M-CP
           END-IF
           IF DRG-VILLE NOT = SPACES
             MOVE DRG-VILLE    TO M-VILLE
           END-IF
           .
       EMET-MVT-RECTIF.
           EXEC SQL
             INSERT INTO TMVTPROJ
             VALUES (:M-MAT, :M-NOM-PRN, :M-ADSS, :M-CP, :M-VILLE,
               :M-TV, :M-PB, :M-BON-MAL, :M-TAUX, :M-CDE-MVT,
               :M-DT-EFFET, :M-DT-EXPIR, :M-FREQ-PAIE,
               :M-MODE-PAIE,
               :M-CDE-PROD)
           END-EXEC
      * UN MOUVEMENT DEJA EN ATTENTE N'EST PAS ECRASE : LA DEMANDE
      * N'EST PAS JOURNALISEE ET POURRA ETRE REPRESENTEE
           IF SQLCODE = -803
             ADD 1 TO CPT-DEJA-ATT
             STRING '    ' A-MAT ' MOUVEMENT DEJA EN ATTENTE DANS '
                 'TMVTPROJ - RECTIFICATION NON EMISE'
                 DELIMITED BY SIZE INTO ERAPRGP
             WRITE ERAPRGP
             MOVE ALL ' ' TO ERAPRGP
           ELSE
             PERFORM TEST-SQLCODE
             ADD 1 TO CPT-MVT-RECT
             STRING '    AVANT : ' A-NOM-PRN ' ' A-ADSS ' ' A-CP ' '
                 A-VILLE DELIMITED BY SIZE INTO ERAPRGP
             WRITE ERAPRGP
             MOVE ALL ' ' TO ERAPRGP
             STRING '    APRES : ' M-NOM-PRN ' ' M-ADSS ' ' M-CP ' '
                 M-VILLE DELIMITED BY SIZE INTO ERAPRGP
             WRITE ERAPRGP
             MOVE ALL ' ' TO ERAPRGP
             MOVE 'MVT' TO WS-RESULT
             MOVE 1 TO DP-NB-POL
             MOVE 0 TO DP-NB-ENR
             PERFORM INSCRIT-DEMANDE
           END-IF
           .
       INSCRIT-DEMANDE.
           CALL SOUSPROG2 USING TIM
           MOVE DRG-NUM-DEM    TO DP-NUM-DEM
           MOVE DRG-TYPE       TO DP-TYPE-DEM
           MOVE DRG-MAT        TO DP-MAT
           MOVE DRG-NOM-PRN    TO DP-NOM-PRN
           IF DRG-CP IS NUMERIC
             MOVE DRG-CP       TO DP-CP
           ELSE
             MOVE 0            TO DP-CP
           END-IF
           MOVE WS-DT-JOUR     TO DP-DT-TRAIT
           MOVE TIM            TO DP-HR-TRAIT
           MOVE WS-RESULT      TO DP-RESULT
           EXEC SQL
             INSERT INTO TDEMRGPD
             VALUES (:DP-NUM-DEM, :DP-TYPE-DEM, :DP-MAT, :DP-NOM-PRN,
               :DP-CP, :DP-DT-TRAIT, :DP-HR-TRAIT, :DP-NB-POL,
               :DP-NB-ENR, :DP-RESULT)
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'DEMANDES RGPD : ACCES ET RECTIFICATION' TO
                LGN-DEB3(8:38)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           .

       CREA-TABL-STAT.
           MOVE ALL ' ' TO ERAPRGP
           WRITE ERAPRGP
           MOVE CPT-DEM-LUES TO DIS-RESP
           STRING '338 - NOMBRE DE DEMANDES RGPD LUES            : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           MOVE CPT-DEM-REJ TO DIS-RESP
           STRING '339 - NOMBRE DE DEMANDES REJETEES             : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           MOVE CPT-DOSSIERS TO DIS-RESP
           STRING '340 - NOMBRE DE DOSSIERS D''ACCES PRODUITS     : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           MOVE CPT-DOS-VIDES TO DIS-RESP
           STRING '341 - DONT DOSSIERS SANS AUCUNE DONNEE        : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           MOVE CPT-ENR-EXTR TO DIS-RESP
           STRING '342 - NOMBRE D''ENREGISTREMENTS EXTRAITS       : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           MOVE CPT-MVT-RECT TO DIS-RESP
           STRING '343 - NOMBRE DE MOUVEMENTS DE RECTIFICATION   : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           MOVE CPT-DEJA-ATT TO DIS-RESP
           STRING '344 - NOMBRE DE MOUVEMENTS DEJA EN ATTENTE    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPRGP
           WRITE ERAPRGP
           MOVE ALL ' ' TO ERAPRGP
           .

       TEST-STAT-DEMRGP.
           IF WS-DEMRGP NOT = '00'
             DISPLAY 'ERREUR FICHIER DEMRGP ' WS-DEMRGP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RESP.
           IF WS-RESP NOT = '00'
             DISPLAY 'ERREUR FICHIER RESP ' WS-RESP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-DOSRGP.
           IF WS-DOSRGP NOT = '00'
             DISPLAY 'ERREUR FICHIER DOSRGP ' WS-DOSRGP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPRGP.
           IF WS-RAPRGP NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPRGP ' WS-RAPRGP
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
           DISPLAY 'ERREUR DB2 DEMANDES RGPD'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
