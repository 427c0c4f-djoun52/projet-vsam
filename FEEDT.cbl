             FILE STATUS  WS-VEHIC.
             SELECT VEHMVT  ASSIGN VEHMVT
             FILE STATUS  WS-VEHMVT.
             SELECT CONDMVT  ASSIGN CONDMVT
             FILE STATUS  WS-CONDMVT.
             SELECT SIN  ASSIGN SIN
             FILE STATUS  WS-SIN.
             SELECT REG  ASSIGN REG
             FILE STATUS  WS-REG.
             SELECT RSV  ASSIGN RSV
             FILE STATUS  WS-RSV.
             SELECT PRODUCT  ASSIGN PRODUCT
             FILE STATUS  WS-PRODUCT.
       DATA DIVISION.
           05 VEH-TYPE-VEHIC  PIC X.
           05 VEH-TAUX-VEHIC  PIC X(2).
           05 VEH-PRM-VEHIC   PIC 9(4)V99.
           05 VEH-IMMAT       PIC X(9).
       FD  VEHMVT RECORDING F.
       01  EVEHMVT.
           05 VMV-MATRICUL    PIC X(6).
           05 VMV-TYPE-VEHIC  PIC X.
           05 VMV-TAUX-VEHIC  PIC X(2).
           05 VMV-PRM-VEHIC   PIC 9(4)V99.
           05 VMV-IMMAT       PIC X(9).
       FD  CONDMVT RECORDING F.
       01  ECONDMVT.
           05 CDM-MATRICUL    PIC X(6).
           05 CDM-NUM-COND    PIC 9(2).
           05 CDM-ACTION      PIC X.
           05 CDM-NOM-PRN     PIC X(20).
           05 CDM-DT-NAISS    PIC 9(8).
           05 CDM-DT-PERMIS   PIC 9(8).
           05 CDM-NUM-VEHIC   PIC 9(2).
           05 CDM-PRINCIPAL   PIC X.
       FD  SIN RECORDING F.
       01  ESIN.
           05 SIN-MATRICUL    PIC X(6).
             88 REG-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-REG-NB-ENR  PIC 9(6).
           05 FILLER          PIC X(20).
       FD  RSV RECORDING F.
       01  ERSV.
           05 RSV-MATRICUL    PIC X(6).
           05 RSV-NUM-VEHIC   PIC 9(2).
           05 RSV-DT-SIN      PIC 9(8).
           05 RSV-DT-REV      PIC 9(8).
           05 RSV-MNT-RES     PIC 9(6)V99.
       01  ERSV-TRL REDEFINES ERSV.
           05 TRL-RSV-INDIC   PIC X(6).
             88 RSV-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-RSV-NB-ENR  PIC 9(6).
           05 FILLER          PIC X(20).
       FD  PRODUCT RECORDING F.
       01  EPRODUCT.
           05 PRD-CODE        PIC X(3).
           EXEC SQL
              INCLUDE TMVTV
           END-EXEC.
           EXEC SQL
              INCLUDE TFVAJ
           END-EXEC.
           EXEC SQL
              INCLUDE TMVTC
           END-EXEC.
           EXEC SQL
              INCLUDE TSINM
           END-EXEC.
           EXEC SQL
              INCLUDE TSINR
           END-EXEC.
           EXEC SQL
              INCLUDE TSINV
           END-EXEC.
           EXEC SQL
              INCLUDE TLOT
           END-EXEC.
           EXEC SQL
              INCLUDE TPROD
           END-EXEC.
           EXEC SQL
              INCLUDE TCPTX
           END-EXEC.
           EXEC SQL
              INCLUDE TVALA
           END-EXEC.
           EXEC SQL
              INCLUDE TNPA
           END-EXEC.
      *    PARAMETRES DSNTIAR
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
       77  WS-REJET       PIC XX.
       77  WS-VEHIC       PIC XX.
       77  WS-VEHMVT      PIC XX.
       77  WS-CONDMVT     PIC XX.
       77  WS-SIN         PIC XX.
       77  WS-REG         PIC XX.
       77  WS-RSV         PIC XX.
       77  WS-PRODUCT     PIC XX.
       77  CPT-COMMIT     PIC 9(6) VALUE 0.
       77  CPT-COMMIT-MAX PIC 9(4) VALUE 500.
       77  CPT-MVT-LU     PIC 9(6) VALUE 0.
       77  CPT-SIN-LU     PIC 9(6) VALUE 0.
       77  CPT-REG-LU     PIC 9(6) VALUE 0.
       77  CPT-RSV-LU     PIC 9(6) VALUE 0.
       77  CPT-PRD-LU     PIC 9(6) VALUE 0.
      * REJETS COMPTES PAR FICHIER D'ORIGINE : SEULS LES REJETS MVT
      * ENTRENT DANS L'EQUATION LUS - REJETES = ECRITS DE LA LIGNE
       77  CPT-REJ-MVT    PIC 9(6) VALUE 0.
       77  CPT-REJ-VEH    PIC 9(6) VALUE 0.
       77  CPT-REJ-VMV    PIC 9(6) VALUE 0.
       77  CPT-REJ-CDM    PIC 9(6) VALUE 0.
       77  CPT-REJ-SIN    PIC 9(6) VALUE 0.
       77  CPT-REJ-REG    PIC 9(6) VALUE 0.
       77  CPT-REJ-RSV    PIC 9(6) VALUE 0.
       77  SOUSPROG1      PIC X(8) VALUE 'MAJASRUN'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'SPVALIM'.
       01  TIM            PIC X(8).
       01  ZONE-VALIM.
           05 VM-IMMAT       PIC X(9).
           05 VM-RESULT      PIC X.
             88 VM-IMMAT-VALIDE   VALUE 'O'.
             88 VM-IMMAT-INVALIDE VALUE 'N'.
       77  WS-IMMAT-COUNT PIC S9(4) COMP.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'FEEDT   '.
           05 RUN-PHASE      PIC X.
           05 RUN-NB-REJETES PIC 9(8).
           05 RUN-CODE-RET   PIC 9(2).
           05 RUN-IND-RECONC PIC X.
           05 RUN-CTRL-EXPL  PIC X VALUE 'S'.
           05 RUN-DT-EXPL    PIC 9(8).
           05 RUN-DT-EXPL-ED PIC X(10).
           05 RUN-IND-EXPL   PIC X.
             88 RUN-EXPL-OK     VALUE 'O'.
       77  WS-TRL-ASR-NB  PIC 9(6) VALUE 0.
       77  WS-TRL-MVT-NB  PIC 9(6) VALUE 0.
       77  WS-TRL-SIN-NB  PIC 9(6) VALUE 0.
       77  WS-TRL-REG-NB  PIC 9(6) VALUE 0.
       77  WS-TRL-RSV-NB  PIC 9(6) VALUE 0.
       77  WS-TRL-PRD-NB  PIC 9(6) VALUE 0.
       77  WS-ID-LOT      PIC X(8) VALUE SPACES.
       77  WS-LOT-COUNT   PIC S9(4) COMP.
       77  WS-DT-JOUR     PIC 9(8) VALUE 0.
      * ADRESSE EN TABLE AVANT LA MISE A JOUR D'UN ASSURE EXISTANT :
      * UN CHANGEMENT D'ADRESSE, DE CP OU DE VILLE LEVE LE BLOCAGE
      * NPAI COMME UN MOUVEMENT 'M' DANS MAJASDB / MAJASFDB
       77  WS-ADSS-AV     PIC X(18).
       77  WS-CP-AV       PIC 9(5).
       77  WS-VILLE-AV    PIC X(12).
       77  CPT-NPAI-LEVE  PIC 9(6) VALUE 0.
      * SEUILS DU CONTROLE A QUATRE YEUX (TCPTAUX TYPE 'Q', CODE +
      * 4 CHIFFRES) : 'P' ECART DE PRIME EN %, 'R' MONTANT DE
      * REGLEMENT EN CENTAINES D'EUROS, 'S' SUPPRESSION D'UNE POLICE
      * AYANT DES SINISTRES (0000 = NON CONTROLEE). VALEURS PAR
      * DEFAUT SI LA TABLE N'EN PORTE PAS
       77  SEUIL-PRIME    PIC 9(4) VALUE 30.
       77  SEUIL-REG      PIC 9(4) VALUE 50.
       77  SEUIL-SUPP     PIC 9(4) VALUE 1.
       01  WS-SEUIL-BRUT  PIC X(4).
       01  WS-SEUIL-BRUT-N REDEFINES WS-SEUIL-BRUT PIC 9(4).
       77  WS-PB-AV       PIC 9(4)V99.
       77  WS-ECART-PCT   PIC 9(8)V99.
       77  WS-MNT-SEUIL   PIC 9(8)V99.
       77  WS-SIN-COUNT   PIC S9(4) COMP.
       77  WS-NUM-DEM     PIC 9(8).
       77  IND-VALID      PIC X VALUE 'N'.
         88 A-VALIDER       VALUE 'O'.
         88 SANS-VALIDATION VALUE 'N'.
       77  CPT-VAL-MVT    PIC 9(6) VALUE 0.
       77  CPT-VAL-REG    PIC 9(6) VALUE 0.

           EXEC SQL DECLARE CURSA CURSOR FOR 
               SELECT *
               SELECT *
                 FROM TMVTPROJ 
           END-EXEC
           EXEC SQL DECLARE CURSQ CURSOR FOR
               SELECT REF_TYPE, REF_VALUE
                 FROM TCPTAUX
                WHERE REF_TYPE = 'Q'
           END-EXEC
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       PARAG1.
           PERFORM TEST-STAT-REG
           PERFORM SCAN-TRL-REG
           CLOSE REG
           OPEN INPUT RSV
           PERFORM TEST-STAT-RSV
           PERFORM SCAN-TRL-RSV
           CLOSE RSV
           OPEN INPUT PRODUCT
           PERFORM TEST-STAT-PRODUCT
           PERFORM SCAN-TRL-PRODUCT
           OPEN INPUT MVT
           OPEN INPUT VEHIC
           OPEN INPUT VEHMVT
           OPEN INPUT CONDMVT
           OPEN INPUT SIN
           OPEN INPUT REG
           OPEN INPUT RSV
           OPEN INPUT PRODUCT
           OPEN OUTPUT REJET
           PERFORM TEST-STAT-ASSUR
           PERFORM TEST-STAT-MVT
           PERFORM TEST-STAT-VEHIC
           PERFORM TEST-STAT-VEHMVT
           PERFORM TEST-STAT-CONDMVT
           PERFORM TEST-STAT-SIN
           PERFORM TEST-STAT-REG
           PERFORM TEST-STAT-RSV
           PERFORM TEST-STAT-PRODUCT
           PERFORM TEST-STAT-REJET
           CALL SOUSPROG2 USING TIM
           PERFORM CHARGE-SEUILS
           PERFORM FEEDASSURT
           PERFORM FEEDMVT
           PERFORM FEEDVEHIC
           PERFORM FEEDVEHMVT
           PERFORM FEEDCONDMVT
           PERFORM FEEDSIN
           PERFORM FEEDREG
           PERFORM FEEDRSV
           PERFORM FEEDPROD
           PERFORM ENREG-LOT
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'FEEDT : ' CPT-VAL-MVT ' MOUVEMENTS ET ' CPT-VAL-REG
               ' REGLEMENTS MIS EN ATTENTE DE VALIDATION'
           DISPLAY 'FEEDT : ' CPT-NPAI-LEVE
               ' BLOCAGES NPAI LEVES PAR CHANGEMENT D''ADRESSE'
           MOVE 0 TO CPT-COMMIT
           CLOSE MVT
           CLOSE ASSUR
           CLOSE VEHIC
           CLOSE VEHMVT
           CLOSE CONDMVT
           CLOSE SIN
           CLOSE REG
           CLOSE RSV
           CLOSE PRODUCT
           CLOSE REJET
           PERFORM TEST-STAT-MVT
           PERFORM TEST-STAT-ASSUR
           PERFORM TEST-STAT-VEHIC
           PERFORM TEST-STAT-VEHMVT
           PERFORM TEST-STAT-CONDMVT
           PERFORM TEST-STAT-SIN
           PERFORM TEST-STAT-REG
           PERFORM TEST-STAT-RSV
           PERFORM TEST-STAT-PRODUCT
           PERFORM TEST-STAT-REJET
           PERFORM FIN-RUNLOG
               RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG1 USING ZONE-RUNLOG
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : L'ASSIETTE EST ASSUR + MVT
             END-EXEC
             IF SQLCODE = -803
                 DISPLAY ASR-MATRICUL ' EXISTE DEJA - MISE A JOUR'
                 EXEC SQL
                   SELECT ADSS, CP, VILLE
                     INTO :WS-ADSS-AV, :WS-CP-AV, :WS-VILLE-AV
                     FROM TASSURES WHERE MAT = :A-MAT
                 END-EXEC
                 PERFORM TEST-SQLCODE
                 EXEC SQL
                   UPDATE TASSURES
                      SET NOM_PRN = :A-NOM-PRN, ADSS = :A-ADSS,
                    WHERE MAT = :A-MAT
                 END-EXEC
                 PERFORM TEST-SQLCODE
                 IF A-ADSS NOT = WS-ADSS-AV OR A-CP NOT = WS-CP-AV
                    OR A-VILLE NOT = WS-VILLE-AV
                   PERFORM LEVE-NPAI
                 END-IF
                 PERFORM CHECK-COMMIT
             ELSE
               PERFORM TEST-SQLCODE
             READ ASSUR
           END-PERFORM
           .
       LEVE-NPAI.
      * UNE NOUVELLE ADRESSE LEVE LE BLOCAGE NPAI : LES COURRIERS
      * REPARTENT AU PROCHAIN PASSAGE DES PROGRAMMES D'EDITION
           MOVE A-MAT       TO NP-MAT
           MOVE RUN-DT-EXPL TO NP-DT-LEVEE
           EXEC SQL
               UPDATE TNPAI
                  SET STATUT = 'L', DT_LEVEE = :NP-DT-LEVEE
                WHERE MAT = :NP-MAT
                  AND STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             ADD 1 TO CPT-NPAI-LEVE
           END-IF
           .
       FEEDMVT.
           READ MVT
           PERFORM UNTIL WS-MVT = '10' OR MVT-IS-TRAILER
             IF M-MODE-PAIE NOT = 'P' AND M-MODE-PAIE NOT = 'V'
               MOVE 'V' TO M-MODE-PAIE
             END-IF
      * UN MOUVEMENT AU-DELA D'UN SEUIL N'ATTEINT PAS TMVTPROJ : IL
      * EST DEPOSE DANS TVALATT ET ATTEND LA VALIDATION D'UN SECOND
      * OPERATEUR (MAJASVAL), QUI LE VERSERA DANS LE STOCK TMVTATT
             PERFORM CTRL-QUATRE-YEUX-MVT
             IF A-VALIDER
               PERFORM DEPOSE-VALID-MVT
             ELSE
               EXEC SQL
                 INSERT INTO TMVTPROJ
                 VALUES (:M-MAT, :M-NOM-PRN, :M-ADSS, :M-CP, :M-VILLE,
                   :M-TV, :M-PB, :M-BON-MAL, :M-TAUX, :M-CDE-MVT,
                   :M-DT-EFFET, :M-DT-EXPIR, :M-FREQ-PAIE,
                   :M-MODE-PAIE,
                   :M-CDE-PROD)
               END-EXEC
               IF SQLCODE = -803
                   DISPLAY MVT-MATRICUL ' EXISTE DEJA'
                   MOVE 'MVT  ' TO REJ-TYPE
                   MOVE EMVT    TO REJ-ENREG
                   WRITE EREJET
                   ADD 1 TO CPT-REJ-MVT
               ELSE
                 PERFORM TEST-SQLCODE
                 PERFORM CHECK-COMMIT
               END-IF
             END-IF
             READ MVT
           END-PERFORM
           .
       CHARGE-SEUILS.
           EXEC SQL OPEN CURSQ END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSQ
               INTO :REF-TYPE, :REF-VALUE
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             MOVE REF-VALUE(2:4) TO WS-SEUIL-BRUT
             IF WS-SEUIL-BRUT IS NUMERIC
               EVALUATE REF-VALUE(1:1)
               WHEN 'P'
                 MOVE WS-SEUIL-BRUT-N TO SEUIL-PRIME
               WHEN 'R'
                 MOVE WS-SEUIL-BRUT-N TO SEUIL-REG
               WHEN 'S'
                 MOVE WS-SEUIL-BRUT-N TO SEUIL-SUPP
               END-EVALUATE
             END-IF
             EXEC SQL FETCH CURSQ
                 INTO :REF-TYPE, :REF-VALUE
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSQ END-EXEC
           PERFORM TEST-SQLCODE
           COMPUTE WS-MNT-SEUIL = SEUIL-REG * 100
           .
       CTRL-QUATRE-YEUX-MVT.
      * CONTROLE A QUATRE YEUX : UNE MODIFICATION QUI FAIT VARIER LA
      * PRIME DE PLUS DE SEUIL-PRIME % PAR RAPPORT A LA PRIME EN
      * BASE, OU LA SUPPRESSION D'UNE POLICE QUI A DES SINISTRES
      * (OUVERTS OU CLOS). UNE POLICE INCONNUE OU A PRIME NULLE N'EST
      * PAS CONTROLEE : LE MOUVEMENT SERA REJETE OU APPLIQUE COMME
      * AVANT. LA CHAINE FICHIER (MAJAS) APPLIQUE LA MEME REGLE
           SET SANS-VALIDATION TO TRUE
           MOVE 0 TO WS-PB-AV
           EVALUATE M-CDE-MVT
           WHEN 'M'
             EXEC SQL
               SELECT PB INTO :WS-PB-AV
                 FROM TASSURES WHERE MAT = :M-MAT
             END-EXEC
             IF SQLCODE NOT = 100
               PERFORM TEST-SQLCODE
             ELSE
               MOVE 0 TO WS-PB-AV
             END-IF
             IF WS-PB-AV > 0
               IF M-PB > WS-PB-AV
                 COMPUTE WS-ECART-PCT =
                     (M-PB - WS-PB-AV) * 100 / WS-PB-AV
               ELSE
                 COMPUTE WS-ECART-PCT =
                     (WS-PB-AV - M-PB) * 100 / WS-PB-AV
               END-IF
               IF WS-ECART-PCT > SEUIL-PRIME
                 SET A-VALIDER TO TRUE
                 MOVE 'P' TO VA-MOTIF
               END-IF
             END-IF
           WHEN 'S'
             IF SEUIL-SUPP > 0
               EXEC SQL
                 SELECT COUNT(*) INTO :WS-SIN-COUNT
                   FROM TSINISTRES
                  WHERE MAT = :M-MAT
               END-EXEC
               PERFORM TEST-SQLCODE
               IF WS-SIN-COUNT > 0
                 SET A-VALIDER TO TRUE
                 MOVE 'S' TO VA-MOTIF
               END-IF
             END-IF
           END-EVALUATE
           .
       DEPOSE-VALID-MVT.
           MOVE 'M'           TO VA-TYPE-DEM
           MOVE M-MAT         TO VA-MAT
           MOVE M-NOM-PRN     TO VA-NOM-PRN
           MOVE M-ADSS        TO VA-ADSS
           MOVE M-CP          TO VA-CP
           MOVE M-VILLE       TO VA-VILLE
           MOVE M-TV          TO VA-TV
           MOVE M-PB          TO VA-PB
           MOVE M-BON-MAL     TO VA-BON-MAL
           MOVE M-TAUX        TO VA-TAUX
           MOVE M-CDE-MVT     TO VA-CDE-MVT
           MOVE M-DT-EFFET    TO VA-DT-EFFET
           MOVE M-DT-EXPIR    TO VA-DT-EXPIR
           MOVE M-FREQ-PAIE   TO VA-FREQ-PAIE
           MOVE M-MODE-PAIE   TO VA-MODE-PAIE
           MOVE M-CDE-PROD    TO VA-CDE-PROD
           MOVE WS-PB-AV      TO VA-PB-AV
           MOVE 0             TO VA-NUM-VEHIC VA-DT-SIN VA-DT-REG
                                 VA-MNT-REG
           PERFORM ECRIT-VALIDATION
           ADD 1 TO CPT-VAL-MVT
           DISPLAY M-MAT ' MOUVEMENT ' M-CDE-MVT ' EN ATTENTE DE '
               'VALIDATION, DEMANDE ' VA-NUM-DEM
           .
       DEPOSE-VALID-REG.
           MOVE 'R'           TO VA-TYPE-DEM
           MOVE 'R'           TO VA-MOTIF
           MOVE SR-MAT        TO VA-MAT
           MOVE SPACES        TO VA-NOM-PRN VA-ADSS VA-VILLE VA-TV
                                 VA-BON-MAL VA-TAUX VA-CDE-MVT
                                 VA-FREQ-PAIE VA-MODE-PAIE VA-CDE-PROD
           MOVE 0             TO VA-CP VA-PB VA-DT-EFFET VA-DT-EXPIR
                                 VA-PB-AV
           MOVE SR-NUM-VEHIC  TO VA-NUM-VEHIC
           MOVE SR-DT-SIN     TO VA-DT-SIN
           MOVE SR-DT-REG     TO VA-DT-REG
           MOVE SR-MNT-REG    TO VA-MNT-REG
           PERFORM ECRIT-VALIDATION
           ADD 1 TO CPT-VAL-REG
           DISPLAY SR-MAT ' REGLEMENT DU ' SR-DT-REG ' EN ATTENTE DE '
               'VALIDATION, DEMANDE ' VA-NUM-DEM
           .
       ECRIT-VALIDATION.
      * LA DEMANDE EST NUMEROTEE A LA SUITE DES PRECEDENTES ; LE
      * DEMANDEUR D'UN CHARGEMENT DE FICHIER EST LE PROGRAMME LUI-MEME
           EXEC SQL
             SELECT COALESCE(MAX(NUM_DEM), 0) INTO :WS-NUM-DEM
               FROM TVALATT
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-NUM-DEM
           MOVE WS-NUM-DEM    TO VA-NUM-DEM
           MOVE 'F'           TO VA-ORIGINE
           MOVE 'FEEDT'       TO VA-USER-DEM
           MOVE RUN-DT-EXPL   TO VA-DT-DEM
           MOVE TIM           TO VA-HR-DEM
           MOVE 'A'           TO VA-STATUT
           MOVE SPACES        TO VA-USER-DECIS
           MOVE 0             TO VA-DT-DECIS
           MOVE 'N'           TO VA-EXPORT
           EXEC SQL
             INSERT INTO TVALATT
             VALUES (:VA-NUM-DEM, :VA-TYPE-DEM, :VA-ORIGINE,
               :VA-MOTIF, :VA-MAT, :VA-NOM-PRN, :VA-ADSS, :VA-CP,
               :VA-VILLE, :VA-TV, :VA-PB, :VA-BON-MAL, :VA-TAUX,
               :VA-CDE-MVT, :VA-DT-EFFET, :VA-DT-EXPIR,
               :VA-FREQ-PAIE, :VA-MODE-PAIE, :VA-CDE-PROD,
               :VA-PB-AV, :VA-NUM-VEHIC, :VA-DT-SIN, :VA-DT-REG,
               :VA-MNT-REG, :VA-USER-DEM, :VA-DT-DEM, :VA-HR-DEM,
               :VA-STATUT, :VA-USER-DECIS, :VA-DT-DECIS,
               :VA-EXPORT)
           END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM CHECK-COMMIT
           .
       FEEDVEHIC.
           READ VEHIC
             MOVE VEH-TYPE-VEHIC TO  V-TYPE-VEHIC
             MOVE VEH-TAUX-VEHIC TO  V-TAUX-VEHIC
             MOVE VEH-PRM-VEHIC  TO  V-PRM-VEHIC
             MOVE VEH-IMMAT      TO  V-IMMAT
             PERFORM CTRL-IMMAT-VEHIC
             IF VM-IMMAT-VALIDE
               PERFORM INSERT-VEHIC
             ELSE
               MOVE 'VEHIC' TO REJ-TYPE
               MOVE EVEHIC  TO REJ-ENREG
               WRITE EREJET
               ADD 1 TO CPT-REJ-VEH
             END-IF
             READ VEHIC
           END-PERFORM
           .
       CTRL-IMMAT-VEHIC.
      * FORMAT SIV PAR LE SOUS-PROGRAMME PARTAGE SPVALIM, PUIS
      * UNICITE DE LA PLAQUE SUR LES POLICES ACTIVES
           MOVE V-IMMAT TO VM-IMMAT
           CALL SOUSPROG3 USING ZONE-VALIM
           IF VM-IMMAT-INVALIDE
             DISPLAY VEH-MATRICUL ' IMMATRICULATION INVALIDE '
                 VEH-IMMAT
           ELSE
             EXEC SQL
               SELECT COUNT(*) INTO :WS-IMMAT-COUNT
                 FROM TVEHICULES V, TASSURES A
                WHERE V.IMMAT = :V-IMMAT
                  AND A.MAT = V.MAT AND A.ACTIF = 'O'
             END-EXEC
             PERFORM TEST-SQLCODE
             IF WS-IMMAT-COUNT > 0
               SET VM-IMMAT-INVALIDE TO TRUE
               DISPLAY VEH-MATRICUL ' IMMATRICULATION DEJA ASSUREE '
                   VEH-IMMAT
             END-IF
           END-IF
           .
       INSERT-VEHIC.
      * UN VEHICULE CHARGE DEVIENT ASSURE : SON ENTREE EST INSCRITE
      * AU JOURNAL DE DECLARATION TFVAJRN POUR MAJASFVA
           EXEC SQL
             INSERT INTO TVEHICULES
             VALUES (:V-MAT, :V-NUM-VEHIC, :V-TYPE-VEHIC,
               :V-TAUX-VEHIC, :V-PRM-VEHIC, :V-IMMAT)
           END-EXEC
           IF SQLCODE = -803
               DISPLAY VEH-MATRICUL ' VEHICULE EXISTE DEJA'
               MOVE 'VEHIC' TO REJ-TYPE
               MOVE EVEHIC  TO REJ-ENREG
               WRITE EREJET
               ADD 1 TO CPT-REJ-VEH
           ELSE
             PERFORM TEST-SQLCODE
             MOVE V-MAT       TO FJ-MAT
             MOVE V-NUM-VEHIC TO FJ-NUM-VEHIC
             MOVE V-IMMAT     TO FJ-IMMAT
             MOVE 'E'         TO FJ-SENS
             MOVE RUN-DT-EXPL TO FJ-DT-EXPL
             EXEC SQL
               INSERT INTO TFVAJRN
               VALUES (:FJ-MAT, :FJ-NUM-VEHIC, :FJ-IMMAT, :FJ-SENS,
                 :FJ-DT-EXPL)
             END-EXEC
             PERFORM TEST-SQLCODE
             PERFORM CHECK-COMMIT
           END-IF
           .
       FEEDVEHMVT.
      * CHARGEMENT DES MOUVEMENTS VEHICULES DANS LA TABLE D'ATTENTE
      * TMVTVEH ; ILS SERONT VALIDES ET APPLIQUES SUR TVEHICULES PAR
             MOVE VMV-TYPE-VEHIC TO  MV-TYPE-VEHIC
             MOVE VMV-TAUX-VEHIC TO  MV-TAUX-VEHIC
             MOVE VMV-PRM-VEHIC  TO  MV-PRM-VEHIC
             MOVE VMV-IMMAT      TO  MV-IMMAT
             EXEC SQL
               INSERT INTO TMVTVEH
               VALUES (:MV-MAT, :MV-NUM-VEHIC, :MV-ACTION,
                 :MV-TYPE-VEHIC, :MV-TAUX-VEHIC, :MV-PRM-VEHIC,
                 :MV-IMMAT)
             END-EXEC
             IF SQLCODE = -803
                 DISPLAY VMV-MATRICUL ' MOUVEMENT VEHICULE EXISTE DEJA'
             READ VEHMVT
           END-PERFORM
           .
       FEEDCONDMVT.
      * CHARGEMENT DES MOUVEMENTS CONDUCTEURS DANS LA TABLE D'ATTENTE
      * TMVTCOND ; ILS SERONT VALIDES ET APPLIQUES SUR TCONDUCT PAR
      * LE PROGRAMME MAJASCND
           READ CONDMVT
           PERFORM UNTIL WS-CONDMVT = '10'
             MOVE CDM-MATRICUL   TO  MC-MAT
             MOVE CDM-NUM-COND   TO  MC-NUM-COND
             MOVE CDM-ACTION     TO  MC-ACTION
             MOVE CDM-NOM-PRN    TO  MC-NOM-PRN
             MOVE CDM-DT-NAISS   TO  MC-DT-NAISS
             MOVE CDM-DT-PERMIS  TO  MC-DT-PERMIS
             MOVE CDM-NUM-VEHIC  TO  MC-NUM-VEHIC
             MOVE CDM-PRINCIPAL  TO  MC-PRINCIPAL
             EXEC SQL
               INSERT INTO TMVTCOND
               VALUES (:MC-MAT, :MC-NUM-COND, :MC-ACTION,
                 :MC-NOM-PRN, :MC-DT-NAISS, :MC-DT-PERMIS,
                 :MC-NUM-VEHIC, :MC-PRINCIPAL)
             END-EXEC
             IF SQLCODE = -803
                 DISPLAY CDM-MATRICUL ' MOUVEMENT CONDUCTEUR EXISTE '
                     'DEJA'
                 MOVE 'CMVT ' TO REJ-TYPE
                 MOVE ECONDMVT TO REJ-ENREG
                 WRITE EREJET
                 ADD 1 TO CPT-REJ-CDM
             ELSE
               PERFORM TEST-SQLCODE
               PERFORM CHECK-COMMIT
             END-IF
             READ CONDMVT
           END-PERFORM
           .
       FEEDSIN.
      * CHARGEMENT DES DECLARATIONS DE SINISTRES DANS LA TABLE
      * D'ATTENTE TSINMVT ; ELLES SERONT VALIDEES ET APPLIQUEES SUR
             MOVE REG-DT-SIN    TO  SR-DT-SIN
             MOVE REG-DT-REG    TO  SR-DT-REG
             MOVE REG-MNT-REG   TO  SR-MNT-REG
      * UN REGLEMENT SUPERIEUR AU SEUIL 'QR' N'ATTEINT PAS TSINREG :
      * MAJASREG NE LE PAIERA QU'APRES VALIDATION PAR UN SECOND
      * OPERATEUR (MAJASVAL)
             IF SR-MNT-REG > WS-MNT-SEUIL
               PERFORM DEPOSE-VALID-REG
             ELSE
               EXEC SQL
                 INSERT INTO TSINREG
                 VALUES (:SR-MAT, :SR-NUM-VEHIC, :SR-DT-SIN,
                   :SR-DT-REG, :SR-MNT-REG)
               END-EXEC
               IF SQLCODE = -803
                   DISPLAY REG-MATRICUL ' REGLEMENT SINISTRE EXISTE '
                       'DEJA'
                   MOVE 'REG  ' TO REJ-TYPE
                   MOVE EREG    TO REJ-ENREG
                   WRITE EREJET
                   ADD 1 TO CPT-REJ-REG
               ELSE
                 PERFORM TEST-SQLCODE
                 PERFORM CHECK-COMMIT
               END-IF
             END-IF
             READ REG
           END-PERFORM
           .
       FEEDRSV.
      * CHARGEMENT DES REVISIONS DE RESERVE DANS LA TABLE D'ATTENTE
      * TSINRSV ; ELLES SERONT VALIDEES ET APPLIQUEES SUR TSINISTRES
      * PAR LE PROGRAMME MAJASRSV
           READ RSV
           PERFORM UNTIL WS-RSV = '10' OR RSV-IS-TRAILER
             MOVE RSV-MATRICUL  TO  SV-MAT
             MOVE RSV-NUM-VEHIC TO  SV-NUM-VEHIC
             MOVE RSV-DT-SIN    TO  SV-DT-SIN
             MOVE RSV-DT-REV    TO  SV-DT-REV
             MOVE RSV-MNT-RES   TO  SV-MNT-RES
             EXEC SQL
               INSERT INTO TSINRSV
               VALUES (:SV-MAT, :SV-NUM-VEHIC, :SV-DT-SIN,
                 :SV-DT-REV, :SV-MNT-RES)
             END-EXEC
             IF SQLCODE = -803
                 DISPLAY RSV-MATRICUL ' REVISION RESERVE EXISTE '
                     'DEJA'
                 MOVE 'RSV  ' TO REJ-TYPE
                 MOVE ERSV    TO REJ-ENREG
                 WRITE EREJET
                 ADD 1 TO CPT-REJ-RSV
             ELSE
               PERFORM TEST-SQLCODE
               PERFORM CHECK-COMMIT
             END-IF
             READ RSV
           END-PERFORM
           .
       FEEDPROD.
             STOP RUN
           END-IF
           .
       SCAN-TRL-RSV.
      * PRE-LECTURE COMPLETE DU FICHIER RSV POUR VERIFIER LE TOTAL
      * DE CONTROLE DU TRAILER AVANT LE MOINDRE INSERT/COMMIT DB2
           MOVE 0 TO CPT-RSV-LU
           READ RSV
           PERFORM UNTIL WS-RSV = '10' OR RSV-IS-TRAILER
             ADD 1 TO CPT-RSV-LU
             READ RSV
           END-PERFORM
           IF NOT RSV-IS-TRAILER
             DISPLAY 'ERREUR : TRAILER RSV ABSENT OU FICHIER TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE TRL-RSV-NB-ENR TO WS-TRL-RSV-NB
           IF WS-TRL-RSV-NB NOT = CPT-RSV-LU
             DISPLAY 'ERREUR : TOTAL CONTROLE RSV ATTENDU '
                 WS-TRL-RSV-NB ' LU ' CPT-RSV-LU
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       SCAN-TRL-MVT.
      * PRE-LECTURE COMPLETE DU FICHIER MVT POUR VERIFIER LE TOTAL
      * DE CONTROLE DU TRAILER AVANT LE MOINDRE INSERT/COMMIT DB2
           .
       ENREG-LOT.
      * LE LOT EST INSCRIT AU REGISTRE AVEC LA DATE DE TRAITEMENT ;
      * L'INSCRIPTION PART AVEC LE COMMIT FINAL DU CHARGEMENT. LA
      * DATE DE TRAITEMENT EST LA DATE D'EXPLOITATION (TDATEXPL)
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           MOVE WS-ID-LOT TO LT-ID-LOT
           MOVE WS-DT-JOUR TO LT-DT-TRT
           EXEC SQL
             STOP RUN
           END-IF
           .
       TEST-STAT-CONDMVT.
           IF WS-CONDMVT NOT = '00'
             DISPLAY 'ERREUR FICHIER CONDMVT ' WS-CONDMVT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-SIN.
           IF WS-SIN NOT = '00'
             DISPLAY 'ERREUR FICHIER SIN ' WS-SIN
             STOP RUN
           END-IF
           .
       TEST-STAT-RSV.
           IF WS-RSV NOT = '00'
             DISPLAY 'ERREUR FICHIER RSV ' WS-RSV
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-PRODUCT.
           IF WS-PRODUCT NOT = '00'
             DISPLAY 'ERREUR FICHIER PRODUCT ' WS-PRODUCT
