       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'SMESSERR'.
       77  SOUSPROG4      PIC X(8) VALUE 'SPVALDT'.
       77  SOUSPROG5      PIC X(8) VALUE 'MAJASAUT'.
       77  SOUSPROG6      PIC X(8) VALUE 'SPTARIF'.
       01  ZONE-AUT.
           05 AUT-FONCTION   PIC X.
           05 AUT-USERID     PIC X(8).
           05 AUT-DROIT      PIC X.
           05 AUT-PROGRAMME  PIC X(8).
           05 AUT-ACTION     PIC X.
           05 AUT-CLE        PIC X(20).
           05 AUT-RESULT     PIC X.
             88 AUT-ACCORDE     VALUE 'O'.
             88 AUT-REFUSE      VALUE 'N'.
           05 AUT-MOTIF      PIC X(2).
       01  ZONE-VALDT.
           05 VD-DT-EFFET    PIC 9(8).
           05 VD-DT-EXPIR    PIC 9(8).
             88 VD-EFFET-INVALIDE VALUE 'E'.
             88 VD-EXPIR-INVALIDE VALUE 'X'.
             88 VD-ORDRE-INVALIDE VALUE 'I'.
       01  ZONE-TARIF.
           05 TF-TV          PIC X.
           05 TF-CP          PIC 9(5).
           05 TF-TAUX        PIC X(2).
           05 TF-DT-EFFET    PIC 9(8).
           05 TF-PRM-TARIF   PIC 9(4)V99.
           05 TF-ZONE        PIC X(2).
           05 TF-RESULT      PIC X.
             88 TF-TARIF-TROUVE   VALUE 'O'.
             88 TF-SANS-TARIF     VALUE 'N'.
       77  DISP-PRM       PIC 9(4)V,99.
       77  DISP-PRM-TRF   PIC 9(4)V,99.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       77  WS-CP-DEPT     PIC X(2).
       77  WS-SUSP-COUNT  PIC S9(4) COMP.
       77  WS-DT-JOUR     PIC 9(8) VALUE 0.
       77  WS-DT-JOUR-ED  PIC X(10).
       77  WS-ADSS-AV     PIC X(18).
       77  WS-CP-AV       PIC 9(5).
       77  WS-VILLE-AV    PIC X(12).
       77  WS-CP-COUNT    PIC S9(4) COMP.
       77  WS-TAUX-COUNT  PIC S9(4) COMP.
       77  IND-CP-OK      PIC X VALUE 'N'.
       77  IND-TAUX-OK    PIC X VALUE 'N'.
         88 TAUX-VALIDE     VALUE 'O'.
         88 TAUX-INVALIDE   VALUE 'N'.
      * SEUILS DU CONTROLE A QUATRE YEUX (TCPTAUX TYPE 'Q') : 'P'
      * ECART DE PRIME EN %, 'S' SUPPRESSION D'UNE POLICE AYANT DES
      * SINISTRES (0000 = NON CONTROLEE)
       77  SEUIL-PRIME    PIC 9(4) VALUE 30.
       77  SEUIL-SUPP     PIC 9(4) VALUE 1.
       01  WS-SEUIL-BRUT  PIC X(4).
       01  WS-SEUIL-BRUT-N REDEFINES WS-SEUIL-BRUT PIC 9(4).
       77  WS-PB-AV       PIC 9(4)V99.
       77  WS-ECART-PCT   PIC 9(8)V99.
       77  WS-SIN-COUNT   PIC S9(4) COMP.
       77  WS-NUM-DEM     PIC 9(8).
       77  IND-VALID      PIC X VALUE 'N'.
         88 A-VALIDER       VALUE 'O'.
         88 SANS-VALIDATION VALUE 'N'.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TSUSP
           END-EXEC.
           EXEC SQL
              INCLUDE TDTX
           END-EXEC.
           EXEC SQL
              INCLUDE TVALA
           END-EXEC.
           EXEC SQL
              INCLUDE TNPA
           END-EXEC.
           EXEC SQL DECLARE CURSQ CURSOR FOR
               SELECT REF_TYPE, REF_VALUE
                 FROM TCPTAUX
                WHERE REF_TYPE = 'Q'
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
           05 MVT-FREQ-PAIE  PIC X.
           05 MVT-MODE-PAIE  PIC X.
           05 MVT-CDE-PROD   PIC X(3).
           05 MVT-USERID     PIC X(8).
      * EN RETOUR D'UNE CREATION : PRIME DE LA GRILLE TARIFAIRE ET
      * INDICATEUR ('O' CONFORME, 'E' PRIME SAISIE DIFFERENTE, 'N'
      * RISQUE ABSENT DE LA GRILLE, ESPACE HORS CREATION)
           05 MVT-PRM-TARIF  PIC 9(4)V99.
           05 MVT-IND-TARIF  PIC X.
       PROCEDURE DIVISION USING MVT.
           OPEN OUTPUT MESSG
           OPEN OUTPUT ANO
           CALL SOUSPROG2 USING TIM
           PERFORM CALC-DT-JOUR
           PERFORM TEST-SQLCODE
      * CONTROLE DU PROFIL DE L'OPERATEUR AVANT TOUT TRAITEMENT :
      * UN REFUS REND LE STATUT 'AUT' SANS TOUCHER AUX TABLES ; UNE
      * MISE A JOUR REUSSIE (APPLIQUEE OU DIFFEREE) EST JOURNALISEE.
      * UN MOUVEMENT AU-DELA D'UN SEUIL DU CONTROLE A QUATRE YEUX
      * N'EST PAS APPLIQUE : IL EST DEPOSE DANS TVALATT (STATUT
      * 'VAL') ET ATTEND LA VALIDATION D'UN AUTRE OPERATEUR
           MOVE SPACES TO MVT-STATUT
           MOVE 0 TO MVT-PRM-TARIF
           MOVE SPACE TO MVT-IND-TARIF
           PERFORM CONTROLE-AUTORISATION
           IF AUT-REFUSE
             MOVE 'AUT' TO MVT-STATUT
             MOVE ALL ' ' TO EANO
             STRING MVT-MATRICUL ' ERREUR : OPERATEUR ' MVT-USERID
                 ' NON AUTORISE (' AUT-MOTIF ')'
                 DELIMITED BY SIZE INTO EANO
             WRITE EANO
           ELSE
             PERFORM CTRL-QUATRE-YEUX
             IF A-VALIDER
               PERFORM DEPOSE-VALIDATION
             ELSE
               PERFORM TRAITE-MOUVEMENT
             END-IF
             IF MVT-STATUT = 'OK ' OR MVT-STATUT = 'DIF'
                OR MVT-STATUT = 'VAL'
               MOVE 'J' TO AUT-FONCTION
               CALL SOUSPROG5 USING ZONE-AUT
             END-IF
           END-IF
           CLOSE MESSG
           CLOSE ANO
           PERFORM TEST-STAT-MESS
           GOBACK
           .

       CONTROLE-AUTORISATION.
      * LES MOUVEMENTS DE POLICE EXIGENT LE DROIT DE MAINTENANCE
           MOVE 'C'          TO AUT-FONCTION
           MOVE MVT-USERID   TO AUT-USERID
           MOVE 'P'          TO AUT-DROIT
           MOVE 'MAJASFDB'   TO AUT-PROGRAMME
           MOVE CDE-MVT      TO AUT-ACTION
           MOVE MVT-MATRICUL TO AUT-CLE
           CALL SOUSPROG5 USING ZONE-AUT
           .
       CTRL-QUATRE-YEUX.
      * MEME REGLE QUE LE CHARGEMENT FEEDT : UNE MODIFICATION QUI
      * FAIT VARIER LA PRIME EN BASE DE PLUS DE SEUIL-PRIME %, OU LA
      * SUPPRESSION D'UNE POLICE QUI A DES SINISTRES (OUVERTS OU
      * CLOS). UNE POLICE INCONNUE OU A PRIME NULLE N'EST PAS
      * CONTROLEE, LE MOUVEMENT SUIT SON CIRCUIT HABITUEL
           SET SANS-VALIDATION TO TRUE
           MOVE 0 TO WS-PB-AV
           IF CDE-MVT = 'M' OR CDE-MVT = 'S'
             PERFORM CHARGE-SEUILS
             PERFORM MVTODCLGEN
             MOVE CDE-MVT TO M-CDE-MVT
             PERFORM NETTOIE-ZONES-NUM
           END-IF
           EVALUATE CDE-MVT
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
           .
       DEPOSE-VALIDATION.
      * LE DEMANDEUR EST L'OPERATEUR DE LA TRANSACTION ; LA DEMANDE
      * SERA VERSEE DANS TMVTATT PAR MAJASVAL APRES VALIDATION ET
      * APPLIQUEE PAR LE PROCHAIN RUN MAJASDB
           EXEC SQL
             SELECT COALESCE(MAX(NUM_DEM), 0) INTO :WS-NUM-DEM
               FROM TVALATT
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-NUM-DEM
           MOVE WS-NUM-DEM    TO VA-NUM-DEM
           MOVE 'M'           TO VA-TYPE-DEM
           MOVE 'L'           TO VA-ORIGINE
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
           MOVE MVT-USERID    TO VA-USER-DEM
           MOVE WS-DT-JOUR    TO VA-DT-DEM
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
           MOVE 'VAL' TO MVT-STATUT
           MOVE ALL ' ' TO EMESSG
           STRING M-MAT ' MOUVEMENT ' M-CDE-MVT ' EN ATTENTE DE '
               'VALIDATION : DEMANDE ' VA-NUM-DEM
               DELIMITED BY SIZE INTO EMESSG
           WRITE EMESSG
           .
       TRAITE-MOUVEMENT.
           PERFORM CHECK-BATCH-EN-COURS
           IF B-BATCH-EN-COURS
      * PENDANT LA FENETRE BATCH, LE CONTROLE CALENDAIRE NE PORTE QUE
           ELSE
             PERFORM CHECK-MOV
           END-IF
           .

       CALC-DT-JOUR.
      * DATE D'EXPLOITATION (TDATEXPL) AU FORMAT AAAAMMJJ POUR
      * L'HISTORIQUE DES PERIODES DE SUSPENSION, ET EN JJ/MM/AAAA
      * POUR LA TRACE THISTMVT : LE TRANSACTIONNEL TRAVAILLE SUR LA
      * MEME DATE METIER QUE LA CHAINE. SI LA TABLE N'EST PAS ENCORE
      * INITIALISEE, L'HORLOGE SERT DE DATE
           EXEC SQL
             SELECT DT_EXPL
               INTO :DX-DT-EXPL
               FROM TDATEXPL
           END-EXEC
           IF SQLCODE = 100
             MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
             MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
             MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
             MOVE 0 TO SQLCODE
           ELSE
             PERFORM TEST-SQLCODE
             MOVE DX-DT-EXPL TO WS-DT-JOUR
           END-IF
           MOVE SPACES TO WS-DT-JOUR-ED
           STRING WS-DT-JOUR(7:2) '/' WS-DT-JOUR(5:2) '/'
               WS-DT-JOUR(1:4) DELIMITED BY SIZE INTO WS-DT-JOUR-ED
           .
       CHECK-BATCH-EN-COURS.
      * PENDANT LA FENETRE BATCH (INDICATEUR POSE PAR MAJASDB), LES
       MODIF-APPLY.
           MOVE 0 TO H-PRMBS-AV
           MOVE SPACES TO H-TAUX-AV
           MOVE M-ADSS  TO WS-ADSS-AV
           MOVE M-CP    TO WS-CP-AV
           MOVE M-VILLE TO WS-VILLE-AV
           EXEC SQL
               SELECT PB, TAUX, ADSS, CP, VILLE
                 INTO :H-PRMBS-AV, :H-TAUX-AV, :WS-ADSS-AV,
                      :WS-CP-AV, :WS-VILLE-AV
                 FROM TASSURES WHERE MAT = :M-MAT
           END-EXEC
           EXEC SQL
             MOVE M-TAUX    TO H-TAUX-AP
             MOVE 'OK '     TO H-RESULT
             PERFORM WRITE-HIST
             IF M-ADSS NOT = WS-ADSS-AV OR M-CP NOT = WS-CP-AV
                OR M-VILLE NOT = WS-VILLE-AV
               PERFORM LEVE-NPAI
             END-IF
           END-IF
           .
       LEVE-NPAI.
      * UNE NOUVELLE ADRESSE LEVE LE BLOCAGE NPAI : LES COURRIERS
      * REPARTENT AU PROCHAIN PASSAGE DES PROGRAMMES D'EDITION
           MOVE M-MAT      TO NP-MAT
           MOVE WS-DT-JOUR TO NP-DT-LEVEE
           EXEC SQL
               UPDATE TNPAI
                  SET STATUT = 'L', DT_LEVEE = :NP-DT-LEVEE
                WHERE MAT = :NP-MAT
                  AND STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       SUPP.
               MOVE M-TAUX    TO H-TAUX-AP
               MOVE 'OK '     TO H-RESULT
               PERFORM WRITE-HIST
               PERFORM CTRL-TARIF
             END-IF
           .
       CTRL-TARIF.
      * LA PRIME DE BASE SAISIE EST CONFRONTEE A CELLE DE LA GRILLE
      * TARIFAIRE POUR LE TYPE DE VEHICULE, LE DEPARTEMENT ET LE
      * CODE TAUX A LA DATE D'EFFET. UN ECART NE BLOQUE PAS LA
      * CREATION : IL EST SIGNALE EN ANO ET RENDU A L'APPELANT
           MOVE M-TV       TO TF-TV
           MOVE M-CP       TO TF-CP
           MOVE M-TAUX     TO TF-TAUX
           MOVE M-DT-EFFET TO TF-DT-EFFET
           CALL SOUSPROG6 USING ZONE-TARIF
           MOVE TF-PRM-TARIF TO MVT-PRM-TARIF
           MOVE ALL ' ' TO EANO
           IF TF-SANS-TARIF
             MOVE 'N' TO MVT-IND-TARIF
             STRING M-MAT ' ATTENTION : RISQUE ABSENT DE LA '
                 'GRILLE TARIFAIRE (' M-TV ' ' WS-CP-DEPT ' '
                 M-TAUX ')'
                 DELIMITED BY SIZE INTO EANO
             WRITE EANO
           ELSE
             IF M-PB NOT = TF-PRM-TARIF
               MOVE 'E' TO MVT-IND-TARIF
               MOVE M-PB         TO DISP-PRM
               MOVE TF-PRM-TARIF TO DISP-PRM-TRF
               STRING M-MAT ' ATTENTION : PRIME SAISIE '
                   DISP-PRM ' DIFFERENTE DU TARIF ' DISP-PRM-TRF
                   ' (ZONE ' TF-ZONE ')'
                   DELIMITED BY SIZE INTO EANO
               WRITE EANO
             ELSE
               MOVE 'O' TO MVT-IND-TARIF
             END-IF
           END-IF
           MOVE ALL ' ' TO EANO
           .
       MVTODCLGEN.
           MOVE MVT-MATRICUL  TO M-MAT
      * H-RESULT PORTE DEJA LE CODE RETOUR (OK OU NB-MESS) : ON LE
      * RECOPIE DANS LA ZONE DE LIAISON POUR L'APPELANT ONLINE
           MOVE H-RESULT  TO MVT-STATUT
           MOVE WS-DT-JOUR-ED TO H-DATE
           MOVE TIM       TO H-HEURE
      * UN MOUVEMENT APPLIQUE EN DIRECT N'A PAS DE VALIDEUR : SEUL LE
      * DEMANDEUR (OPERATEUR DE LA TRANSACTION) EST TRACE
           MOVE MVT-USERID TO H-USER-DEM
           MOVE SPACES    TO H-USER-VAL
           EXEC SQL
               INSERT INTO THISTMVT
               VALUES (:H-MAT, :H-CDE-MVT, :H-PRMBS-AV, :H-PRMBS-AP,
                 :H-TAUX-AV, :H-TAUX-AP, :H-RESULT, :H-DATE, :H-HEURE,
                 :H-USER-DEM, :H-USER-VAL)
           END-EXEC
           PERFORM TEST-SQLCODE
           .
