       77  SOUSPROG3      PIC X(8) VALUE 'SMESSERR'.
       77  SOUSPROG4      PIC X(8) VALUE 'MAJASRUN'.
       77  SOUSPROG5      PIC X(8) VALUE 'SPVALDT'.
       77  SOUSPROG6      PIC X(8) VALUE 'SPTARIF'.
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
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASDB '.
           05 RUN-PHASE      PIC X.
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
         88 MVT-SANS-CONFLIT    VALUE 'N'.
       77  CPT-SBS            PIC 9(6) VALUE 0.
       77  CPT-SBP            PIC 9(6) VALUE 0.
      * CREATIONS DONT LA PRIME DE BASE SAISIE DIFFERE DE LA PRIME
      * DE LA GRILLE TARIFAIRE (SPTARIF), OU NON COUVERTES PAR LA
      * GRILLE : LA CREATION EST APPLIQUEE ET SIGNALEE EN ANO
       77  CPT-HTRF           PIC 9(6) VALUE 0.
       77  CPT-STRF           PIC 9(6) VALUE 0.
       77  CPT-NPAI-LEVE      PIC 9(6) VALUE 0.
       77  WS-ADSS-AV         PIC X(18).
       77  WS-CP-AV           PIC 9(5).
       77  WS-VILLE-AV        PIC X(12).
       77  DISP-PRM-TRF       PIC 9(4)V,99.
       77  TOT-PAYE           PIC S9(9)V99 COMP-3.
       77  WS-CP-COUNT        PIC S9(4) COMP.
       77  WS-TAUX-COUNT      PIC S9(4) COMP.
       77  NB-MAT             PIC S9(8) COMP VALUE 0.
       77  NB-ANO-REF         PIC S9(8) COMP VALUE 0.
       77  WS-DT-JOUR         PIC 9(8) VALUE 0.
       77  WS-DT-JOUR-ISO     PIC X(10).
       77  CPT-FUT            PIC S9(8) COMP VALUE 0.
       77  CPT-DA             PIC S9(8) COMP VALUE 0.
       77  CPT-LIBR           PIC S9(8) COMP VALUE 0.
           EXEC SQL
              INCLUDE TSUSP
           END-EXEC.
           EXEC SQL
              INCLUDE TVALA
           END-EXEC.
           EXEC SQL
              INCLUDE TNPA
           END-EXEC.
           EXEC SQL DECLARE CURSA CURSOR FOR
               SELECT *
                 FROM TASSURES 
               RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG4 USING ZONE-RUNLOG
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : COMPTEURS ET CONTROLE DE
           PERFORM TEST-SQLCODE
           .
       CALC-DT-JOUR.
      * DATE D'EXPLOITATION (TDATEXPL, RENDUE PAR MAJASRUN) AU
      * FORMAT AAAAMMJJ POUR COMPARAISON AVEC LES DATES D'EFFET DES
      * MOUVEMENTS, ET AU FORMAT ISO POUR LA DATE D'ARCHIVAGE
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           MOVE WS-DT-JOUR(1:4) TO WS-DT-JOUR-ISO(1:4)
           MOVE '-'             TO WS-DT-JOUR-ISO(5:1)
           MOVE WS-DT-JOUR(5:2) TO WS-DT-JOUR-ISO(6:2)
           MOVE '-'             TO WS-DT-JOUR-ISO(8:1)
           MOVE WS-DT-JOUR(7:2) TO WS-DT-JOUR-ISO(9:2)
           .
       LIBERE-ATTENTE.
      * LIBERATION QUOTIDIENNE DU STOCK EN ATTENTE : LES MOUVEMENTS
               SELECT MAT, NOM_PRN, ADSS, CP, VILLE, TV, PB, BON_MAL,
                      TAUX, CDE_MVT, DT_EFFET, DT_EXPIR, FREQ_PAIE,
                      MODE_PAIE, CDE_PROD,
                      :WS-DT-JOUR-ISO, CURRENT TIME
                 FROM TMVTPROJ
                WHERE DT_EFFET <= :WS-DT-JOUR
           END-EXEC
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
             ADD 1 TO CPT-NPAI-LEVE
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
      * CREATION : IL EST SIGNALE EN ANO AVEC LES DEUX PRIMES
           MOVE M-TV       TO TF-TV
           MOVE M-CP       TO TF-CP
           MOVE M-TAUX     TO TF-TAUX
           MOVE M-DT-EFFET TO TF-DT-EFFET
           CALL SOUSPROG6 USING ZONE-TARIF
           MOVE ALL ' ' TO EANO
           IF TF-SANS-TARIF
             ADD 1 TO CPT-STRF
             STRING M-MAT ' ATTENTION : RISQUE ABSENT DE LA '
                 'GRILLE TARIFAIRE (' M-TV ' ' WS-CP-DEPT ' '
                 M-TAUX ')'
                 DELIMITED BY SIZE INTO EANO
             WRITE EANO
           ELSE
             IF M-PB NOT = TF-PRM-TARIF
               ADD 1 TO CPT-HTRF
               MOVE M-PB         TO DISP-PRM
               MOVE TF-PRM-TARIF TO DISP-PRM-TRF
               STRING M-MAT ' ATTENTION : PRIME SAISIE '
                   DISP-PRM ' DIFFERENTE DU TARIF ' DISP-PRM-TRF
                   ' (ZONE ' TF-ZONE ')'
                   DELIMITED BY SIZE INTO EANO
               WRITE EANO
             END-IF
           END-IF
           MOVE ALL ' ' TO EANO
           .

       CREA-TABL-STAT.
           MOVE NB-LIGNE-DEB TO DIS-RESP.
           STRING '033 - NOMBRE DE MOUVEMENTS RESTANT EN ATTENTE  : '
             DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
      * LES CREATIONS HORS TARIF SONT APPLIQUEES : CE SONT DES "DONT"
      * DE LA LIGNE 008, PAS DES ANOMALIES
           MOVE CPT-HTRF TO DIS-RESP.
           STRING '336 - DONT CREATIONS A PRIME HORS TARIF       : '
             DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-STRF TO DIS-RESP.
           STRING '337 - DONT CREATIONS ABSENTES DE LA GRILLE    : '
             DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-NPAI-LEVE TO DIS-RESP.
           STRING '345 - DONT BLOCAGES NPAI LEVES PAR MODIF.     : '
             DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE SPACES TO ESTAT.
           PERFORM WRITE-STAT
           MOVE 0 TO DIS-RESP9
           .
       WRITE-HIST.
      * TRACE PERMANENTE DE CHAQUE MOUVEMENT APPLIQUE (AVANT/APRES)
           MOVE RUN-DT-EXPL-ED TO H-DATE
           MOVE TIM       TO H-HEURE
           PERFORM CHERCHE-VALIDATION
           EXEC SQL
               INSERT INTO THISTMVT
               VALUES (:H-MAT, :H-CDE-MVT, :H-PRMBS-AV, :H-PRMBS-AP,
                 :H-TAUX-AV, :H-TAUX-AP, :H-RESULT, :H-DATE, :H-HEURE,
                 :H-USER-DEM, :H-USER-VAL)
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       CHERCHE-VALIDATION.
      * UN MOUVEMENT VALIDE PAR MAJASVAL (CONTROLE A QUATRE YEUX)
      * ARRIVE PAR LE STOCK TMVTATT : LA PLUS ANCIENNE DEMANDE VALIDEE
      * DE MEME CONTENU DONNE LE DEMANDEUR ET LE VALIDEUR A TRACER,
      * PUIS ELLE EST MARQUEE TRAITEE ('X') POUR NE SERVIR QU'UNE
      * FOIS. UN MOUVEMENT DU LOT ORDINAIRE N'A NI L'UN NI L'AUTRE
           MOVE SPACES TO H-USER-DEM H-USER-VAL
           EXEC SQL
             SELECT NUM_DEM, USER_DEM, USER_DECIS
               INTO :VA-NUM-DEM, :VA-USER-DEM, :VA-USER-DECIS
               FROM TVALATT
              WHERE NUM_DEM =
                    (SELECT MIN(NUM_DEM) FROM TVALATT
                      WHERE TYPE_DEM = 'M' AND STATUT = 'V'
                        AND MAT = :M-MAT AND CDE_MVT = :M-CDE-MVT
                        AND PB = :M-PB AND DT_EFFET = :M-DT-EFFET)
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             MOVE VA-USER-DEM   TO H-USER-DEM
             MOVE VA-USER-DECIS TO H-USER-VAL
             EXEC SQL
               UPDATE TVALATT
                  SET STATUT = 'X'
                WHERE NUM_DEM = :VA-NUM-DEM
             END-EXEC
             PERFORM TEST-SQLCODE
           END-IF
           .

