       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASSCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT  ASSIGN STAT
             FILE STATUS  WS-STAT.
           SELECT REFSIN ASSIGN REFSIN
             FILE STATUS  WS-REFSIN.
       DATA DIVISION.
       FILE SECTION.
       FD  STAT RECORDING F.
       01  ESTAT             PIC X(80).
       FD  REFSIN RECORDING F.
       01  EREFSIN            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-STAT        PIC XX.
       77  WS-REFSIN      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASSCR'.
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
      * FENETRES D'EXAMEN EN JOURS (TCPTAUX TYPE 'E', VALEUR = CODE
      * SUR UN CARACTERE PUIS NOMBRE DE JOURS SUR QUATRE CHIFFRES) :
      * V = VEHICULE AJOUTE PEU AVANT LE SINISTRE, F = AUTRE SINISTRE
      * DE LA MEME POLICE DANS LA FENETRE, N = SINISTRE PEU APRES LA
      * CREATION DE LA POLICE. VALEURS PAR DEFAUT SI ABSENTES
       77  JOURS-VEH-RECENT   PIC 9(4) VALUE 30.
       77  JOURS-FREQUENCE    PIC 9(4) VALUE 90.
       77  JOURS-NOUV-POL     PIC 9(4) VALUE 30.
       01  WS-JOURS-BRUT      PIC X(4).
       01  WS-JOURS-BRUT-N REDEFINES WS-JOURS-BRUT PIC 9(4).
       77  CPT-SIN-LUS        PIC 9(6) VALUE 0.
       77  CPT-SIN-SAINS      PIC 9(6) VALUE 0.
       77  CPT-SIN-BLOQUES    PIC 9(6) VALUE 0.
       77  CPT-MOT-AV         PIC 9(6) VALUE 0.
       77  CPT-MOT-AP         PIC 9(6) VALUE 0.
       77  CPT-MOT-SU         PIC 9(6) VALUE 0.
       77  CPT-MOT-VR         PIC 9(6) VALUE 0.
       77  CPT-MOT-FR         PIC 9(6) VALUE 0.
       77  CPT-MOT-NP         PIC 9(6) VALUE 0.
       77  CPT-MOT-PI         PIC 9(6) VALUE 0.
       77  NB-EN-ATTENTE      PIC S9(9) COMP VALUE 0.
       77  NB-MOTIFS          PIC 9 VALUE 0.
       77  CPT-M              PIC 9.
       77  WS-MOTIF           PIC X(2).
       77  LIB-MOTIF          PIC X(50).
       77  WS-CNT             PIC S9(9) COMP.
       77  WS-AUTRE-VEHIC     PIC 9(2).
       77  WS-AUTRE-DT-SIN    PIC 9(8).
      * DATE D'UNE TRACE THISTMVT (JJ/MM/AAAA) REMISE EN AAAAMMJJ
       01  WS-DT-TRACE        PIC X(8).
       01  WS-DT-TRACE-N REDEFINES WS-DT-TRACE PIC 9(8).
       77  IND-CREATION       PIC X VALUE 'N'.
         88 CREATION-TROUVEE    VALUE 'O'.
       77  WS-RANG-CREATION   PIC 9(7).
       77  IND-VEH-RECENT     PIC X VALUE 'N'.
         88 VEH-RECENT          VALUE 'O'.
       77  IND-FREQUENCE      PIC X VALUE 'N'.
         88 FREQUENCE-ELEVEE    VALUE 'O'.
      * CALCUL D'UN RANG DE JOUR ABSOLU (JOURS ECOULES DEPUIS
      * L'ORIGINE GREGORIENNE) POUR OBTENIR UN ECART EN JOURS PAR
      * SIMPLE SOUSTRACTION DE DEUX DATES AAAAMMJJ
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
       77  WS-DT-CALC         PIC 9(8).
       77  WS-RANG-JOUR       PIC 9(7).
       77  WS-RANG-SIN        PIC 9(7).
       77  WS-ECART-JOURS     PIC S9(7).
       77  DIS-MNT            PIC ZZZZZ9V,99.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB2       PIC X(80) VALUE ALL SPACE.
       77  LGN-DEB3       PIC X(80) VALUE ALL SPACE.
       77  LGN-DEB4       PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TSIN
           END-EXEC.
           EXEC SQL
              INCLUDE TSINE
           END-EXEC.
           EXEC SQL
              INCLUDE THIST
           END-EXEC.
           EXEC SQL
              INCLUDE TCPTX
           END-EXEC.
      * SINISTRES PAS ENCORE EXAMINES : AU PREMIER PASSAGE, TOUT LE
      * STOCK ; ENSUITE, LES SINISTRES CREES DEPUIS LE RUN PRECEDENT
      * (MAJASSIN, DECLARATIONS EN LIGNE MAJASDCL)
           EXEC SQL DECLARE CURSN CURSOR FOR
               SELECT MAT, NUM_VEHIC, DT_SIN, TYPE_SIN, MNT_RES
                 FROM TSINISTRES S
                WHERE NOT EXISTS
                      (SELECT 1 FROM TSINEXAM E
                        WHERE E.MAT = S.MAT
                          AND E.NUM_VEHIC = S.NUM_VEHIC
                          AND E.DT_SIN = S.DT_SIN)
                ORDER BY MAT ASC, DT_SIN ASC, NUM_VEHIC ASC
           END-EXEC
      * TRACES D'AJOUT DE VEHICULE ('A', MAJASVEH) ET DE CREATION DE
      * LA POLICE ('C', MAJASDB / MAJASFDB) ACCEPTEES
           EXEC SQL DECLARE CURSH CURSOR FOR
               SELECT CDE_MVT, DT_MVT
                 FROM THISTMVT
                WHERE MAT = :S-MAT
                  AND (CDE_MVT = 'A' OR CDE_MVT = 'C')
                  AND RESULT = 'OK '
           END-EXEC
      * AUTRES SINISTRES DE LA MEME POLICE (OUVERTS OU CLOS)
           EXEC SQL DECLARE CURSF CURSOR FOR
               SELECT NUM_VEHIC, DT_SIN
                 FROM TSINISTRES
                WHERE MAT = :S-MAT
           END-EXEC
           EXEC SQL DECLARE CURSP CURSOR FOR
               SELECT REF_TYPE, REF_VALUE
                 FROM TCPTAUX
                WHERE REF_TYPE = 'E'
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * EXAMEN NOCTURNE DES NOUVEAUX SINISTRES : LA DECLARATION NE
      * CONTROLE QUE L'EXISTENCE DU MATRICULE ET DU VEHICULE. ICI ON
      * VERIFIE QUE LA POLICE ETAIT EN VIGUEUR A LA DATE DU SINISTRE
      * (EFFET, EXPIRATION, SUSPENSIONS TSUSPHIST) ET ON RELEVE LES
      * SIGNAUX SUSPECTS (VEHICULE AJOUTE PEU AVANT, SINISTRES
      * RAPPROCHES, POLICE TOUTE RECENTE). CHAQUE SINISTRE EXAMINE
      * EST INSCRIT DANS TSINEXAM ; UN SINISTRE SIGNALE Y EST BLOQUE
      * ET FIGURE SUR LE RAPPORT DU GESTIONNAIRE AVEC SES MOTIFS.
      * MAJASREG NE REGLE PAS UN SINISTRE BLOQUE TANT QUE LE
      * GESTIONNAIRE NE L'A PAS LIBERE (MAJASLEV). LE RUN PASSE APRES
      * MAJASSIN ET AVANT MAJASREG
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT STAT
           OPEN OUTPUT REFSIN
           PERFORM TEST-STAT-STAT
           PERFORM TEST-STAT-REFSIN
      * AFFICHAGE DE LA DATE ET DE L'HEURE
           PERFORM CREA-DAT-TIME
           PERFORM CHARGE-FENETRES
           EXEC SQL OPEN CURSN END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSN
               INTO :S-MAT, :S-NUM-VEHIC, :S-DT-SIN, :S-TYPE-SIN,
                    :S-MNT-RES
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-SIN-LUS
             PERFORM EXAMINE-SINISTRE
             EXEC SQL FETCH CURSN
                 INTO :S-MAT, :S-NUM-VEHIC, :S-DT-SIN, :S-TYPE-SIN,
                      :S-MNT-RES
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSN END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM COMPTE-EN-ATTENTE
           PERFORM ECRIT-LEGENDE
           PERFORM CREA-TABL-STAT
           EXEC SQL COMMIT END-EXEC
           CLOSE STAT
           CLOSE REFSIN
           PERFORM TEST-STAT-STAT
           PERFORM TEST-STAT-REFSIN
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
      * EXAMEN QUOTIDIEN : ECRITS = SINISTRES INSCRITS DANS TSINEXAM,
      * RAPPROCHES DES SAINS ET DES BLOQUES
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-SIN-LUS TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = CPT-SIN-SAINS + CPT-SIN-BLOQUES
           MOVE 0 TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           IF CPT-SIN-SAINS + CPT-SIN-BLOQUES = CPT-SIN-LUS
             MOVE 'O' TO RUN-IND-RECONC
           ELSE
             MOVE 'N' TO RUN-IND-RECONC
           END-IF
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-FENETRES.
           EXEC SQL OPEN CURSP END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSP
               INTO :REF-TYPE, :REF-VALUE
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             MOVE REF-VALUE(2:4) TO WS-JOURS-BRUT
             IF WS-JOURS-BRUT IS NUMERIC
               EVALUATE REF-VALUE(1:1)
               WHEN 'V'
                 MOVE WS-JOURS-BRUT-N TO JOURS-VEH-RECENT
               WHEN 'F'
                 MOVE WS-JOURS-BRUT-N TO JOURS-FREQUENCE
               WHEN 'N'
                 MOVE WS-JOURS-BRUT-N TO JOURS-NOUV-POL
               END-EVALUATE
             END-IF
             EXEC SQL FETCH CURSP
                 INTO :REF-TYPE, :REF-VALUE
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSP END-EXEC
           PERFORM TEST-SQLCODE
           .

       EXAMINE-SINISTRE.
           MOVE SPACES TO EX-MOTIFS
           MOVE 0 TO NB-MOTIFS
           MOVE S-DT-SIN TO WS-DT-CALC
           PERFORM CALC-RANG-JOUR
           MOVE WS-RANG-JOUR TO WS-RANG-SIN
           EXEC SQL
               SELECT DT_EFFET, DT_EXPIR
                 INTO :A-DT-EFFET, :A-DT-EXPIR
                 FROM TASSURES
                WHERE MAT = :S-MAT
           END-EXEC
           IF SQLCODE = 100
      * POLICE SUPPRIMEE OU JAMAIS CREEE : AUCUNE COUVERTURE A
      * VERIFIER, LE SINISTRE EST BLOQUE POUR LE GESTIONNAIRE
             MOVE 'PI' TO WS-MOTIF
             PERFORM AJOUTE-MOTIF
           ELSE
             PERFORM TEST-SQLCODE
             PERFORM CTRL-PERIODE-COUVERTURE
             PERFORM CTRL-SUSPENSION
             PERFORM CTRL-TRACES-POLICE
             PERFORM CTRL-VEHIC-EN-ATTENTE
             PERFORM CTRL-FREQUENCE
           END-IF
           PERFORM INSCRIT-EXAMEN
           .
       CTRL-PERIODE-COUVERTURE.
      * DT_EXPIR A ZERO : POLICE SANS TERME CONNU, PAS DE CONTROLE
           IF S-DT-SIN < A-DT-EFFET
             MOVE 'AV' TO WS-MOTIF
             PERFORM AJOUTE-MOTIF
           END-IF
           IF A-DT-EXPIR > 0 AND S-DT-SIN > A-DT-EXPIR
             MOVE 'AP' TO WS-MOTIF
             PERFORM AJOUTE-MOTIF
           END-IF
           .
       CTRL-SUSPENSION.
      * LA POLICE EST SUSPENDUE DU JOUR DU MOUVEMENT 'T' (DT_DEB)
      * JUSQU'A LA VEILLE DE LA REACTIVATION (DT_FIN), OU SANS FIN
      * TANT QUE DT_FIN EST A ZERO
           MOVE 0 TO WS-CNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CNT
                 FROM TSUSPHIST
                WHERE MAT = :S-MAT
                  AND DT_DEB <= :S-DT-SIN
                  AND (DT_FIN = 0 OR DT_FIN > :S-DT-SIN)
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-CNT > 0
             MOVE 'SU' TO WS-MOTIF
             PERFORM AJOUTE-MOTIF
           END-IF
           .
       CTRL-TRACES-POLICE.
      * LA TRACE 'A' NE PORTE PAS LE NUMERO DU VEHICULE : UN AJOUT DE
      * VEHICULE SUR LA POLICE DANS LA FENETRE QUI PRECEDE UN
      * SINISTRE VEHICULE SUFFIT A LE SIGNALER. LA DATE DE CREATION
      * EST LA PLUS ANCIENNE TRACE 'C', A DEFAUT LA DATE D'EFFET
           MOVE 'N' TO IND-VEH-RECENT
           MOVE 'N' TO IND-CREATION
           MOVE 0 TO WS-RANG-CREATION
           EXEC SQL OPEN CURSH END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSH
               INTO :H-CDE-MVT, :H-DATE
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TRAITE-TRACE
             EXEC SQL FETCH CURSH
                 INTO :H-CDE-MVT, :H-DATE
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSH END-EXEC
           PERFORM TEST-SQLCODE
           IF VEH-RECENT
             MOVE 'VR' TO WS-MOTIF
             PERFORM AJOUTE-MOTIF
           END-IF
           IF NOT CREATION-TROUVEE
             MOVE A-DT-EFFET TO WS-DT-CALC
             PERFORM CALC-RANG-JOUR
             MOVE WS-RANG-JOUR TO WS-RANG-CREATION
           END-IF
           COMPUTE WS-ECART-JOURS = WS-RANG-SIN - WS-RANG-CREATION
           IF WS-ECART-JOURS >= 0
              AND WS-ECART-JOURS <= JOURS-NOUV-POL
             MOVE 'NP' TO WS-MOTIF
             PERFORM AJOUTE-MOTIF
           END-IF
           .
       TRAITE-TRACE.
           MOVE H-DATE(7:4) TO WS-DT-TRACE(1:4)
           MOVE H-DATE(4:2) TO WS-DT-TRACE(5:2)
           MOVE H-DATE(1:2) TO WS-DT-TRACE(7:2)
           IF WS-DT-TRACE IS NUMERIC
             MOVE WS-DT-TRACE-N TO WS-DT-CALC
             PERFORM CALC-RANG-JOUR
             EVALUATE TRUE
             WHEN H-CDE-MVT = 'C'
               IF NOT CREATION-TROUVEE
                  OR WS-RANG-JOUR < WS-RANG-CREATION
                 MOVE WS-RANG-JOUR TO WS-RANG-CREATION
                 SET CREATION-TROUVEE TO TRUE
               END-IF
             WHEN S-NUM-VEHIC > 0
               COMPUTE WS-ECART-JOURS = WS-RANG-SIN - WS-RANG-JOUR
               IF WS-ECART-JOURS >= 0
                  AND WS-ECART-JOURS <= JOURS-VEH-RECENT
                 SET VEH-RECENT TO TRUE
               END-IF
             END-EVALUATE
           END-IF
           .
       CTRL-VEHIC-EN-ATTENTE.
      * VEHICULE DONT L'AJOUT EST ENCORE EN ATTENTE DANS TMVTVEH :
      * LE SINISTRE LE VISE AVANT MEME QU'IL SOIT COUVERT
           IF S-NUM-VEHIC > 0 AND NOT VEH-RECENT
             MOVE 0 TO WS-CNT
             EXEC SQL
                 SELECT COUNT(*) INTO :WS-CNT
                   FROM TMVTVEH
                  WHERE MAT = :S-MAT AND NUM_VEHIC = :S-NUM-VEHIC
                    AND ACTION = 'A'
             END-EXEC
             PERFORM TEST-SQLCODE
             IF WS-CNT > 0
               SET VEH-RECENT TO TRUE
               MOVE 'VR' TO WS-MOTIF
               PERFORM AJOUTE-MOTIF
             END-IF
           END-IF
           .
       CTRL-FREQUENCE.
      * UN AUTRE SINISTRE DE LA MEME POLICE A MOINS DE
      * JOURS-FREQUENCE JOURS, AVANT OU APRES
           MOVE 'N' TO IND-FREQUENCE
           EXEC SQL OPEN CURSF END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSF
               INTO :WS-AUTRE-VEHIC, :WS-AUTRE-DT-SIN
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             IF WS-AUTRE-VEHIC NOT = S-NUM-VEHIC
                OR WS-AUTRE-DT-SIN NOT = S-DT-SIN
               MOVE WS-AUTRE-DT-SIN TO WS-DT-CALC
               PERFORM CALC-RANG-JOUR
               COMPUTE WS-ECART-JOURS = WS-RANG-SIN - WS-RANG-JOUR
               IF WS-ECART-JOURS < 0
                 COMPUTE WS-ECART-JOURS = 0 - WS-ECART-JOURS
               END-IF
               IF WS-ECART-JOURS <= JOURS-FREQUENCE
                 SET FREQUENCE-ELEVEE TO TRUE
               END-IF
             END-IF
             EXEC SQL FETCH CURSF
                 INTO :WS-AUTRE-VEHIC, :WS-AUTRE-DT-SIN
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSF END-EXEC
           PERFORM TEST-SQLCODE
           IF FREQUENCE-ELEVEE
             MOVE 'FR' TO WS-MOTIF
             PERFORM AJOUTE-MOTIF
           END-IF
           .
       AJOUTE-MOTIF.
           IF NB-MOTIFS < 6
             ADD 1 TO NB-MOTIFS
             MOVE WS-MOTIF TO EX-MOTIF(NB-MOTIFS)
           END-IF
           EVALUATE WS-MOTIF
           WHEN 'AV'
             ADD 1 TO CPT-MOT-AV
           WHEN 'AP'
             ADD 1 TO CPT-MOT-AP
           WHEN 'SU'
             ADD 1 TO CPT-MOT-SU
           WHEN 'VR'
             ADD 1 TO CPT-MOT-VR
           WHEN 'FR'
             ADD 1 TO CPT-MOT-FR
           WHEN 'NP'
             ADD 1 TO CPT-MOT-NP
           WHEN 'PI'
             ADD 1 TO CPT-MOT-PI
           END-EVALUATE
           .

       INSCRIT-EXAMEN.
           MOVE S-MAT       TO EX-MAT
           MOVE S-NUM-VEHIC TO EX-NUM-VEHIC
           MOVE S-DT-SIN    TO EX-DT-SIN
           MOVE RUN-DT-EXPL TO EX-DT-EXAM
           MOVE 0           TO EX-DT-DECIS
           MOVE SPACES      TO EX-USER-DECIS
           IF NB-MOTIFS = 0
             SET EX-SAIN TO TRUE
             ADD 1 TO CPT-SIN-SAINS
           ELSE
             SET EX-BLOQUE TO TRUE
             ADD 1 TO CPT-SIN-BLOQUES
             PERFORM ECRIT-SIGNALEMENT
           END-IF
           EXEC SQL
             INSERT INTO TSINEXAM
             VALUES (:EX-MAT, :EX-NUM-VEHIC, :EX-DT-SIN, :EX-DT-EXAM,
               :EX-MOTIFS, :EX-STATUT, :EX-DT-DECIS, :EX-USER-DECIS)
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       ECRIT-SIGNALEMENT.
      * UNE LIGNE PAR SINISTRE SIGNALE PUIS UNE LIGNE PAR MOTIF
           MOVE S-MNT-RES TO DIS-MNT
           MOVE ALL ' ' TO EREFSIN
           STRING S-MAT ' VEH ' S-NUM-VEHIC ' SINISTRE DU ' S-DT-SIN
               ' RESERVE ' DIS-MNT ' MOTIFS ' EX-MOTIFS
               DELIMITED BY SIZE INTO EREFSIN
           WRITE EREFSIN
           PERFORM VARYING CPT-M FROM 1 BY 1 UNTIL CPT-M > NB-MOTIFS
             MOVE EX-MOTIF(CPT-M) TO WS-MOTIF
             PERFORM LIBELLE-MOTIF
             MOVE ALL ' ' TO EREFSIN
             STRING '         ' WS-MOTIF ' : ' LIB-MOTIF
                 DELIMITED BY SIZE INTO EREFSIN
             WRITE EREFSIN
           END-PERFORM
           .
       LIBELLE-MOTIF.
           EVALUATE WS-MOTIF
           WHEN 'AV'
             MOVE 'SINISTRE ANTERIEUR A LA DATE D''EFFET' TO LIB-MOTIF
           WHEN 'AP'
             MOVE 'SINISTRE POSTERIEUR A LA DATE D''EXPIRATION'
               TO LIB-MOTIF
           WHEN 'SU'
             MOVE 'SINISTRE PENDANT UNE SUSPENSION DE LA POLICE'
               TO LIB-MOTIF
           WHEN 'VR'
             MOVE 'VEHICULE AJOUTE PEU AVANT LE SINISTRE' TO LIB-MOTIF
           WHEN 'FR'
             MOVE 'PLUSIEURS SINISTRES DANS UNE COURTE PERIODE'
               TO LIB-MOTIF
           WHEN 'NP'
             MOVE 'SINISTRE PEU APRES LA CREATION DE LA POLICE'
               TO LIB-MOTIF
           WHEN 'PI'
             MOVE 'POLICE INCONNUE DE TASSURES' TO LIB-MOTIF
           WHEN OTHER
             MOVE SPACES TO LIB-MOTIF
           END-EVALUATE
           .
       COMPTE-EN-ATTENTE.
      * STOCK DES SINISTRES BLOQUES (DU JOUR ET ANTERIEURS) EN
      * ATTENTE DE LA DECISION DU GESTIONNAIRE
           EXEC SQL
               SELECT COUNT(*) INTO :NB-EN-ATTENTE
                 FROM TSINEXAM
                WHERE STATUT = 'B'
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       ECRIT-LEGENDE.
           MOVE ALL ' ' TO EREFSIN
           WRITE EREFSIN
           MOVE JOURS-VEH-RECENT TO DIS-RESP
           STRING 'FENETRE VEHICULE RECENT (JOURS)   : ' DIS-RESP
               DELIMITED BY SIZE INTO EREFSIN
           WRITE EREFSIN
           MOVE ALL ' ' TO EREFSIN
           MOVE JOURS-FREQUENCE TO DIS-RESP
           STRING 'FENETRE SINISTRES RAPPROCHES      : ' DIS-RESP
               DELIMITED BY SIZE INTO EREFSIN
           WRITE EREFSIN
           MOVE ALL ' ' TO EREFSIN
           MOVE JOURS-NOUV-POL TO DIS-RESP
           STRING 'FENETRE POLICE RECENTE (JOURS)    : ' DIS-RESP
               DELIMITED BY SIZE INTO EREFSIN
           WRITE EREFSIN
           MOVE ALL ' ' TO EREFSIN
           .

       CALC-RANG-JOUR.
      * RANG = 365 JOURS PAR ANNEE REVOLUE + ANNEES BISSEXTILES
      * REVOLUES + JOURS CUMULES DES MOIS REVOLUS (+1 SI L'ANNEE EN
      * COURS EST BISSEXTILE ET LE MOIS PASSE FEVRIER) + QUANTIEME
           MOVE WS-DT-CALC(1:4) TO WS-AAAA
           MOVE WS-DT-CALC(5:2) TO WS-MM
           MOVE WS-DT-CALC(7:2) TO WS-JJ
           IF WS-MM < 1 OR WS-MM > 12
             MOVE 1 TO WS-MM
           END-IF
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

       CREA-TABL-STAT.
           MOVE CPT-SIN-LUS TO DIS-RESP
           STRING '228 - NOMBRE DE SINISTRES EXAMINES            : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-SIN-SAINS TO DIS-RESP
           STRING '229 - SINISTRES SANS SIGNALEMENT              : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-SIN-BLOQUES TO DIS-RESP
           STRING '230 - SINISTRES SIGNALES ET BLOQUES           : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-MOT-AV TO DIS-RESP
           STRING '231 - MOTIF AV ANTERIEUR A L''EFFET            : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-MOT-AP TO DIS-RESP
           STRING '232 - MOTIF AP POSTERIEUR A L''EXPIRATION      : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-MOT-SU TO DIS-RESP
           STRING '233 - MOTIF SU PENDANT UNE SUSPENSION         : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-MOT-VR TO DIS-RESP
           STRING '234 - MOTIF VR VEHICULE AJOUTE RECEMMENT      : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-MOT-FR TO DIS-RESP
           STRING '235 - MOTIF FR SINISTRES RAPPROCHES           : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-MOT-NP TO DIS-RESP
           STRING '236 - MOTIF NP POLICE RECENTE                 : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-MOT-PI TO DIS-RESP
           STRING '237 - MOTIF PI POLICE INCONNUE                : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE NB-EN-ATTENTE TO DIS-RESP
           STRING '238 - SINISTRES BLOQUES EN ATTENTE DE DECISION: '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4) LGN-DEB4(1:4)
           MOVE 'EXAMEN DES NOUVEAUX SINISTRES' TO LGN-DEB3(8:29)
           MOVE 'SINISTRES SIGNALES AU GESTIONNAIRE' TO
                LGN-DEB4(8:34)
           MOVE DAT TO LGN-DEB3(51:30) LGN-DEB4(51:30)
           MOVE TIM TO LGN-DEB2(73:8)
           STRING LGN-DEB3 DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           STRING LGN-DEB2 DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE LGN-DEB4 TO EREFSIN
           WRITE EREFSIN
           MOVE LGN-DEB2 TO EREFSIN
           WRITE EREFSIN
           MOVE ALL ' ' TO EREFSIN
           .

       TEST-STAT-STAT.
           IF WS-STAT NOT = '00'
             DISPLAY 'ERREUR FICHIER STAT ' WS-STAT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-REFSIN.
           IF WS-REFSIN NOT = '00'
             DISPLAY 'ERREUR FICHIER REFSIN ' WS-REFSIN
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
           DISPLAY 'ERREUR DB2 EXAMEN SINISTRES'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.

       WRITE-STAT.
           WRITE ESTAT
           MOVE ALL ' ' TO ESTAT
           .
