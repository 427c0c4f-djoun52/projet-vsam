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
       01  WS-TAXE-BRUTE      PIC X(4).
       01  WS-TAXE-BRUTE-N REDEFINES WS-TAXE-BRUTE PIC 9(2)V99.
       77  MNT-TAXE-VEH       PIC 9(6)V99.
      * SURPRIME JEUNE CONDUCTEUR : POURCENTAGE DE LA LIGNE 'N' DE
      * TCPTAUX (99V99) APPLIQUE A LA PRIME NETTE DU VEHICULE QU'UN
      * CONDUCTEUR DESIGNE A PERMIS DE MOINS DE TROIS ANS CONDUIT
       77  WS-PCT-NOVICE      PIC 9(2)V99 VALUE 0.
       01  WS-NOVICE-BRUTE    PIC X(4).
       01  WS-NOVICE-BRUTE-N REDEFINES WS-NOVICE-BRUTE PIC 9(2)V99.
       77  WS-DT-LIM-PERMIS   PIC 9(8).
       77  NB-COND-NOVICE     PIC S9(4) COMP.
       77  WS-NUM-VEHIC-COND  PIC 9(2).
       77  MNT-SURPRIME       PIC 9(6)V99.
       77  CPT-SURPRIME       PIC 9(6) VALUE 0.
       77  TOT-SURPRIME       PIC 9(9)V99 VALUE 0.
       77  TAXE-TOT-POL       PIC 9(6)V99.
       77  TOT-GEN-TAXE       PIC 9(9)V99 VALUE 0.
       77  TOT-GEN-TTC        PIC 9(9)V99 VALUE 0.
                WHERE REF_TYPE = 'X'
                ORDER BY REF_VALUE ASC
           END-EXEC
           EXEC SQL DECLARE CURSN CURSOR FOR
               SELECT REF_VALUE
                 FROM TCPTAUX
                WHERE REF_TYPE = 'N'
           END-EXEC
           EXEC SQL DECLARE CURSS CURSOR FOR
               SELECT DT_DEB, DT_FIN
                 FROM TSUSPHIST
           PERFORM CALC-DT-JOUR
           PERFORM INIT-TABLEAUX
           PERFORM LOAD-TAXES
           PERFORM LOAD-PCT-NOVICE
           EXEC SQL OPEN CURSF END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSF
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = POLICES FACTUREES,
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO NB-VEHIC-POL
             PERFORM CALC-PRM-VEHIC
             MOVE V-NUM-VEHIC TO WS-NUM-VEHIC-COND
             PERFORM MAJORE-NOVICE-VEHIC
             PERFORM CALC-TAXE-VEHIC
             PERFORM REDUIT-PRORATA-VEHIC
             PERFORM WRITE-FACT-DETAIL
           IF NB-VEHIC-POL = 0
             PERFORM CALC-PRM-NET
             MOVE FAC-PRM-NET TO PRM-TOT-POL
             PERFORM MAJORE-NOVICE-POL
             PERFORM REDUIT-PRORATA-SUSP
             PERFORM CHERCHE-PCT-TAXE-POL
             COMPUTE TAXE-TOT-POL ROUNDED
           .

       CALC-DT-JOUR.
      * DATE D'EXPLOITATION (TDATEXPL, RENDUE PAR MAJASRUN) AU
      * FORMAT AAAAMMJJ : BORNE DE FIN D'UNE PERIODE DE SUSPENSION
      * ENCORE OUVERTE
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
      * UN PERMIS OBTENU APRES CETTE DATE (MEME JOUR TROIS ANS PLUS
      * TOT) EST UN PERMIS DE MOINS DE TROIS ANS
           COMPUTE WS-DT-LIM-PERMIS = WS-DT-JOUR - 30000
           .
       CALC-FACTEUR-SUSP.
      * LES JOURS SUSPENDUS SONT CUMULES UNE FOIS PAR POLICE, AVANT
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
       CHERCHE-COND-NOVICE.
      * NOMBRE DE CONDUCTEURS DESIGNES A PERMIS DE MOINS DE TROIS
      * ANS SUR LE VEHICULE WS-NUM-VEHIC-COND DE LA POLICE (0 =
      * CONDUCTEURS D'UNE POLICE SANS VEHICULE)
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
      * LA SURPRIME S'AJOUTE A LA PRIME NETTE DU VEHICULE AVANT LE
      * CALCUL DE LA TAXE ET LA REDUCTION PRORATA SUSPENSION
           IF WS-PCT-NOVICE > 0
             PERFORM CHERCHE-COND-NOVICE
             IF NB-COND-NOVICE > 0
               COMPUTE MNT-SURPRIME ROUNDED
                   = PRM-VEH-NET * WS-PCT-NOVICE / 100
               ADD MNT-SURPRIME TO PRM-VEH-NET
               ADD 1 TO CPT-SURPRIME
               ADD MNT-SURPRIME TO TOT-SURPRIME
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
                   = PRM-TOT-POL * WS-PCT-NOVICE / 100
               ADD MNT-SURPRIME TO PRM-TOT-POL
               ADD 1 TO CPT-SURPRIME
               ADD MNT-SURPRIME TO TOT-SURPRIME
             END-IF
           END-IF
           .
       CALC-TAXE-VEHIC.
           MOVE 0 TO WS-PCT-TAXE
           PERFORM VARYING CPT-TXV FROM 1 BY 1
           MOVE V-NUM-VEHIC   TO FAC-NUM-VEHIC
           MOVE MNT-TAXE-VEH  TO FAC-MNT-TAXE
           COMPUTE FAC-MNT-TTC = PRM-VEH-NET + MNT-TAXE-VEH
           MOVE V-TYPE-VEHIC  TO FAC-TYPE-VEHIC
           MOVE WS-PCT-TAXE   TO FAC-PCT-TAXE
           WRITE EFACT
           MOVE ALL ' ' TO EFACT
           ADD 1 TO NB-LIGNE-DET
           MOVE 0            TO FAC-NUM-VEHIC
           MOVE TAXE-TOT-POL TO FAC-MNT-TAXE
           COMPUTE FAC-MNT-TTC = PRM-TOT-POL + TAXE-TOT-POL
      * LA LIGNE TOTAL NE PORTE LA CATEGORIE DE TAXE QUE POUR UNE
      * POLICE SANS VEHICULE, TAXEE SUR SON TYPE (TV) ; SINON LA
      * TAXE EST VENTILEE SUR LES LIGNES DETAIL
           IF NB-VEHIC-POL = 0
             MOVE A-TV        TO FAC-TYPE-VEHIC
             MOVE WS-PCT-TAXE TO FAC-PCT-TAXE
           ELSE
             MOVE ' '         TO FAC-TYPE-VEHIC
             MOVE 0           TO FAC-PCT-TAXE
           END-IF
           WRITE EFACT
           MOVE ALL ' ' TO EFACT
           ADD 1 TO NB-LIGNE-FAC
           STRING '130 - JOURS DE SUSPENSION DEDUITS             : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-SURPRIME TO DIS-RESP
           STRING '297 - VEHICULES SURPRIME JEUNE CONDUCTEUR     : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE TOT-SURPRIME TO DIS-MNT
           STRING '298 - MONTANT SURPRIMES NOVICES     : '
              DIS-MNT DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           PERFORM RECAP-DEP-TAUX
           .

