       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASINV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM   ASSIGN PARM
             FILE STATUS  WS-PARM.
           SELECT INVRES ASSIGN INVRES
             FILE STATUS  WS-INV.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
      * PERIODE D'INVENTAIRE (AAAAMMJJ) : A ZERO, DU PREMIER DU MOIS
      * DE LA DATE D'EXPLOITATION A LA DATE D'EXPLOITATION
       01  EPARM.
           05 PARM-DT-DEB     PIC 9(8).
           05 PARM-DT-FIN     PIC 9(8).
           05                 PIC X(64).
       FD  INVRES RECORDING F.
       01  EINV               PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-INV         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASINV'.
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
       77  MNT-PAYE           PIC 9(7)V99.
       77  MNT-MVT            PIC S9(7)V99.
       77  CPT-SIN-INV        PIC 9(6) VALUE 0.
       77  CPT-SIN-REVISES    PIC 9(6) VALUE 0.
       77  TOT-MNT-INIT       PIC 9(9)V99 VALUE 0.
       77  TOT-MNT-RES        PIC 9(9)V99 VALUE 0.
       77  TOT-MNT-PAYE       PIC 9(9)V99 VALUE 0.
       77  TOT-MNT-MVT        PIC S9(9)V99 VALUE 0.
       77  TOT-MVT-PERIODE    PIC S9(9)V99 VALUE 0.
       77  TOT-MVT-CLOS       PIC S9(9)V99 VALUE 0.
       77  DIS-MNT1           PIC ZZZZZ9V,99.
       77  DIS-MNT2           PIC ZZZZZ9V,99.
       77  DIS-MNT3           PIC ZZZZZ9V,99.
       77  DIS-DELTA          PIC +++++9V,99.
       77  DIS-TOT            PIC ZZZZZZZZ9V,99.
       77  DIS-TOT-DELTA      PIC ++++++++9V,99.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TSIN
           END-EXEC.
      * SINISTRES ENCORE OUVERTS EN FIN DE PERIODE, SURVENUS AU PLUS
      * TARD LE DERNIER JOUR DE LA PERIODE
           EXEC SQL DECLARE CURSI CURSOR FOR
               SELECT MAT, NUM_VEHIC, DT_SIN, TYPE_SIN, MNT_SIN,
                      MNT_RES
                 FROM TSINISTRES
                WHERE STATUT = 'O'
                  AND DT_SIN <= :WS-DT-FIN
                ORDER BY MAT ASC, NUM_VEHIC ASC, DT_SIN ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * INVENTAIRE DE FIN DE MOIS DES RESERVES SINISTRES : UNE LIGNE
      * PAR SINISTRE OUVERT AVEC L'ESTIMATION INITIALE (MNT_SIN), LA
      * RESERVE COURANTE (MNT_RES), LES REGLEMENTS DEJA PAYES
      * (TREGSIN) ET LE MOUVEMENT DE RESERVE DE LA PERIODE, SOMME DES
      * REVISIONS HISTORISEES DANS THISTRES (RESERVE APRES - AVANT).
      * LE MOUVEMENT PORTE PAR DES SINISTRES CLOS DEPUIS EST DONNE A
      * PART POUR QUE LE TOTAL RAPPROCHE THISTRES
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT INVRES
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-INV
           PERFORM CREA-DAT-TIME
           PERFORM CHARGE-PARM
           PERFORM ENTETE-COLONNES
           EXEC SQL OPEN CURSI END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSI
               INTO :S-MAT, :S-NUM-VEHIC, :S-DT-SIN, :S-TYPE-SIN,
                    :S-MNT-SIN, :S-MNT-RES
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-SIN-INV
             PERFORM INVENTAIRE-SINISTRE
             EXEC SQL FETCH CURSI
                 INTO :S-MAT, :S-NUM-VEHIC, :S-DT-SIN, :S-TYPE-SIN,
                      :S-MNT-SIN, :S-MNT-RES
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSI END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM CALC-MVT-PERIODE
           PERFORM CREA-TABL-STAT
           CLOSE PARM
           CLOSE INVRES
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-INV
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = ECRITS = SINISTRES
      * INVENTORIES. LE MOUVEMENT EST RECONCILIE : SINISTRES OUVERTS
      * + SINISTRES CLOS DEPUIS = TOTAL THISTRES DE LA PERIODE
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-SIN-INV TO RUN-NB-LUS
           MOVE CPT-SIN-INV TO RUN-NB-ECRITS
           MOVE 0 TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           IF TOT-MNT-MVT + TOT-MVT-CLOS = TOT-MVT-PERIODE
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
           IF PARM-DT-DEB IS NOT NUMERIC
              OR PARM-DT-FIN IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : PERIODE D''INVENTAIRE INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-DEB = 0 AND PARM-DT-FIN = 0
             MOVE RUN-DT-EXPL TO WS-DT-DEB
             MOVE '01' TO WS-DT-DEB(7:2)
             MOVE RUN-DT-EXPL TO WS-DT-FIN
           ELSE
             MOVE PARM-DT-DEB TO WS-DT-DEB
             MOVE PARM-DT-FIN TO WS-DT-FIN
           END-IF
           IF WS-DT-DEB = 0 OR WS-DT-FIN = 0
              OR WS-DT-FIN < WS-DT-DEB
             DISPLAY 'ERREUR PARM : PERIODE D''INVENTAIRE INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE ALL ' ' TO EINV
           STRING 'PERIODE DU ' WS-DT-DEB ' AU ' WS-DT-FIN
               DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           PERFORM WRITE-INV
           .
       ENTETE-COLONNES.
           STRING 'MATRIC VH DT-SIN   T   INITIALE   RESERVE      '
               'PAYE  MOUVEMENT' DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           .

       INVENTAIRE-SINISTRE.
      * REGLEMENTS PAYES JUSQU'A LA FIN DE PERIODE ET MOUVEMENT DE
      * RESERVE DES REVISIONS DATEES DANS LA PERIODE
           MOVE 0 TO MNT-PAYE
           EXEC SQL
             SELECT COALESCE(SUM(MNT_REG), 0) INTO :MNT-PAYE
               FROM TREGSIN
              WHERE MAT = :S-MAT AND NUM_VEHIC = :S-NUM-VEHIC
                AND DT_SIN = :S-DT-SIN
                AND DT_REG <= :WS-DT-FIN
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 0 TO MNT-MVT
           EXEC SQL
             SELECT COALESCE(SUM(MNT_AP - MNT_AV), 0) INTO :MNT-MVT
               FROM THISTRES
              WHERE MAT = :S-MAT AND NUM_VEHIC = :S-NUM-VEHIC
                AND DT_SIN = :S-DT-SIN
                AND DT_REV >= :WS-DT-DEB
                AND DT_REV <= :WS-DT-FIN
           END-EXEC
           PERFORM TEST-SQLCODE
           IF S-MNT-RES NOT = S-MNT-SIN
             ADD 1 TO CPT-SIN-REVISES
           END-IF
           ADD S-MNT-SIN TO TOT-MNT-INIT
           ADD S-MNT-RES TO TOT-MNT-RES
           ADD MNT-PAYE TO TOT-MNT-PAYE
           ADD MNT-MVT TO TOT-MNT-MVT
           MOVE S-MNT-SIN TO DIS-MNT1
           MOVE S-MNT-RES TO DIS-MNT2
           MOVE MNT-PAYE TO DIS-MNT3
           MOVE MNT-MVT TO DIS-DELTA
           STRING S-MAT ' ' S-NUM-VEHIC ' ' S-DT-SIN ' ' S-TYPE-SIN
               ' ' DIS-MNT1 ' ' DIS-MNT2 ' ' DIS-MNT3 ' ' DIS-DELTA
               DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           .
       CALC-MVT-PERIODE.
      * MOUVEMENT TOTAL DE LA PERIODE TOUS SINISTRES CONFONDUS : LA
      * DIFFERENCE AVEC LES SINISTRES INVENTORIES EST LE MOUVEMENT
      * DES SINISTRES CLOS AVANT L'INVENTAIRE
           MOVE 0 TO TOT-MVT-PERIODE
           EXEC SQL
             SELECT COALESCE(SUM(MNT_AP - MNT_AV), 0)
               INTO :TOT-MVT-PERIODE
               FROM THISTRES
              WHERE DT_REV >= :WS-DT-DEB
                AND DT_REV <= :WS-DT-FIN
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 0 TO TOT-MVT-CLOS
           EXEC SQL
             SELECT COALESCE(SUM(H.MNT_AP - H.MNT_AV), 0)
               INTO :TOT-MVT-CLOS
               FROM THISTRES H, TSINISTRES S
              WHERE H.DT_REV >= :WS-DT-DEB
                AND H.DT_REV <= :WS-DT-FIN
                AND S.MAT = H.MAT AND S.NUM_VEHIC = H.NUM_VEHIC
                AND S.DT_SIN = H.DT_SIN
                AND S.STATUT = 'C'
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       CREA-TABL-STAT.
           PERFORM WRITE-INV
           MOVE CPT-SIN-INV TO DIS-RESP
           STRING '199 - NOMBRE DE SINISTRES OUVERTS INVENTORIES : '
              DIS-RESP DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           MOVE CPT-SIN-REVISES TO DIS-RESP
           STRING '200 - DONT SINISTRES A RESERVE REVISEE        : '
              DIS-RESP DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           MOVE TOT-MNT-INIT TO DIS-TOT
           STRING '201 - TOTAL ESTIMATIONS INITIALES  : ' DIS-TOT
              DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           MOVE TOT-MNT-RES TO DIS-TOT
           STRING '202 - TOTAL RESERVES COURANTES     : ' DIS-TOT
              DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           MOVE TOT-MNT-PAYE TO DIS-TOT
           STRING '203 - TOTAL REGLEMENTS PAYES       : ' DIS-TOT
              DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           MOVE TOT-MNT-MVT TO DIS-TOT-DELTA
           STRING '204 - MOUVEMENT SINISTRES OUVERTS  : '
              DIS-TOT-DELTA DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           MOVE TOT-MVT-CLOS TO DIS-TOT-DELTA
           STRING '205 - MOUVEMENT SINISTRES CLOS     : '
              DIS-TOT-DELTA DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           MOVE TOT-MVT-PERIODE TO DIS-TOT-DELTA
           STRING '206 - MOUVEMENT TOTAL THISTRES     : '
              DIS-TOT-DELTA DELIMITED BY SIZE INTO EINV
           PERFORM WRITE-INV
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'INVENTAIRE DES RESERVES SINISTRES' TO
                LGN-DEB3(8:33)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO EINV
           PERFORM WRITE-INV
           .

       TEST-STAT-PARM.
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-INV.
           IF WS-INV NOT = '00'
             DISPLAY 'ERREUR FICHIER INVRES ' WS-INV
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
           DISPLAY 'ERREUR DB2 INVENTAIRE RESERVES'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           STOP RUN.

       WRITE-INV.
           WRITE EINV
           MOVE ALL ' ' TO EINV
           .
