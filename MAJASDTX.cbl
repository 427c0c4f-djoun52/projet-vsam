       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASDTX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM   ASSIGN PARM
             FILE STATUS  WS-PARM.
           SELECT DATEXP ASSIGN DATEXP
             FILE STATUS  WS-DATEXP.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
      * DATE IMPOSEE (AAAAMMJJ) : A ZERO, LA DATE D'EXPLOITATION
      * AVANCE D'UN JOUR CALENDAIRE. RENSEIGNEE, ELLE SERT A SAUTER
      * DES JOURS SANS CHAINE (FERIES) OU A INITIALISER LA TABLE
       01  EPARM.
           05 PARM-DT-IMPOSEE PIC 9(8).
           05                 PIC X(72).
       FD  DATEXP RECORDING F.
       01  EDATEXP            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-DATEXP      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       77  SOUSPROG4      PIC X(8) VALUE 'SPVALDT'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASDTX'.
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
       01  ZONE-VALDT.
           05 VD-DT-EFFET    PIC 9(8).
           05 VD-DT-EXPIR    PIC 9(8).
           05 VD-RESULT      PIC X.
             88 VD-DATES-VALIDES  VALUE 'O'.
             88 VD-EFFET-INVALIDE VALUE 'E'.
             88 VD-EXPIR-INVALIDE VALUE 'X'.
             88 VD-ORDRE-INVALIDE VALUE 'I'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
      * TABLE DU NOMBRE DE JOURS PAR MOIS (FEVRIER = 28, AJUSTE A 29
      * EN ANNEE BISSEXTILE PAR CALC-JOURS-MOIS)
       01  TAB-JOURS-MOIS-L   PIC X(24) VALUE
               '312831303130313130313031'.
       01  TAB-JOURS-MOIS REDEFINES TAB-JOURS-MOIS-L.
           05 JM-JOURS OCCURS 12 PIC 99.
       77  WS-AAAA            PIC 9(4).
       77  WS-MM              PIC 99.
       77  WS-JJ              PIC 99.
       77  WS-JOURS-MOIS      PIC 99.
       77  WS-DIVQ            PIC 9(6).
       77  WS-REST4           PIC 99.
       77  WS-REST100         PIC 99.
       77  WS-REST400         PIC 999.
       77  IND-BISSEXTILE     PIC X VALUE 'N'.
         88 ANNEE-BISSEXTILE    VALUE 'O'.
       77  WS-DT-ANC          PIC 9(8) VALUE 0.
       77  WS-DT-NOUV         PIC 9(8) VALUE 0.
       77  WS-DT-SYS          PIC 9(8) VALUE 0.
       77  NB-RUN-OUVERTS     PIC S9(8) COMP VALUE 0.
       77  IND-INIT           PIC X VALUE 'N'.
         88 TABLE-A-INITIALISER VALUE 'O'.
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TDTX
           END-EXEC.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * AVANCEMENT DE LA DATE D'EXPLOITATION, DERNIERE ETAPE DE LA
      * CHAINE : LA DATE NE CHANGE QU'ICI, JAMAIS AVEC L'HORLOGE. UNE
      * CHAINE QUI PASSE MINUIT OU UN RATTRAPAGE LE LENDEMAIN MATIN
      * TOURNENT DONC SUR LA DATE DU CYCLE QU'ILS TRAITENT. LA DATE
      * N'AVANCE PAS TANT QU'UNE ETAPE DU CYCLE EST EN ABEND (LIGNE
      * TRUNLOG SANS FIN) : SA RELANCE DOIT SE FAIRE SUR LA MEME
      * DATE. UNE TABLE VIDE EST INITIALISEE AVEC LA DATE IMPOSEE
           OPEN INPUT PARM
           PERFORM TEST-STAT-PARM
           PERFORM CHARGE-PARM
           CLOSE PARM
           PERFORM LIT-DATE-EXPL
           IF NOT TABLE-A-INITIALISER
             PERFORM DEBUT-RUNLOG
           END-IF
           OPEN OUTPUT DATEXP
           PERFORM TEST-STAT-DATEXP
           PERFORM CREA-DAT-TIME
           IF TABLE-A-INITIALISER
             PERFORM INIT-DATE-EXPL
           ELSE
             PERFORM CTRL-CYCLE-TERMINE
             PERFORM CALC-DT-SUIVANTE
             PERFORM AVANCE-DATE-EXPL
           END-IF
           PERFORM CREA-TABL-STAT
           CLOSE DATEXP
           PERFORM TEST-STAT-DATEXP
           IF NOT TABLE-A-INITIALISER
             PERFORM FIN-RUNLOG
           END-IF
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : UNE DATE LUE, UNE ECRITE
           MOVE 'F' TO RUN-PHASE
           MOVE 1 TO RUN-NB-LUS
           MOVE 1 TO RUN-NB-ECRITS
           MOVE 0 TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE 'O' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR LECTURE PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-IMPOSEE IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : DATE IMPOSEE INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       LIT-DATE-EXPL.
           EXEC SQL
             SELECT DT_EXPL, DT_PREC, DT_MAJ, HR_MAJ
               INTO :DX-DT-EXPL, :DX-DT-PREC, :DX-DT-MAJ, :DX-HR-MAJ
               FROM TDATEXPL
           END-EXEC
           IF SQLCODE = 100
             SET TABLE-A-INITIALISER TO TRUE
             IF PARM-DT-IMPOSEE = 0
               DISPLAY 'ERREUR : TDATEXPL VIDE ET AUCUNE DATE IMPOSEE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             PERFORM TEST-SQLCODE
             MOVE DX-DT-EXPL TO WS-DT-ANC
           END-IF
           .
       CTRL-CYCLE-TERMINE.
      * UNE ETAPE DU CYCLE RESTEE SANS FIN (ABEND NON RELANCE) BLOQUE
      * L'AVANCEMENT : CODE RETOUR 12, LA DATE RESTE EN PLACE. UNE
      * LIGNE OUVERTE LAISSEE PAR UN RUN ARRETE PUIS RELANCE AVEC
      * SUCCES SUR LA MEME DATE NE COMPTE PAS : SEULS LES PROGRAMMES
      * SANS AUCUN RUN TERMINE POUR LA DATE SONT RETENUS
           EXEC SQL
             SELECT COUNT(DISTINCT PROGRAMME) INTO :NB-RUN-OUVERTS
               FROM TRUNLOG
              WHERE DT_EXPL = :WS-DT-ANC
                AND DT_FIN = 0
                AND PROGRAMME <> 'MAJASDTX'
                AND NOT EXISTS
                    (SELECT 1 FROM TRUNLOG R2
                      WHERE R2.PROGRAMME = TRUNLOG.PROGRAMME
                        AND R2.DT_EXPL = TRUNLOG.DT_EXPL
                        AND R2.DT_FIN > 0)
           END-EXEC
           PERFORM TEST-SQLCODE
           IF NB-RUN-OUVERTS > 0
             MOVE NB-RUN-OUVERTS TO DIS-RESP
             STRING '180 - ETAPES DU CYCLE SANS FIN (ABEND)        : '
                DIS-RESP DELIMITED BY SIZE INTO EDATEXP
             WRITE EDATEXP
             MOVE ALL ' ' TO EDATEXP
             MOVE '181 - DATE D''EXPLOITATION NON AVANCEE' TO EDATEXP
             WRITE EDATEXP
             CLOSE DATEXP
             DISPLAY 'ERREUR : CYCLE ' WS-DT-ANC ' INCOMPLET, '
                 NB-RUN-OUVERTS ' ETAPE(S) SANS FIN'
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       CALC-DT-SUIVANTE.
      * SANS DATE IMPOSEE : LENDEMAIN CALENDAIRE. UNE DATE IMPOSEE
      * DOIT ETRE UNE DATE REELLE (SPVALDT) ET POSTERIEURE A LA DATE
      * EN COURS : LA DATE D'EXPLOITATION NE RECULE JAMAIS
           IF PARM-DT-IMPOSEE = 0
             MOVE WS-DT-ANC(1:4) TO WS-AAAA
             MOVE WS-DT-ANC(5:2) TO WS-MM
             MOVE WS-DT-ANC(7:2) TO WS-JJ
             PERFORM CALC-JOURS-MOIS
             IF WS-JJ < WS-JOURS-MOIS
               ADD 1 TO WS-JJ
             ELSE
               MOVE 1 TO WS-JJ
               IF WS-MM < 12
                 ADD 1 TO WS-MM
               ELSE
                 MOVE 1 TO WS-MM
                 ADD 1 TO WS-AAAA
               END-IF
             END-IF
             MOVE WS-AAAA TO WS-DT-NOUV(1:4)
             MOVE WS-MM   TO WS-DT-NOUV(5:2)
             MOVE WS-JJ   TO WS-DT-NOUV(7:2)
           ELSE
             MOVE WS-DT-ANC TO VD-DT-EFFET
             MOVE PARM-DT-IMPOSEE TO VD-DT-EXPIR
             MOVE SPACE TO VD-RESULT
             CALL SOUSPROG4 USING ZONE-VALDT
             IF NOT VD-DATES-VALIDES OR PARM-DT-IMPOSEE = WS-DT-ANC
               DISPLAY 'ERREUR PARM : DATE IMPOSEE ' PARM-DT-IMPOSEE
                   ' INVALIDE OU NON POSTERIEURE A ' WS-DT-ANC
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE PARM-DT-IMPOSEE TO WS-DT-NOUV
           END-IF
           .
       CALC-JOURS-MOIS.
      * NOMBRE DE JOURS DU MOIS WS-MM POUR L'ANNEE WS-AAAA (FEVRIER
      * PASSE A 29 JOURS EN ANNEE BISSEXTILE)
           MOVE JM-JOURS(WS-MM) TO WS-JOURS-MOIS
           IF WS-MM = 2
             PERFORM CALC-BISSEXTILE
             IF ANNEE-BISSEXTILE
               MOVE 29 TO WS-JOURS-MOIS
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
       AVANCE-DATE-EXPL.
      * LA DATE EN COURS DEVIENT LA DATE DU CYCLE PRECEDENT : C'EST
      * CONTRE ELLE QUE MAJASRUN CONTROLE LA SUCCESSION DES RUNS
           MOVE WS-DT-NOUV TO DX-DT-EXPL
           MOVE WS-DT-ANC  TO DX-DT-PREC
           MOVE WS-DT-SYS  TO DX-DT-MAJ
           MOVE TIM        TO DX-HR-MAJ
           EXEC SQL
             UPDATE TDATEXPL
                SET DT_EXPL = :DX-DT-EXPL, DT_PREC = :DX-DT-PREC,
                    DT_MAJ = :DX-DT-MAJ, HR_MAJ = :DX-HR-MAJ
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL COMMIT END-EXEC
           PERFORM TEST-SQLCODE
           .
       INIT-DATE-EXPL.
      * PREMIERE MISE EN PLACE : AUCUN CYCLE PRECEDENT (DT_PREC A 0)
           MOVE 0 TO WS-DT-ANC
           MOVE PARM-DT-IMPOSEE TO VD-DT-EFFET VD-DT-EXPIR
           MOVE SPACE TO VD-RESULT
           CALL SOUSPROG4 USING ZONE-VALDT
           IF NOT VD-DATES-VALIDES
             DISPLAY 'ERREUR PARM : DATE IMPOSEE ' PARM-DT-IMPOSEE
                 ' INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE PARM-DT-IMPOSEE TO WS-DT-NOUV
           MOVE WS-DT-NOUV TO DX-DT-EXPL
           MOVE 0          TO DX-DT-PREC
           MOVE WS-DT-SYS  TO DX-DT-MAJ
           MOVE TIM        TO DX-HR-MAJ
           EXEC SQL
             INSERT INTO TDATEXPL
             VALUES (:DX-DT-EXPL, :DX-DT-PREC, :DX-DT-MAJ, :DX-HR-MAJ)
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL COMMIT END-EXEC
           PERFORM TEST-SQLCODE
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO WS-DT-SYS(1:4)
           MOVE DAT(4:2) TO WS-DT-SYS(5:2)
           MOVE DAT(1:2) TO WS-DT-SYS(7:2)
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'AVANCEMENT DE LA DATE D''EXPLOITATION' TO
                LGN-DEB3(8:36)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO EDATEXP
           WRITE EDATEXP
           MOVE ALL ' ' TO EDATEXP
           .

       CREA-TABL-STAT.
           STRING '177 - DATE D''EXPLOITATION QUITTEE            : '
              WS-DT-ANC DELIMITED BY SIZE INTO EDATEXP
           WRITE EDATEXP
           MOVE ALL ' ' TO EDATEXP
           STRING '178 - NOUVELLE DATE D''EXPLOITATION           : '
              WS-DT-NOUV DELIMITED BY SIZE INTO EDATEXP
           WRITE EDATEXP
           MOVE ALL ' ' TO EDATEXP
           IF TABLE-A-INITIALISER
             MOVE '179 - TABLE TDATEXPL INITIALISEE' TO EDATEXP
           ELSE
             MOVE '179 - DATE D''EXPLOITATION AVANCEE' TO EDATEXP
           END-IF
           WRITE EDATEXP
           MOVE ALL ' ' TO EDATEXP
           .

       TEST-STAT-PARM.
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-DATEXP.
           IF WS-DATEXP NOT = '00'
             DISPLAY 'ERREUR FICHIER DATEXP ' WS-DATEXP
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
           DISPLAY 'ERREUR DB2 TDATEXPL'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
