       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASSEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM   ASSIGN PARM
             FILE STATUS  WS-PARM.
           SELECT RAPSEC ASSIGN RAPSEC
             FILE STATUS  WS-RAPSEC.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
      * DATE DU JOURNAL A EDITER (ZERO = DATE D'EXPLOITATION) ET
      * PLAGE DES HEURES OUVREES HHMM (ZERO = 0800 A 1900)
       01  EPARM.
           05 PARM-DT-JRN     PIC 9(8).
           05 PARM-HR-DEB     PIC 9(4).
           05 PARM-HR-FIN     PIC 9(4).
           05                 PIC X(64).
       FD  RAPSEC RECORDING F.
       01  ERAPSEC            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-RAPSEC      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASSEC'.
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
       77  WS-DT-JRN          PIC 9(8) VALUE 0.
       77  WS-DT-JRN-ED       PIC X(10).
       77  WS-HR-DEB          PIC 9(4) VALUE 0.
       77  WS-HR-FIN          PIC 9(4) VALUE 0.
       77  WS-HHMM            PIC 9(4) VALUE 0.
       77  WS-LIB-MOTIF       PIC X(20).
       77  WS-LIB-RESULT      PIC X(6).
       77  CPT-LUS            PIC 9(6) VALUE 0.
       77  CPT-REFUS          PIC 9(6) VALUE 0.
       77  CPT-REFUS-UI       PIC 9(6) VALUE 0.
       77  CPT-REFUS-IN       PIC 9(6) VALUE 0.
       77  CPT-REFUS-PR       PIC 9(6) VALUE 0.
       77  CPT-MAJ-OK         PIC 9(6) VALUE 0.
       77  CPT-HORS-HEURES    PIC 9(6) VALUE 0.
       01  DIS-RESP           PIC ZZZZZ9.
       77  DIS-HR             PIC 99B99.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TJRNA
           END-EXEC.
      * REFUS D'AUTORISATION DE LA JOURNEE, PAR OPERATEUR
           EXEC SQL DECLARE CURSR CURSOR FOR
               SELECT HR_ACCES, USERID, PROGRAMME, ACTION, CLE, MOTIF
                 FROM TJRNACCES
                WHERE DT_ACCES = :JA-DT-ACCES
                  AND RESULTAT = 'AUT'
                ORDER BY USERID ASC, HR_ACCES ASC
           END-EXEC
      * TOUS LES ACCES JOURNALISES DE LA JOURNEE, DANS L'ORDRE
      * CHRONOLOGIQUE : LES ACCES HORS HEURES OUVREES SONT
      * RETENUS EN PROGRAMME
           EXEC SQL DECLARE CURSH CURSOR FOR
               SELECT HR_ACCES, USERID, PROGRAMME, ACTION, CLE,
                      RESULTAT, MOTIF
                 FROM TJRNACCES
                WHERE DT_ACCES = :JA-DT-ACCES
                ORDER BY HR_ACCES ASC, USERID ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * RAPPORT QUOTIDIEN DU JOURNAL DES ACCES EN LIGNE (TJRNACCES,
      * ALIMENTE PAR MAJASAUT) POUR LE RESPONSABLE SECURITE :
      * 1 - REFUS D'AUTORISATION PAR OPERATEUR, AVEC LE MOTIF ;
      * 2 - ACCES (MISES A JOUR OU REFUS) EN DEHORS DES HEURES
      *     OUVREES PARAMETREES.
      * LES STATISTIQUES DE FIN RECAPITULENT LE VOLUME DE LA JOURNEE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT RAPSEC
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-RAPSEC
           PERFORM CHARGE-PARM
           PERFORM CREA-DAT-TIME
           PERFORM EDITE-REFUS
           PERFORM EDITE-HORS-HEURES
           PERFORM CREA-TABL-STAT
           CLOSE PARM
           CLOSE RAPSEC
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-RAPSEC
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : ACCES LUS, LIGNES EDITEES
      * (REFUS ET HORS HEURES), REFUS COMPTES EN REJETS
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-LUS TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = CPT-REFUS + CPT-HORS-HEURES
           MOVE CPT-REFUS TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       CHARGE-PARM.
           READ PARM
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR LECTURE PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-JRN IS NOT NUMERIC
              OR PARM-HR-DEB IS NOT NUMERIC
              OR PARM-HR-FIN IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : DATE OU HEURES NON NUMERIQUES'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-DT-JRN = 0
             MOVE RUN-DT-EXPL TO WS-DT-JRN
           ELSE
             MOVE PARM-DT-JRN TO WS-DT-JRN
           END-IF
           IF PARM-HR-DEB = 0 AND PARM-HR-FIN = 0
             MOVE 0800 TO WS-HR-DEB
             MOVE 1900 TO WS-HR-FIN
           ELSE
             MOVE PARM-HR-DEB TO WS-HR-DEB
             MOVE PARM-HR-FIN TO WS-HR-FIN
           END-IF
           IF WS-HR-DEB > 2359 OR WS-HR-FIN > 2400
              OR WS-HR-DEB >= WS-HR-FIN
             DISPLAY 'ERREUR PARM : PLAGE HORAIRE INVALIDE '
                 WS-HR-DEB ' ' WS-HR-FIN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-DT-JRN TO JA-DT-ACCES
           MOVE SPACES TO WS-DT-JRN-ED
           STRING WS-DT-JRN(7:2) '/' WS-DT-JRN(5:2) '/'
               WS-DT-JRN(1:4) DELIMITED BY SIZE INTO WS-DT-JRN-ED
           .

       EDITE-REFUS.
           MOVE ALL ' ' TO ERAPSEC
           STRING '1 - REFUS D''AUTORISATION DU ' WS-DT-JRN-ED
               DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           STRING 'OPERATEUR HEURE    PROGRAMME A CLE'
               '                  MOTIF'
               DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           EXEC SQL OPEN CURSR END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSR
               INTO :JA-HR-ACCES, :JA-USERID, :JA-PROGRAMME,
                    :JA-ACTION, :JA-CLE, :JA-MOTIF
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             PERFORM ECRIT-LIGNE-REFUS
             EXEC SQL FETCH CURSR
                 INTO :JA-HR-ACCES, :JA-USERID, :JA-PROGRAMME,
                      :JA-ACTION, :JA-CLE, :JA-MOTIF
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSR END-EXEC
           PERFORM TEST-SQLCODE
           IF CPT-REFUS = 0
             MOVE '    AUCUN REFUS' TO ERAPSEC
             WRITE ERAPSEC
             MOVE ALL ' ' TO ERAPSEC
           END-IF
           WRITE ERAPSEC
           .
       ECRIT-LIGNE-REFUS.
           ADD 1 TO CPT-REFUS
           EVALUATE JA-MOTIF
           WHEN 'UI'
             ADD 1 TO CPT-REFUS-UI
           WHEN 'IN'
             ADD 1 TO CPT-REFUS-IN
           WHEN 'PR'
             ADD 1 TO CPT-REFUS-PR
           END-EVALUATE
           PERFORM LIBELLE-MOTIF
           MOVE ALL ' ' TO ERAPSEC
           STRING JA-USERID '  ' JA-HR-ACCES ' ' JA-PROGRAMME '  '
               JA-ACTION ' ' JA-CLE ' ' WS-LIB-MOTIF
               DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           .
       LIBELLE-MOTIF.
           EVALUATE JA-MOTIF
           WHEN 'UI'
             MOVE 'OPERATEUR INCONNU' TO WS-LIB-MOTIF
           WHEN 'IN'
             MOVE 'OPERATEUR INACTIF' TO WS-LIB-MOTIF
           WHEN 'PR'
             MOVE 'PROFIL INSUFFISANT' TO WS-LIB-MOTIF
           WHEN SPACES
             MOVE SPACES TO WS-LIB-MOTIF
           WHEN OTHER
             MOVE 'MOTIF INCONNU' TO WS-LIB-MOTIF
           END-EVALUATE
           .

       EDITE-HORS-HEURES.
           MOVE WS-HR-DEB TO DIS-HR
           MOVE ALL ' ' TO ERAPSEC
           STRING '2 - ACCES HORS HEURES OUVREES (AVANT ' DIS-HR
               DELIMITED BY SIZE INTO ERAPSEC
           MOVE WS-HR-FIN TO DIS-HR
           STRING ' OU APRES ' DIS-HR ')'
               DELIMITED BY SIZE INTO ERAPSEC(44:16)
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           STRING 'HEURE    OPERATEUR PROGRAMME A CLE'
               '                  RESULT'
               DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           EXEC SQL OPEN CURSH END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSH
               INTO :JA-HR-ACCES, :JA-USERID, :JA-PROGRAMME,
                    :JA-ACTION, :JA-CLE, :JA-RESULTAT, :JA-MOTIF
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             ADD 1 TO CPT-LUS
             IF JA-ACCES-OK
               ADD 1 TO CPT-MAJ-OK
             END-IF
             MOVE JA-HR-ACCES(1:2) TO WS-HHMM(1:2)
             MOVE JA-HR-ACCES(4:2) TO WS-HHMM(3:2)
             IF WS-HHMM < WS-HR-DEB OR WS-HHMM >= WS-HR-FIN
               PERFORM ECRIT-LIGNE-HORS-HEURES
             END-IF
             EXEC SQL FETCH CURSH
                 INTO :JA-HR-ACCES, :JA-USERID, :JA-PROGRAMME,
                      :JA-ACTION, :JA-CLE, :JA-RESULTAT, :JA-MOTIF
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSH END-EXEC
           PERFORM TEST-SQLCODE
           IF CPT-HORS-HEURES = 0
             MOVE '    AUCUN ACCES HORS HEURES' TO ERAPSEC
             WRITE ERAPSEC
             MOVE ALL ' ' TO ERAPSEC
           END-IF
           WRITE ERAPSEC
           .
       ECRIT-LIGNE-HORS-HEURES.
           ADD 1 TO CPT-HORS-HEURES
           IF JA-ACCES-REFUSE
             MOVE 'REFUS' TO WS-LIB-RESULT
           ELSE
             MOVE 'MAJ OK' TO WS-LIB-RESULT
           END-IF
           MOVE ALL ' ' TO ERAPSEC
           STRING JA-HR-ACCES ' ' JA-USERID '  ' JA-PROGRAMME '  '
               JA-ACTION ' ' JA-CLE ' ' WS-LIB-RESULT
               DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'JOURNAL DES ACCES EN LIGNE' TO LGN-DEB3(8:26)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           WRITE ERAPSEC
           .

       CREA-TABL-STAT.
           MOVE CPT-LUS TO DIS-RESP
           STRING '258 - NOMBRE D''ACCES JOURNALISES LUS         : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           MOVE CPT-MAJ-OK TO DIS-RESP
           STRING '259 - NOMBRE DE MISES A JOUR JOURNALISEES    : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           MOVE CPT-REFUS TO DIS-RESP
           STRING '260 - NOMBRE DE REFUS D''AUTORISATION         : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           MOVE CPT-REFUS-UI TO DIS-RESP
           STRING '261 - DONT OPERATEUR INCONNU                 : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           MOVE CPT-REFUS-IN TO DIS-RESP
           STRING '262 - DONT OPERATEUR INACTIF                 : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           MOVE CPT-REFUS-PR TO DIS-RESP
           STRING '263 - DONT PROFIL INSUFFISANT                : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           MOVE CPT-HORS-HEURES TO DIS-RESP
           STRING '264 - NOMBRE D''ACCES HORS HEURES OUVREES     : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPSEC
           WRITE ERAPSEC
           MOVE ALL ' ' TO ERAPSEC
           .

       TEST-STAT-PARM.
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPSEC.
           IF WS-RAPSEC NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPSEC ' WS-RAPSEC
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
           DISPLAY 'ERREUR DB2 JOURNAL DES ACCES'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           STOP RUN.
