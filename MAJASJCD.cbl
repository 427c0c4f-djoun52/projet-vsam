       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASJCD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM   ASSIGN PARM
             FILE STATUS  WS-PARM.
           SELECT SURPRIM ASSIGN SURPRIM
             FILE STATUS  WS-SURPRIM.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
       01  EPARM.
           05 PARM-ANNEE      PIC 9(4).
           05                 PIC X(76).
       FD  SURPRIM RECORDING F.
       01  ESURPRIM           PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-SURPRIM     PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASJCD'.
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
      * ANNEE TRAITEE : LES SURPRIMES QUI S'ETEIGNENT DANS L'ANNEE
      * SONT CELLES DONT LE PERMIS LE PLUS RECENT DU VEHICULE A ETE
      * OBTENU TROIS ANS PLUS TOT
       77  WS-ANNEE           PIC 9(4).
       77  WS-ANNEE-PERMIS    PIC 9(4).
       77  WS-DT-PERM-DEB     PIC 9(8).
       77  WS-DT-PERM-FIN     PIC 9(8).
       77  WS-DT-PERM-MAX     PIC 9(8).
       77  WS-DT-FIN-SURP     PIC 9(8).
       01  WS-DT-FIN-ED.
           05 WS-FIN-JJ       PIC 99.
           05                 PIC X VALUE '/'.
           05 WS-FIN-MM       PIC 99.
           05                 PIC X VALUE '/'.
           05 WS-FIN-AAAA     PIC 9(4).
       77  WS-NUM-VEHIC-COND  PIC 9(2).
       77  NB-VEHIC-POL       PIC S9(4) COMP.
       77  IND-RETENU         PIC X VALUE 'N'.
         88 LIGNE-RETENUE       VALUE 'O'.
         88 LIGNE-IGNOREE       VALUE 'N'.
       77  WS-PCT-NOVICE      PIC 9(2)V99 VALUE 0.
       01  WS-NOVICE-BRUTE    PIC X(4).
       01  WS-NOVICE-BRUTE-N REDEFINES WS-NOVICE-BRUTE PIC 9(2)V99.
       77  TAUX-NUM           PIC 9(2).
       77  PRM-TAUX           PIC 9(6)V99.
       77  PRM-NET-SURP       PIC 9(6)V99.
       77  MNT-SURPRIME       PIC 9(6)V99.
       77  TOT-SURPRIME       PIC 9(9)V99 VALUE 0.
       77  CPT-LUS            PIC 9(6) VALUE 0.
       77  CPT-EXPIRE         PIC 9(6) VALUE 0.
       77  CPT-IGNORE         PIC 9(6) VALUE 0.
       77  DIS-MNT            PIC ZZZZZ9V,99.
       77  DIS-TOT            PIC ZZZZZZZZ9V,99.
       01  DIS-RESP           PIC ZZZZZ9.
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
              INCLUDE TCOND
           END-EXEC.
           EXEC SQL
              INCLUDE TCPTX
           END-EXEC.
      * PERMIS LE PLUS RECENT PAR VEHICULE CONDUIT D'UNE POLICE
      * ACTIVE : LA SURPRIME DU VEHICULE DURE TANT QU'IL EST DE
      * MOINS DE TROIS ANS
           EXEC SQL DECLARE CURSJ CURSOR FOR
               SELECT C.MAT, C.NUM_VEHIC, MAX(C.DT_PERMIS)
                 FROM TCONDUCT C, TASSURES A
                WHERE C.MAT = A.MAT
                  AND A.ACTIF = 'O'
                GROUP BY C.MAT, C.NUM_VEHIC
               HAVING MAX(C.DT_PERMIS) BETWEEN :WS-DT-PERM-DEB
                                           AND :WS-DT-PERM-FIN
                ORDER BY 1 ASC, 2 ASC
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
      * ETAT ANNUEL DES SURPRIMES JEUNE CONDUCTEUR QUI S'ETEIGNENT :
      * POUR CHAQUE VEHICULE (OU POLICE SANS VEHICULE) DONT LE
      * PERMIS LE PLUS RECENT ATTEINT TROIS ANS DANS L'ANNEE, UNE
      * LIGNE AVEC LA DATE DE FIN DE SURPRIME ET LE MONTANT ANNUEL
      * QUI NE SERA PLUS FACTURE PAR MAJASFAC. L'ANNEE EST DONNEE
      * EN PARAMETRE (0 = ANNEE DE LA DATE D'EXPLOITATION)
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT SURPRIM
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-SURPRIM
           PERFORM CHARGE-PARM
           PERFORM CREA-DAT-TIME
           PERFORM LOAD-PCT-NOVICE
           EXEC SQL OPEN CURSJ END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-CURSJ
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-LUS
             PERFORM TRAITE-VEHIC-COND
             PERFORM FETCH-CURSJ
           END-PERFORM
           EXEC SQL CLOSE CURSJ END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM CREA-TABL-STAT
           CLOSE PARM
           CLOSE SURPRIM
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-SURPRIM
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : LUS = VEHICULES ARRIVANT A
      * TROIS ANS DE PERMIS, ECRITS = LIGNES D'ETAT, REJETES =
      * LIGNES IGNOREES
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-LUS TO RUN-NB-LUS
           MOVE CPT-EXPIRE TO RUN-NB-ECRITS
           MOVE CPT-IGNORE TO RUN-NB-REJETES
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
           IF PARM-ANNEE IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : ANNEE INVALIDE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-ANNEE = 0
             MOVE RUN-DT-EXPL(1:4) TO WS-ANNEE
           ELSE
             MOVE PARM-ANNEE TO WS-ANNEE
           END-IF
           COMPUTE WS-ANNEE-PERMIS = WS-ANNEE - 3
           COMPUTE WS-DT-PERM-DEB = WS-ANNEE-PERMIS * 10000 + 0101
           COMPUTE WS-DT-PERM-FIN = WS-ANNEE-PERMIS * 10000 + 1231
           .
       LOAD-PCT-NOVICE.
      * POURCENTAGE DE SURPRIME JEUNE CONDUCTEUR (LIGNE 'N' DE
      * TCPTAUX), LU COMME DANS MAJASFAC
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
       FETCH-CURSJ.
           EXEC SQL FETCH CURSJ
               INTO :C-MAT, :C-NUM-VEHIC, :WS-DT-PERM-MAX
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .

       TRAITE-VEHIC-COND.
      * UN CONDUCTEUR RATTACHE A UN VEHICULE RETIRE, OU SANS VEHICULE
      * SUR UNE POLICE QUI EN PORTE, NE DECLENCHE PAS DE SURPRIME
      * DANS MAJASFAC : LA LIGNE EST IGNOREE
           SET LIGNE-RETENUE TO TRUE
           MOVE C-MAT TO A-MAT
           MOVE C-NUM-VEHIC TO WS-NUM-VEHIC-COND
           EXEC SQL
             SELECT NOM_PRN, PB, BON_MAL, TAUX
               INTO :A-NOM-PRN, :A-PB, :A-BON-MAL, :A-TAUX
               FROM TASSURES WHERE MAT = :A-MAT
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-NUM-VEHIC-COND = 0
             EXEC SQL
               SELECT COUNT(*) INTO :NB-VEHIC-POL
                 FROM TVEHICULES WHERE MAT = :A-MAT
             END-EXEC
             PERFORM TEST-SQLCODE
             IF NB-VEHIC-POL > 0
               SET LIGNE-IGNOREE TO TRUE
             ELSE
               MOVE A-PB TO V-PRM-VEHIC
               MOVE A-TAUX TO V-TAUX-VEHIC
             END-IF
           ELSE
             EXEC SQL
               SELECT PRM_VEHIC, TAUX_VEHIC
                 INTO :V-PRM-VEHIC, :V-TAUX-VEHIC
                 FROM TVEHICULES
                WHERE MAT = :A-MAT AND NUM_VEHIC = :WS-NUM-VEHIC-COND
             END-EXEC
             IF SQLCODE = 100
               SET LIGNE-IGNOREE TO TRUE
             ELSE
               PERFORM TEST-SQLCODE
             END-IF
           END-IF
           IF LIGNE-IGNOREE
             ADD 1 TO CPT-IGNORE
           ELSE
             PERFORM CALC-PRM-SURP
             PERFORM WRITE-LIGNE-SURP
           END-IF
           .
       CALC-PRM-SURP.
      * PRIME NETTE DU VEHICULE (OU DE LA POLICE) AJUSTEE PAR SON CODE
      * TAUX DANS LE SENS BONUS/MALUS DE LA POLICE, PUIS SURPRIME
           MOVE 0 TO TAUX-NUM
           IF V-TAUX-VEHIC IS NUMERIC
             MOVE V-TAUX-VEHIC TO TAUX-NUM
           END-IF
           COMPUTE PRM-TAUX = V-PRM-VEHIC * TAUX-NUM / 100
           EVALUATE A-BON-MAL
             WHEN 'B'
               COMPUTE PRM-NET-SURP = V-PRM-VEHIC - PRM-TAUX
             WHEN 'M'
               COMPUTE PRM-NET-SURP = V-PRM-VEHIC + PRM-TAUX
             WHEN OTHER
               MOVE V-PRM-VEHIC TO PRM-NET-SURP
           END-EVALUATE
           COMPUTE MNT-SURPRIME ROUNDED
               = PRM-NET-SURP * WS-PCT-NOVICE / 100
           .
       WRITE-LIGNE-SURP.
      * LA SURPRIME S'ETEINT AU TROISIEME ANNIVERSAIRE DU PERMIS
           COMPUTE WS-DT-FIN-SURP = WS-DT-PERM-MAX + 30000
           MOVE WS-DT-FIN-SURP(7:2) TO WS-FIN-JJ
           MOVE WS-DT-FIN-SURP(5:2) TO WS-FIN-MM
           MOVE WS-DT-FIN-SURP(1:4) TO WS-FIN-AAAA
           MOVE MNT-SURPRIME TO DIS-MNT
           ADD 1 TO CPT-EXPIRE
           ADD MNT-SURPRIME TO TOT-SURPRIME
           MOVE ALL ' ' TO ESURPRIM
           STRING A-MAT ' ' A-NOM-PRN ' VEHICULE ' C-NUM-VEHIC
               ' FIN ' WS-DT-FIN-ED ' SURPRIME ' DIS-MNT
               DELIMITED BY SIZE INTO ESURPRIM
           WRITE ESURPRIM
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'FIN DES SURPRIMES JEUNE CONDUCTEUR' TO
                LGN-DEB3(8:34)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ESURPRIM
           WRITE ESURPRIM
           MOVE ALL ' ' TO ESURPRIM
           STRING 'ANNEE ' WS-ANNEE ' - PERMIS OBTENUS EN '
               WS-ANNEE-PERMIS DELIMITED BY SIZE INTO ESURPRIM
           WRITE ESURPRIM
           MOVE ALL ' ' TO ESURPRIM
           .

       CREA-TABL-STAT.
           MOVE ALL ' ' TO ESURPRIM
           WRITE ESURPRIM
           MOVE CPT-EXPIRE TO DIS-RESP
           STRING '299 - NOMBRE DE SURPRIMES ARRIVANT A TERME    : '
              DIS-RESP DELIMITED BY SIZE INTO ESURPRIM
           WRITE ESURPRIM
           MOVE ALL ' ' TO ESURPRIM
           MOVE TOT-SURPRIME TO DIS-TOT
           STRING '300 - MONTANT ANNUEL DES SURPRIMES : '
              DIS-TOT DELIMITED BY SIZE INTO ESURPRIM
           WRITE ESURPRIM
           MOVE ALL ' ' TO ESURPRIM
           MOVE CPT-IGNORE TO DIS-RESP
           STRING '301 - LIGNES CONDUCTEUR IGNOREES              : '
              DIS-RESP DELIMITED BY SIZE INTO ESURPRIM
           WRITE ESURPRIM
           MOVE ALL ' ' TO ESURPRIM
           .

       TEST-STAT-PARM.
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-SURPRIM.
           IF WS-SURPRIM NOT = '00'
             DISPLAY 'ERREUR FICHIER SURPRIM ' WS-SURPRIM
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
           DISPLAY 'ERREUR DB2 SURPRIMES'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           STOP RUN.
