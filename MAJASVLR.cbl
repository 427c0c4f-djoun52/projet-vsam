       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASVLR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM   ASSIGN PARM
             FILE STATUS  WS-PARM.
           SELECT RAPVAL ASSIGN RAPVAL
             FILE STATUS  WS-RAPVAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM RECORDING F.
      * ANCIENNETE EN JOURS AU-DELA DE LAQUELLE UNE DEMANDE EN
      * ATTENTE EST SIGNALEE (ZERO = SEUIL 'J' DE TCPTAUX TYPE 'Q',
      * A DEFAUT 5 JOURS)
       01  EPARM.
           05 PARM-NB-JOURS   PIC 9(3).
           05                 PIC X(77).
       FD  RAPVAL RECORDING F.
       01  ERAPVAL            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-PARM        PIC XX.
       77  WS-RAPVAL      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASVLR'.
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
       77  WS-NB-JOURS        PIC 9(4) VALUE 5.
       01  WS-SEUIL-BRUT      PIC X(4).
       01  WS-SEUIL-BRUT-N REDEFINES WS-SEUIL-BRUT PIC 9(4).
       77  WS-RANG-EXPL       PIC 9(7).
       77  WS-ECART-JOURS     PIC S9(7).
       77  WS-DT-DEM-ED       PIC X(10).
       77  WS-LIB-MOTIF       PIC X(20).
       77  CPT-LUS            PIC 9(6) VALUE 0.
       77  CPT-RETARD         PIC 9(6) VALUE 0.
       77  CPT-RETARD-MVT     PIC 9(6) VALUE 0.
       77  CPT-RETARD-REG     PIC 9(6) VALUE 0.
       01  DIS-RESP           PIC ZZZZZ9.
       77  DIS-JOURS          PIC ZZZ9.
       77  DIS-NUM            PIC Z(7)9.
       77  DIS-MNT            PIC ZZZZZ9V,99.
       77  LGN-DEB3           PIC X(80) VALUE ALL SPACE.
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
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TCPTX
           END-EXEC.
           EXEC SQL
              INCLUDE TVALA
           END-EXEC.
           EXEC SQL DECLARE CURSQ CURSOR FOR
               SELECT REF_TYPE, REF_VALUE
                 FROM TCPTAUX
                WHERE REF_TYPE = 'Q'
           END-EXEC
      * DEMANDES TOUJOURS EN ATTENTE DE VALIDATION, DE LA PLUS
      * ANCIENNE A LA PLUS RECENTE
           EXEC SQL DECLARE CURSA CURSOR FOR
               SELECT NUM_DEM, TYPE_DEM, ORIGINE, MOTIF, MAT,
                      CDE_MVT, PB, PB_AV, MNT_REG, USER_DEM, DT_DEM
                 FROM TVALATT
                WHERE STATUT = 'A'
                ORDER BY DT_DEM ASC, NUM_DEM ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * RAPPORT DES DEMANDES DU CONTROLE A QUATRE YEUX (TVALATT) EN
      * ATTENTE DE VALIDATION DEPUIS PLUS DE N JOURS A LA DATE
      * D'EXPLOITATION : MOUVEMENTS DE POLICE ET REGLEMENTS QUE
      * PERSONNE N'A ENCORE VALIDES NI REJETES DANS MAJASVAL. LE
      * RAPPORT NE MODIFIE RIEN ET PEUT ETRE RELANCE
           PERFORM DEBUT-RUNLOG
           OPEN INPUT PARM
           OPEN OUTPUT RAPVAL
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-RAPVAL
           PERFORM CHARGE-PARM
           PERFORM CREA-DAT-TIME
           PERFORM EDITE-ATTENTE
           PERFORM CREA-TABL-STAT
           CLOSE PARM
           CLOSE RAPVAL
           PERFORM TEST-STAT-PARM
           PERFORM TEST-STAT-RAPVAL
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : DEMANDES EN ATTENTE LUES,
      * DEMANDES EN RETARD EDITEES
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-LUS TO RUN-NB-LUS
           MOVE CPT-RETARD TO RUN-NB-ECRITS
           MOVE 0 TO RUN-NB-REJETES
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
           IF PARM-NB-JOURS IS NOT NUMERIC
             DISPLAY 'ERREUR PARM : NOMBRE DE JOURS NON NUMERIQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF PARM-NB-JOURS = 0
             PERFORM CHARGE-SEUIL-JOURS
           ELSE
             MOVE PARM-NB-JOURS TO WS-NB-JOURS
           END-IF
           MOVE RUN-DT-EXPL TO WS-DT-CALC
           PERFORM CALC-RANG-JOUR
           MOVE WS-RANG-JOUR TO WS-RANG-EXPL
           .
       CHARGE-SEUIL-JOURS.
      * CODE SUR UN CARACTERE PUIS VALEUR SUR QUATRE CHIFFRES, COMME
      * LES AUTRES SEUILS DU CONTROLE A QUATRE YEUX
           EXEC SQL OPEN CURSQ END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSQ
               INTO :REF-TYPE, :REF-VALUE
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM TEST-SQLCODE
             MOVE REF-VALUE(2:4) TO WS-SEUIL-BRUT
             IF REF-VALUE(1:1) = 'J' AND WS-SEUIL-BRUT IS NUMERIC
               MOVE WS-SEUIL-BRUT-N TO WS-NB-JOURS
             END-IF
             EXEC SQL FETCH CURSQ
                 INTO :REF-TYPE, :REF-VALUE
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSQ END-EXEC
           PERFORM TEST-SQLCODE
           .

       EDITE-ATTENTE.
           MOVE WS-NB-JOURS TO DIS-JOURS
           MOVE ALL ' ' TO ERAPVAL
           STRING 'DEMANDES EN ATTENTE DEPUIS PLUS DE ' DIS-JOURS
               ' JOURS AU ' RUN-DT-EXPL-ED
               DELIMITED BY SIZE INTO ERAPVAL
           WRITE ERAPVAL
           MOVE ALL ' ' TO ERAPVAL
           STRING 'NUM DEM  T O MAT    C DEMANDEUR DATE DEM   JOURS'
               ' MONTANT    MOTIF'
               DELIMITED BY SIZE INTO ERAPVAL
           WRITE ERAPVAL
           MOVE ALL ' ' TO ERAPVAL
           EXEC SQL OPEN CURSA END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-ATTENTE
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-LUS
             MOVE VA-DT-DEM TO WS-DT-CALC
             PERFORM CALC-RANG-JOUR
             COMPUTE WS-ECART-JOURS = WS-RANG-EXPL - WS-RANG-JOUR
             IF WS-ECART-JOURS > WS-NB-JOURS
               PERFORM ECRIT-LIGNE-ATTENTE
             END-IF
             PERFORM FETCH-ATTENTE
           END-PERFORM
           EXEC SQL CLOSE CURSA END-EXEC
           PERFORM TEST-SQLCODE
           IF CPT-RETARD = 0
             MOVE '    AUCUNE DEMANDE EN RETARD' TO ERAPVAL
             WRITE ERAPVAL
             MOVE ALL ' ' TO ERAPVAL
           END-IF
           WRITE ERAPVAL
           .
       FETCH-ATTENTE.
           EXEC SQL FETCH CURSA
               INTO :VA-NUM-DEM, :VA-TYPE-DEM, :VA-ORIGINE, :VA-MOTIF,
                    :VA-MAT, :VA-CDE-MVT, :VA-PB, :VA-PB-AV,
                    :VA-MNT-REG, :VA-USER-DEM, :VA-DT-DEM
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       ECRIT-LIGNE-ATTENTE.
      * LE MONTANT EDITE EST LA NOUVELLE PRIME POUR UN MOUVEMENT, LE
      * MONTANT DU REGLEMENT POUR UN REGLEMENT
           ADD 1 TO CPT-RETARD
           IF VA-DEM-REG
             ADD 1 TO CPT-RETARD-REG
             MOVE VA-MNT-REG TO DIS-MNT
           ELSE
             ADD 1 TO CPT-RETARD-MVT
             MOVE VA-PB TO DIS-MNT
           END-IF
           PERFORM LIBELLE-MOTIF
           MOVE VA-NUM-DEM TO DIS-NUM
           MOVE WS-ECART-JOURS TO DIS-JOURS
           MOVE SPACES TO WS-DT-DEM-ED
           STRING VA-DT-DEM(7:2) '/' VA-DT-DEM(5:2) '/'
               VA-DT-DEM(1:4) DELIMITED BY SIZE INTO WS-DT-DEM-ED
           MOVE ALL ' ' TO ERAPVAL
           STRING DIS-NUM ' ' VA-TYPE-DEM ' ' VA-ORIGINE ' ' VA-MAT
               ' ' VA-CDE-MVT ' ' VA-USER-DEM '  ' WS-DT-DEM-ED ' '
               DIS-JOURS ' ' DIS-MNT ' ' WS-LIB-MOTIF
               DELIMITED BY SIZE INTO ERAPVAL
           WRITE ERAPVAL
           MOVE ALL ' ' TO ERAPVAL
           .
       LIBELLE-MOTIF.
           EVALUATE TRUE
           WHEN VA-MOTIF-PRIME
             MOVE 'VARIATION DE PRIME' TO WS-LIB-MOTIF
           WHEN VA-MOTIF-SUPP
             MOVE 'SUPPR. AVEC SINISTRE' TO WS-LIB-MOTIF
           WHEN VA-MOTIF-REG
             MOVE 'REGLEMENT ELEVE' TO WS-LIB-MOTIF
           WHEN OTHER
             MOVE 'MOTIF INCONNU' TO WS-LIB-MOTIF
           END-EVALUATE
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

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'DEMANDES EN ATTENTE DE VALIDATION' TO LGN-DEB3(8:33)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPVAL
           WRITE ERAPVAL
           MOVE ALL ' ' TO ERAPVAL
           WRITE ERAPVAL
           .

       CREA-TABL-STAT.
           MOVE CPT-LUS TO DIS-RESP
           STRING '267 - NOMBRE DE DEMANDES EN ATTENTE LUES     : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVAL
           WRITE ERAPVAL
           MOVE ALL ' ' TO ERAPVAL
           MOVE CPT-RETARD TO DIS-RESP
           STRING '268 - NOMBRE DE DEMANDES EN RETARD           : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVAL
           WRITE ERAPVAL
           MOVE ALL ' ' TO ERAPVAL
           MOVE CPT-RETARD-MVT TO DIS-RESP
           STRING '269 - DONT MOUVEMENTS DE POLICE              : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVAL
           WRITE ERAPVAL
           MOVE ALL ' ' TO ERAPVAL
           MOVE CPT-RETARD-REG TO DIS-RESP
           STRING '270 - DONT REGLEMENTS DE SINISTRE            : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVAL
           WRITE ERAPVAL
           MOVE ALL ' ' TO ERAPVAL
           .

       TEST-STAT-PARM.
           IF WS-PARM NOT = '00'
             DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPVAL.
           IF WS-RAPVAL NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPVAL ' WS-RAPVAL
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
           DISPLAY 'ERREUR DB2 DEMANDES EN ATTENTE'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           STOP RUN.
