             FILE STATUS  WS-BLKSUP.
           SELECT ECHEANC ASSIGN ECHEANC
             FILE STATUS  WS-ECH.
           SELECT VALMVT ASSIGN VALMVT
             FILE STATUS  WS-VALMVT.
       DATA DIVISION.
       FILE SECTION.
       FD  BLKSUP RECORDING F.
           05 BLK-MOTIF       PIC X.
             88 BLK-SIN-OUVERT  VALUE 'S'.
             88 BLK-IMPAYE      VALUE 'P'.
             88 BLK-LIBRE       VALUE 'N'.
      * 'O' : LA POLICE A DES SINISTRES (OUVERTS OU CLOS), SA
      * SUPPRESSION RELEVE DU CONTROLE A QUATRE YEUX ; UNE POLICE NON
      * BLOQUEE EST ALORS EXTRAITE AVEC LE MOTIF 'N'
           05 BLK-HISTO       PIC X.
             88 BLK-AVEC-SIN    VALUE 'O'.
           05                 PIC X(72).
       FD  ECHEANC RECORDING F.
       01  EECH.
           05 ECH-MAT         PIC X(6).
           05 TRL-ECH-NB-ENR  PIC 9(6).
           05 TRL-ECH-MNT     PIC 9(9)V99.
           05 FILLER          PIC X(57).
      * MOUVEMENTS DE LA CHAINE FICHIER MIS EN ATTENTE PAR FEEDT ET
      * VALIDES DEPUIS PAR UN SECOND OPERATEUR (TVALATT), RESTITUES AU
      * FORMAT DU FICHIER MVT POUR QUE MAJAS LES APPLIQUE A SON TOUR
       FD  VALMVT RECORDING F.
       01  EVALMVT.
           05 VLM-MATRICUL   PIC X(6).
           05 VLM-NM-PRNM    PIC X(20).
           05 VLM-ADSS       PIC X(18).
           05 VLM-CP         PIC 9(5).
           05 VLM-VLL        PIC X(12).
           05 VLM-TPV        PIC X.
           05 VLM-PRMBS      PIC 9(4)V99.
           05 VLM-PRMT       PIC X.
           05 VLM-TAUX       PIC X(2).
           05                PIC X.
           05 VLM-CDE-MVT    PIC X.
           05 VLM-DT-EFFET   PIC 9(8).
           05 VLM-DT-EXPIR   PIC 9(8).
           05 FILLER         PIC X(3).
           05 VLM-FREQ-PAIE  PIC X.
           05 VLM-MODE-PAIE  PIC X.
           05 VLM-CDE-PROD   PIC X(3).
       WORKING-STORAGE SECTION.
       77  WS-BLKSUP      PIC XX.
       77  WS-VALMVT      PIC XX.
       77  WS-ECH         PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASBLK'.
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
       77  WS-DT-JOUR         PIC 9(8) VALUE 0.
       77  NB-POL-LUES        PIC 9(6) VALUE 0.
       77  NB-BLK-SIN         PIC 9(6) VALUE 0.
       77  NB-BLK-PAIE        PIC 9(6) VALUE 0.
       77  NB-BLK-HISTO       PIC 9(6) VALUE 0.
       77  NB-VAL-MVT         PIC 9(6) VALUE 0.
       77  WS-SIN-OUVERTS     PIC S9(4) COMP.
       77  WS-SIN-TOTAL       PIC S9(4) COMP.
       77  TOT-PAYE           PIC S9(9)V99 COMP-3.
      * CUMUL PAR MATRICULE DES ECHEANCES DEJA EXIGIBLES (DT-ECH
      * INFERIEURE OU EGALE A LA DATE DU JOUR), CHARGE DEPUIS LE
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TVALA
           END-EXEC.
           EXEC SQL DECLARE CURSA CURSOR FOR
               SELECT MAT
                 FROM TASSURES
                 ORDER BY MAT ASC
           END-EXEC
      * DEMANDES DE LA CHAINE FICHIER VALIDEES ET PAS ENCORE
      * EXTRAITES ('X' : DEJA APPLIQUEES COTE BASE PAR MAJASDB)
           EXEC SQL DECLARE CURSV CURSOR FOR
               SELECT NUM_DEM, MAT, NOM_PRN, ADSS, CP, VILLE, TV, PB,
                      BON_MAL, TAUX, CDE_MVT, DT_EFFET, DT_EXPIR,
                      FREQ_PAIE, MODE_PAIE, CDE_PROD
                 FROM TVALATT
                WHERE TYPE_DEM = 'M' AND ORIGINE = 'F'
                  AND EXPORT = 'N' AND STATUT IN ('V', 'X')
                ORDER BY NUM_DEM ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
      * TRIMESTRIEL OU MENSUEL A JOUR NE DOIT PAS ETRE BLOQUE). LE
      * FICHIER BLKSUP EST CHARGE PAR MAJAS, QUI N'A PAS D'ACCES
      * DB2, POUR BLOQUER SES MOUVEMENTS 'S' COMME MAJASDB LE FAIT
      * DIRECTEMENT SUR LA BASE. LE MEME FICHIER SIGNALE LES POLICES
      * AYANT DES SINISTRES, DONT LA SUPPRESSION PASSE PAR LE CONTROLE
      * A QUATRE YEUX, ET LE FICHIER VALMVT RESTITUE A MAJAS LES
      * MOUVEMENTS QUE CE CONTROLE A FAIT VALIDER
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT BLKSUP
           PERFORM TEST-STAT-BLKSUP
           PERFORM CALC-DT-JOUR
           PERFORM LOAD-ECHEANCIER
           EXEC SQL OPEN CURSA END-EXEC
           DISPLAY 'MAJASBLK : ' NB-POL-LUES ' POLICES CONTROLEES, '
               NB-BLK-SIN ' BLOQUEES SINISTRE, '
               NB-BLK-PAIE ' BLOQUEES IMPAYE'
           DISPLAY 'MAJASBLK : ' NB-BLK-HISTO ' POLICES AVEC SINISTRES'
           CLOSE BLKSUP
           PERFORM TEST-STAT-BLKSUP
           PERFORM EXTRAIT-VALIDES
           DISPLAY 'MAJASBLK : ' NB-VAL-MVT ' MOUVEMENTS VALIDES '
               'EXTRAITS'
           PERFORM FIN-RUNLOG
           GOBACK
           .
       DEBUT-RUNLOG.
      * OUVERTURE DE LA LIGNE DE PILOTAGE DU RUN DANS TRUNLOG
           MOVE 'D' TO RUN-PHASE
           MOVE 0 TO RUN-NB-LUS RUN-NB-ECRITS RUN-NB-REJETES
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : POLICES CONTROLEES ET
      * MATRICULES BLOQUES EXTRAITS
           MOVE 'F' TO RUN-PHASE
           MOVE NB-POL-LUES TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = NB-BLK-SIN + NB-BLK-PAIE
               + NB-VAL-MVT
           MOVE 0 TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG1 USING ZONE-RUNLOG
           .

       CONTROLE-POLICE.
      * LE SINISTRE OUVERT PRIME SUR L'IMPAYE : UN SEUL MOTIF PAR
      * MATRICULE, LE PLUS BLOQUANT. UNE POLICE NI BLOQUEE NI SANS
      * SINISTRE N'EST PAS EXTRAITE
           PERFORM CTRL-SIN-OUVERTS
           MOVE ALL ' ' TO EBLKSUP
           MOVE A-MAT TO BLK-MAT
           MOVE 'N'   TO BLK-MOTIF
           IF WS-SIN-TOTAL > 0
             ADD 1 TO NB-BLK-HISTO
             MOVE 'O' TO BLK-HISTO
           END-IF
           IF WS-SIN-OUVERTS > 0
             ADD 1 TO NB-BLK-SIN
             MOVE 'S'   TO BLK-MOTIF
           ELSE
             PERFORM CTRL-SOLDE-IMPAYE
             IF TOT-PAYE < PRM-EXIGIBLE
               ADD 1 TO NB-BLK-PAIE
               MOVE 'P'   TO BLK-MOTIF
             END-IF
           END-IF
           IF NOT BLK-LIBRE OR BLK-AVEC-SIN
             WRITE EBLKSUP
           END-IF
           .
       CTRL-SIN-OUVERTS.
           MOVE 0 TO WS-SIN-OUVERTS
              WHERE MAT = :A-MAT AND STATUT = 'O'
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE 0 TO WS-SIN-TOTAL
           EXEC SQL
             SELECT COUNT(*) INTO :WS-SIN-TOTAL
               FROM TSINISTRES
              WHERE MAT = :A-MAT
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       CTRL-SOLDE-IMPAYE.
           PERFORM CHERCHE-EXIGIBLE
             END-IF
           END-PERFORM
           .
       EXTRAIT-VALIDES.
      * CHAQUE DEMANDE EXTRAITE EST MARQUEE (EXPORT = 'O') POUR N'ETRE
      * RESTITUEE QU'UNE FOIS ; FICHIER ET MARQUAGE SONT VALIDES
      * ENSEMBLE EN FIN D'EXTRACTION
           OPEN OUTPUT VALMVT
           PERFORM TEST-STAT-VALMVT
           EXEC SQL OPEN CURSV END-EXEC
           PERFORM TEST-SQLCODE
           PERFORM FETCH-VALIDE
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO NB-VAL-MVT
             MOVE ALL ' ' TO EVALMVT
             MOVE VA-MAT        TO VLM-MATRICUL
             MOVE VA-NOM-PRN    TO VLM-NM-PRNM
             MOVE VA-ADSS       TO VLM-ADSS
             MOVE VA-CP         TO VLM-CP
             MOVE VA-VILLE      TO VLM-VLL
             MOVE VA-TV         TO VLM-TPV
             MOVE VA-PB         TO VLM-PRMBS
             MOVE VA-BON-MAL    TO VLM-PRMT
             MOVE VA-TAUX       TO VLM-TAUX
             MOVE VA-CDE-MVT    TO VLM-CDE-MVT
             MOVE VA-DT-EFFET   TO VLM-DT-EFFET
             MOVE VA-DT-EXPIR   TO VLM-DT-EXPIR
             MOVE VA-FREQ-PAIE  TO VLM-FREQ-PAIE
             MOVE VA-MODE-PAIE  TO VLM-MODE-PAIE
             MOVE VA-CDE-PROD   TO VLM-CDE-PROD
             WRITE EVALMVT
             PERFORM TEST-STAT-VALMVT
             EXEC SQL
               UPDATE TVALATT SET EXPORT = 'O'
                WHERE NUM_DEM = :VA-NUM-DEM
             END-EXEC
             PERFORM TEST-SQLCODE
             PERFORM FETCH-VALIDE
           END-PERFORM
           EXEC SQL CLOSE CURSV END-EXEC
           PERFORM TEST-SQLCODE
           CLOSE VALMVT
           PERFORM TEST-STAT-VALMVT
           EXEC SQL COMMIT END-EXEC
           PERFORM TEST-SQLCODE
           .
       FETCH-VALIDE.
           EXEC SQL FETCH CURSV
               INTO :VA-NUM-DEM, :VA-MAT, :VA-NOM-PRN, :VA-ADSS,
                    :VA-CP, :VA-VILLE, :VA-TV, :VA-PB, :VA-BON-MAL,
                    :VA-TAUX, :VA-CDE-MVT, :VA-DT-EFFET, :VA-DT-EXPIR,
                    :VA-FREQ-PAIE, :VA-MODE-PAIE, :VA-CDE-PROD
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
           END-IF
           .
       CALC-DT-JOUR.
      * LES ECHEANCES EXIGIBLES SONT CELLES ECHUES A LA DATE
      * D'EXPLOITATION (TDATEXPL)
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           .
       LOAD-ECHEANCIER.
      * CUMUL PAR MATRICULE DES ECHEANCES DEJA EXIGIBLES : LE FICHIER
             STOP RUN
           END-IF
           .
       TEST-STAT-VALMVT.
           IF WS-VALMVT NOT = '00'
             DISPLAY 'ERREUR FICHIER VALMVT ' WS-VALMVT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
