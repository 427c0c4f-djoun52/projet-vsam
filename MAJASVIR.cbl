       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASVIR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMBOUR ASSIGN REMBOUR
             FILE STATUS  WS-REMB.
           SELECT VIREMT ASSIGN VIREMT
             FILE STATUS  WS-VIREMT.
           SELECT RAPVIR ASSIGN RAPVIR
             FILE STATUS  WS-RAPVIR.
       DATA DIVISION.
       FILE SECTION.
       FD  REMBOUR RECORDING F.
       01  EREMBOUR.
           05 RMB-MAT         PIC X(6).
           05 RMB-DT-SUPP     PIC 9(8).
           05 RMB-MNT         PIC 9(6)V99.
           05 RMB-TYPE-VEHIC  PIC X.
           05 RMB-PCT-TAXE    PIC 9(2)V99.
           05 RMB-MNT-TAXE    PIC 9(6)V99.
           05 FILLER          PIC X(45).
       01  EREMBOUR-TRL REDEFINES EREMBOUR.
           05 TRL-RMB-INDIC   PIC X(6).
             88 RMB-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-RMB-NB-ENR  PIC 9(6).
           05 TRL-RMB-MNT     PIC 9(9)V99.
           05 TRL-RMB-TAXE    PIC 9(9)V99.
           05 FILLER          PIC X(46).
      * FICHIER D'ORDRES DE VIREMENT REMIS A LA BANQUE : LA REFERENCE
      * EST RESTITUEE TELLE QUELLE DANS LE FICHIER RETOUR RETVIR
       FD  VIREMT RECORDING F.
       01  EVIREMT.
           05 VIR-REF         PIC X(25).
           05 VIR-MAT         PIC X(6).
           05 VIR-NM-PRNM     PIC X(20).
           05 VIR-MNT         PIC 9(6)V99.
           05 VIR-DT-EMIS     PIC 9(8).
           05 VIR-TYPE        PIC X.
           05 FILLER          PIC X(12).
       01  EVIREMT-TRL REDEFINES EVIREMT.
           05 TRL-VIR-INDIC   PIC X(6).
             88 VIR-IS-TRAILER  VALUE HIGH-VALUES.
           05 TRL-VIR-NB-ENR  PIC 9(6).
           05 TRL-VIR-MNT     PIC 9(9)V99.
           05 FILLER          PIC X(57).
       FD  RAPVIR RECORDING F.
       01  ERAPVIR            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-REMB        PIC XX.
       77  WS-VIREMT      PIC XX.
       77  WS-RAPVIR      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASVIR'.
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
      * REFERENCE DU VIREMENT : TYPE, MATRICULE PUIS CLE DE L'ELEMENT
      * PAYE (SINISTRE ET DATE DE REGLEMENT, OU DATE DE SUPPRESSION
      * DE LA POLICE POUR UNE RISTOURNE)
       01  WS-REF-VIR.
           05 RV-TYPE         PIC X.
           05 RV-MAT          PIC X(6).
           05 RV-SUITE        PIC X(18).
           05 RV-SIN REDEFINES RV-SUITE.
             10 RV-NUM-VEHIC  PIC 9(2).
             10 RV-DT-SIN     PIC 9(8).
             10 RV-DT-REG     PIC 9(8).
           05 RV-RMB REDEFINES RV-SUITE.
             10 RV-DT-SUPP    PIC 9(8).
             10 FILLER        PIC X(10).
       77  WS-TRL-RMB-NB      PIC 9(6) VALUE 0.
       77  CPT-RMB-SCAN       PIC 9(6) VALUE 0.
       77  CPT-REG-LUS        PIC 9(6) VALUE 0.
       77  CPT-RMB-LUS        PIC 9(6) VALUE 0.
       77  CPT-VIR-SIN        PIC 9(6) VALUE 0.
       77  CPT-VIR-RMB        PIC 9(6) VALUE 0.
       77  CPT-DEJA-EMIS      PIC 9(6) VALUE 0.
       77  CPT-SANS-BENEF     PIC 9(6) VALUE 0.
       77  CPT-MNT-NUL        PIC 9(6) VALUE 0.
       77  CPT-ORDRES         PIC 9(6) VALUE 0.
       77  TOT-VIR-SIN        PIC 9(9)V99 VALUE 0.
       77  TOT-VIR-RMB        PIC 9(9)V99 VALUE 0.
       77  TOT-ORDRES         PIC 9(9)V99 VALUE 0.
       77  IND-BENEF          PIC X VALUE 'N'.
         88 BENEF-TROUVE        VALUE 'O'.
         88 BENEF-ABSENT        VALUE 'N'.
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
              INCLUDE TREG
           END-EXEC.
           EXEC SQL
              INCLUDE TARCH
           END-EXEC.
           EXEC SQL
              INCLUDE TVIR
           END-EXEC.
           EXEC SQL DECLARE CURSR CURSOR FOR
               SELECT MAT, NUM_VEHIC, DT_SIN, DT_REG, MNT_REG
                 FROM TREGSIN
                ORDER BY MAT ASC, DT_REG ASC
           END-EXEC
      * UNE RISTOURNE VISE UNE POLICE SUPPRIMEE, ABSENTE DE TASSURES :
      * LE BENEFICIAIRE EST REPRIS DU DERNIER MOUVEMENT ARCHIVE QUI
      * PORTE UN NOM
           EXEC SQL DECLARE CURSN CURSOR FOR
               SELECT NOM_PRN
                 FROM TMVTPROJARCH
                WHERE MAT = :MA-MAT
                  AND NOM_PRN <> ' '
                ORDER BY DT_ARCH DESC, HR_ARCH DESC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * EMISSION DES ORDRES DE VIREMENT : LES REGLEMENTS DE SINISTRES
      * (TREGSIN) ET LES RISTOURNES DE PRIME (FICHIER REMBOUR DE
      * MAJASRMB) PAS ENCORE PAYES SONT REMIS A LA BANQUE AVEC LE NOM
      * DU BENEFICIAIRE, LE MONTANT ET UNE REFERENCE. CHAQUE ELEMENT
      * EMIS EST INSCRIT DANS LE REGISTRE TVIREMENT (STATUT 'E') : UNE
      * REFERENCE DEJA INSCRITE N'EST JAMAIS REEMISE. LE FICHIER PORTE
      * UNE LIGNE FIN AVEC NOMBRE ET MONTANT DE CONTROLE ; LE RETOUR
      * DE LA BANQUE SERA TRAITE PAR MAJASRVI
           PERFORM DEBUT-RUNLOG
           OPEN INPUT REMBOUR
           OPEN OUTPUT VIREMT
           OPEN OUTPUT RAPVIR
           PERFORM TEST-STAT-REMB
           PERFORM TEST-STAT-VIREMT
           PERFORM TEST-STAT-RAPVIR
           PERFORM CREA-DAT-TIME
           PERFORM SCAN-TRL-REMBOUR
           CLOSE REMBOUR
           OPEN INPUT REMBOUR
           PERFORM TEST-STAT-REMB
           PERFORM EMET-REGLEMENTS
           PERFORM EMET-RISTOURNES
           PERFORM WRITE-TRL-VIREMT
           PERFORM CREA-TABL-STAT
           CLOSE REMBOUR
           CLOSE VIREMT
           CLOSE RAPVIR
           PERFORM TEST-STAT-REMB
           PERFORM TEST-STAT-VIREMT
           PERFORM TEST-STAT-RAPVIR
      * LE REGISTRE N'EST VALIDE QU'UNE FOIS LE FICHIER BANQUE FERME
      * SANS ERREUR : UN RUN INTERROMPU NE MARQUE RIEN COMME EMIS
           EXEC SQL COMMIT END-EXEC
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
      * EMISSION DES VIREMENTS : LUS = REGLEMENTS + RISTOURNES,
      * ECRITS = ORDRES EMIS, REJETES = ELEMENTS SANS BENEFICIAIRE.
      * LE FICHIER EST RECONCILIE : SINISTRES + RISTOURNES = TRAILER
           MOVE 'F' TO RUN-PHASE
           COMPUTE RUN-NB-LUS = CPT-REG-LUS + CPT-RMB-LUS
           MOVE CPT-ORDRES TO RUN-NB-ECRITS
           MOVE CPT-SANS-BENEF TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           IF TOT-VIR-SIN + TOT-VIR-RMB = TOT-ORDRES
             MOVE 'O' TO RUN-IND-RECONC
           ELSE
             MOVE 'N' TO RUN-IND-RECONC
           END-IF
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       SCAN-TRL-REMBOUR.
      * PRE-LECTURE COMPLETE DU FICHIER REMBOUR POUR VERIFIER LE
      * TOTAL DE CONTROLE DU TRAILER : UN FICHIER TRONQUE FERAIT
      * MANQUER DES RISTOURNES SANS BRONCHER
           MOVE 0 TO CPT-RMB-SCAN
           READ REMBOUR
           PERFORM UNTIL WS-REMB = '10' OR RMB-IS-TRAILER
             ADD 1 TO CPT-RMB-SCAN
             READ REMBOUR
           END-PERFORM
           IF NOT RMB-IS-TRAILER
             DISPLAY 'ERREUR : TRAILER REMBOUR ABSENT OU FICHIER '
                 'TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE TRL-RMB-NB-ENR TO WS-TRL-RMB-NB
           IF WS-TRL-RMB-NB NOT = CPT-RMB-SCAN
             DISPLAY 'ERREUR : TOTAL CONTROLE REMBOUR ATTENDU '
                 WS-TRL-RMB-NB ' LU ' CPT-RMB-SCAN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .

       EMET-REGLEMENTS.
           EXEC SQL OPEN CURSR END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSR
               INTO :RG-MAT, :RG-NUM-VEHIC, :RG-DT-SIN, :RG-DT-REG,
                    :RG-MNT-REG
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-REG-LUS
             PERFORM EMET-UN-REGLEMENT
             EXEC SQL FETCH CURSR
                 INTO :RG-MAT, :RG-NUM-VEHIC, :RG-DT-SIN, :RG-DT-REG,
                      :RG-MNT-REG
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSR END-EXEC
           PERFORM TEST-SQLCODE
           .
       EMET-UN-REGLEMENT.
           MOVE SPACES TO WS-REF-VIR
           MOVE 'S' TO RV-TYPE
           MOVE RG-MAT TO RV-MAT
           MOVE RG-NUM-VEHIC TO RV-NUM-VEHIC
           MOVE RG-DT-SIN TO RV-DT-SIN
           MOVE RG-DT-REG TO RV-DT-REG
           MOVE RG-MAT TO VI-MAT
           MOVE RG-MNT-REG TO VI-MNT
           PERFORM EMET-ELEMENT
           .
       EMET-RISTOURNES.
           READ REMBOUR
           PERFORM UNTIL WS-REMB = '10' OR RMB-IS-TRAILER
             ADD 1 TO CPT-RMB-LUS
             MOVE SPACES TO WS-REF-VIR
             MOVE 'R' TO RV-TYPE
             MOVE RMB-MAT TO RV-MAT
             MOVE RMB-DT-SUPP TO RV-DT-SUPP
             MOVE RMB-MAT TO VI-MAT
             MOVE RMB-MNT TO VI-MNT
             PERFORM EMET-ELEMENT
             READ REMBOUR
           END-PERFORM
           .

       EMET-ELEMENT.
      * L'ELEMENT EST D'ABORD INSCRIT AU REGISTRE : UNE REFERENCE DEJA
      * PRESENTE (-803) A ETE PAYEE PAR UN RUN PRECEDENT ET N'EST PAS
      * REMISE. UN MONTANT NUL N'EST PAS VIRE
           IF VI-MNT = 0
             ADD 1 TO CPT-MNT-NUL
           ELSE
             PERFORM CHERCHE-BENEFICIAIRE
             IF BENEF-ABSENT
               ADD 1 TO CPT-SANS-BENEF
               MOVE ALL ' ' TO ERAPVIR
               STRING VI-MAT ' VIREMENT ' WS-REF-VIR
                   ' SANS BENEFICIAIRE CONNU' DELIMITED BY SIZE
                   INTO ERAPVIR
               WRITE ERAPVIR
             ELSE
               PERFORM INSCRIT-REGISTRE
             END-IF
           END-IF
           .
       CHERCHE-BENEFICIAIRE.
           SET BENEF-ABSENT TO TRUE
           MOVE SPACES TO VI-NOM-PRN
           MOVE VI-MAT TO A-MAT
           EXEC SQL
             SELECT NOM_PRN INTO :A-NOM-PRN
               FROM TASSURES WHERE MAT = :A-MAT
           END-EXEC
           IF SQLCODE = 0
             SET BENEF-TROUVE TO TRUE
             MOVE A-NOM-PRN TO VI-NOM-PRN
           ELSE
             IF SQLCODE NOT = 100
               PERFORM TEST-SQLCODE
             END-IF
             MOVE VI-MAT TO MA-MAT
             EXEC SQL OPEN CURSN END-EXEC
             PERFORM TEST-SQLCODE
             EXEC SQL FETCH CURSN
                 INTO :MA-NOM-PRN
             END-EXEC
             IF SQLCODE = 0
               SET BENEF-TROUVE TO TRUE
               MOVE MA-NOM-PRN TO VI-NOM-PRN
             ELSE
               IF SQLCODE NOT = 100
                 PERFORM TEST-SQLCODE
               END-IF
             END-IF
             EXEC SQL CLOSE CURSN END-EXEC
             PERFORM TEST-SQLCODE
           END-IF
           .
       INSCRIT-REGISTRE.
           MOVE WS-REF-VIR TO VI-REF
           MOVE RV-TYPE TO VI-TYPE
           MOVE RUN-DT-EXPL TO VI-DT-EMIS
           MOVE 'E' TO VI-STATUT
           MOVE 0 TO VI-DT-RETOUR
           MOVE SPACES TO VI-CODE-RET
           EXEC SQL
             INSERT INTO TVIREMENT
             VALUES (:VI-REF, :VI-TYPE, :VI-MAT, :VI-NOM-PRN,
               :VI-MNT, :VI-DT-EMIS, :VI-STATUT, :VI-DT-RETOUR,
               :VI-CODE-RET)
           END-EXEC
           IF SQLCODE = -803
             ADD 1 TO CPT-DEJA-EMIS
           ELSE
             PERFORM TEST-SQLCODE
             PERFORM WRITE-ORDRE
           END-IF
           .
       WRITE-ORDRE.
           MOVE ALL ' ' TO EVIREMT
           MOVE VI-REF     TO VIR-REF
           MOVE VI-MAT     TO VIR-MAT
           MOVE VI-NOM-PRN TO VIR-NM-PRNM
           MOVE VI-MNT     TO VIR-MNT
           MOVE VI-DT-EMIS TO VIR-DT-EMIS
           MOVE VI-TYPE    TO VIR-TYPE
           WRITE EVIREMT
           MOVE ALL ' ' TO EVIREMT
           ADD 1 TO CPT-ORDRES
           ADD VI-MNT TO TOT-ORDRES
           IF VI-SINISTRE
             ADD 1 TO CPT-VIR-SIN
             ADD VI-MNT TO TOT-VIR-SIN
           ELSE
             ADD 1 TO CPT-VIR-RMB
             ADD VI-MNT TO TOT-VIR-RMB
           END-IF
           MOVE VI-MNT TO DIS-MNT
           MOVE ALL ' ' TO ERAPVIR
           STRING VI-MAT ' ' VI-NOM-PRN ' ' DIS-MNT ' REF ' VI-REF
               DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           .
       WRITE-TRL-VIREMT.
      * LIGNE FIN DE FICHIER AVEC TOTAUX DE CONTROLE : NOMBRE
      * D'ORDRES ET MONTANT TOTAL A VIRER, POUR QUE LA BANQUE
      * VERIFIE LA COMPLETUDE DE LA REMISE
           MOVE ALL ' ' TO EVIREMT
           MOVE HIGH-VALUES TO TRL-VIR-INDIC
           MOVE CPT-ORDRES TO TRL-VIR-NB-ENR
           MOVE TOT-ORDRES TO TRL-VIR-MNT
           WRITE EVIREMT
           MOVE ALL ' ' TO EVIREMT
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'EMISSION DES ORDRES DE VIREMENT' TO
                LGN-DEB3(8:31)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE LGN-DEB3 TO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           .

       CREA-TABL-STAT.
           MOVE ALL ' ' TO ERAPVIR
           WRITE ERAPVIR
           MOVE CPT-REG-LUS TO DIS-RESP
           STRING '207 - REGLEMENTS DE SINISTRES LUS             : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           MOVE CPT-RMB-LUS TO DIS-RESP
           STRING '208 - RISTOURNES LUES                         : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           MOVE CPT-DEJA-EMIS TO DIS-RESP
           STRING '209 - ELEMENTS DEJA EMIS (NON REMIS)          : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           MOVE CPT-SANS-BENEF TO DIS-RESP
           STRING '210 - ELEMENTS SANS BENEFICIAIRE              : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           MOVE CPT-MNT-NUL TO DIS-RESP
           STRING '211 - ELEMENTS DE MONTANT NUL                 : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           MOVE CPT-VIR-SIN TO DIS-RESP
           STRING '212 - VIREMENTS SINISTRES EMIS                : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           MOVE TOT-VIR-SIN TO DIS-TOT
           STRING '213 - MONTANT VIREMENTS SINISTRES  : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           MOVE CPT-VIR-RMB TO DIS-RESP
           STRING '214 - VIREMENTS RISTOURNES EMIS               : '
              DIS-RESP DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           MOVE TOT-VIR-RMB TO DIS-TOT
           STRING '215 - MONTANT VIREMENTS RISTOURNES : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           MOVE TOT-ORDRES TO DIS-TOT
           STRING '216 - MONTANT TOTAL REMIS          : ' DIS-TOT
              DELIMITED BY SIZE INTO ERAPVIR
           WRITE ERAPVIR
           MOVE ALL ' ' TO ERAPVIR
           .

       TEST-STAT-REMB.
           IF WS-REMB NOT = '00'
             DISPLAY 'ERREUR FICHIER REMBOUR ' WS-REMB
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-VIREMT.
           IF WS-VIREMT NOT = '00'
             DISPLAY 'ERREUR FICHIER VIREMT ' WS-VIREMT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPVIR.
           IF WS-RAPVIR NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPVIR ' WS-RAPVIR
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
           DISPLAY 'ERREUR DB2 VIREMENTS'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
