       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASCLM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAT  ASSIGN STAT
             FILE STATUS  WS-STAT.
           SELECT RAPCLI ASSIGN RAPCLI
             FILE STATUS  WS-RAPCLI.
       DATA DIVISION.
       FILE SECTION.
       FD  STAT RECORDING F.
       01  ESTAT             PIC X(80).
       FD  RAPCLI RECORDING F.
       01  ERAPCLI            PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-STAT        PIC XX.
       77  WS-RAPCLI      PIC XX.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  SOUSPROG3      PIC X(8) VALUE 'MAJASRUN'.
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJASCLM'.
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
      * GROUPE COURANT : POLICES NON RATTACHEES DE MEME CP ET DE MEME
      * NOM (BLANCS IGNORES), LUES CONSECUTIVEMENT
       77  NB-GRP             PIC 99 VALUE 0.
       77  NB-GRP-MAX         PIC 99 VALUE 50.
       77  CPT-G              PIC 99.
       01  TABLEAU-GRP.
           05 TG-ENT OCCURS 50.
             10 TG-MAT        PIC X(6).
             10 TG-NOM-PRN    PIC X(20).
             10 TG-ADSS       PIC X(18).
             10 TG-CP         PIC 9(5).
             10 TG-VILLE      PIC X(12).
       77  GRP-CP             PIC 9(5).
       77  GRP-NOM-CMP        PIC X(20).
       77  WS-NOM-CMP         PIC X(20).
       77  WS-NOM-SRC         PIC X(20).
       77  CPT-C              PIC 99.
       77  CPT-L              PIC 99.
       77  IND-ADR-IDENT      PIC X VALUE 'O'.
         88 ADRESSES-IDENTIQUES VALUE 'O'.
       77  WS-NUM-PROP        PIC 9(8) VALUE 0.
       77  WS-NUM-CLI         PIC 9(8) VALUE 0.
       77  WS-CLI-TROUVE      PIC 9(8) VALUE 0.
       77  CPT-POL-LUES       PIC 9(6) VALUE 0.
       77  CPT-CLI-CREES      PIC 9(6) VALUE 0.
       77  CPT-PROP           PIC 9(6) VALUE 0.
       77  CPT-POL-PROP       PIC 9(6) VALUE 0.
       77  CPT-PROP-A         PIC 9(6) VALUE 0.
       77  CPT-PROP-B         PIC 9(6) VALUE 0.
       77  CPT-PROP-EXIST     PIC 9(6) VALUE 0.
       77  DIS-NUM            PIC 9(8).
       01  DIS-RESP           PIC ZZZZZ9.
       77  LGN-DEB2       PIC X(80) VALUE ALL SPACE.
       77  LGN-DEB3       PIC X(80) VALUE ALL SPACE.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TCLI
           END-EXEC.
           EXEC SQL
              INCLUDE TCLIP
           END-EXEC.
           EXEC SQL
              INCLUDE TCLIR
           END-EXEC.
      * POLICES NI RATTACHEES A UN CLIENT NI DEJA EN ATTENTE DANS
      * UNE PROPOSITION NON TRANCHEE
           EXEC SQL DECLARE CURSA CURSOR FOR
               SELECT MAT, NOM_PRN, ADSS, CP, VILLE
                 FROM TASSURES A
                WHERE NOT EXISTS
                      (SELECT 1 FROM TCLIPOL X WHERE X.MAT = A.MAT)
                  AND NOT EXISTS
                      (SELECT 1 FROM TCLIPROP P
                        WHERE P.MAT = A.MAT AND P.STATUT = 'P')
                ORDER BY CP ASC, NOM_PRN ASC, ADSS ASC, MAT ASC
           END-EXEC
           EXEC SQL DECLARE CURSC CURSOR FOR
               SELECT NUM_CLI, NOM_PRN, ADSS
                 FROM TCLIENTS
                WHERE CP = :GRP-CP
                ORDER BY NUM_CLI ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.

       PROCEDURE DIVISION.
      * RAPPROCHEMENT DES POLICES SOUS UN NUMERO CLIENT : LES POLICES
      * PAS ENCORE RATTACHEES SONT REGROUPEES PAR CODE POSTAL ET NOM
      * (BLANCS IGNORES). UNE POLICE SEULE SANS CLIENT CORRESPONDANT
      * RECOIT DIRECTEMENT SON PROPRE CLIENT ; UN GROUPE DE PLUSIEURS
      * POLICES, OU UNE POLICE QUI RESSEMBLE A UN CLIENT EXISTANT,
      * FAIT L'OBJET D'UNE PROPOSITION (TCLIPROP) LISTEE SUR RAPCLI,
      * QUE L'OPERATEUR VALIDE OU REJETTE EN LIGNE (MAJASCLI). LE RUN
      * EST RELANCABLE : LES POLICES RATTACHEES OU DEJA PROPOSEES NE
      * SONT PAS REPRISES
           PERFORM DEBUT-RUNLOG
           OPEN OUTPUT STAT
           OPEN OUTPUT RAPCLI
           PERFORM TEST-STAT-STAT
           PERFORM TEST-STAT-RAPCLI
      * AFFICHAGE DE LA DATE ET DE L'HEURE
           PERFORM CREA-DAT-TIME
           PERFORM INIT-NUMEROS
           MOVE 0 TO NB-GRP
           EXEC SQL OPEN CURSA END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSA
               INTO :A-MAT, :A-NOM-PRN, :A-ADSS, :A-CP, :A-VILLE
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             ADD 1 TO CPT-POL-LUES
             PERFORM RANGE-POLICE
             EXEC SQL FETCH CURSA
                 INTO :A-MAT, :A-NOM-PRN, :A-ADSS, :A-CP, :A-VILLE
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSA END-EXEC
           PERFORM TEST-SQLCODE
           IF NB-GRP > 0
             PERFORM TRAITE-GROUPE
           END-IF
           PERFORM CREA-TABL-STAT
           EXEC SQL COMMIT END-EXEC
           CLOSE STAT
           CLOSE RAPCLI
           PERFORM TEST-STAT-STAT
           PERFORM TEST-STAT-RAPCLI
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
      * RAPPROCHEMENT RELANCABLE : ECRITS = POLICES RATTACHEES
      * D'OFFICE OU PROPOSEES, RAPPROCHEES DES POLICES LUES
           MOVE 'F' TO RUN-PHASE
           MOVE CPT-POL-LUES TO RUN-NB-LUS
           COMPUTE RUN-NB-ECRITS = CPT-CLI-CREES + CPT-POL-PROP
           MOVE 0 TO RUN-NB-REJETES
           MOVE 0 TO RUN-CODE-RET
           IF CPT-CLI-CREES + CPT-POL-PROP = CPT-POL-LUES
             MOVE 'O' TO RUN-IND-RECONC
           ELSE
             MOVE 'N' TO RUN-IND-RECONC
           END-IF
           CALL SOUSPROG3 USING ZONE-RUNLOG
           .

       INIT-NUMEROS.
      * DERNIERS NUMEROS ATTRIBUES : LES NOUVEAUX CLIENTS ET LES
      * NOUVELLES PROPOSITIONS SONT NUMEROTES A LA SUITE
           EXEC SQL
               SELECT COALESCE(MAX(NUM_CLI), 0) INTO :WS-NUM-CLI
                 FROM TCLIENTS
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL
               SELECT COALESCE(MAX(NUM_PROP), 0) INTO :WS-NUM-PROP
                 FROM TCLIPROP
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       RANGE-POLICE.
      * RUPTURE SUR CP OU NOM COMPACTE : LE GROUPE PRECEDENT EST
      * TRAITE AVANT D'OUVRIR LE SUIVANT
           MOVE A-NOM-PRN TO WS-NOM-CMP
           PERFORM COMPACTE-NOM
           IF NB-GRP > 0
             IF A-CP NOT = GRP-CP OR WS-NOM-CMP NOT = GRP-NOM-CMP
               PERFORM TRAITE-GROUPE
             END-IF
           END-IF
           IF NB-GRP >= NB-GRP-MAX
             DISPLAY 'ERREUR TABLEAU-GRP TROP PETIT / LIMITE = '
                     NB-GRP-MAX
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF
           IF NB-GRP = 0
             MOVE A-CP TO GRP-CP
             MOVE WS-NOM-CMP TO GRP-NOM-CMP
           END-IF
           ADD 1 TO NB-GRP
           MOVE A-MAT     TO TG-MAT(NB-GRP)
           MOVE A-NOM-PRN TO TG-NOM-PRN(NB-GRP)
           MOVE A-ADSS    TO TG-ADSS(NB-GRP)
           MOVE A-CP      TO TG-CP(NB-GRP)
           MOVE A-VILLE   TO TG-VILLE(NB-GRP)
           .
       COMPACTE-NOM.
      * NOM SANS AUCUN BLANC : 'DUPONT  JEAN' ET 'DUPONT JEAN'
      * DONNENT LA MEME CLE
           MOVE WS-NOM-CMP TO WS-NOM-SRC
           MOVE SPACES TO WS-NOM-CMP
           MOVE 0 TO CPT-L
           PERFORM VARYING CPT-C FROM 1 BY 1 UNTIL CPT-C > 20
             IF WS-NOM-SRC(CPT-C:1) NOT = SPACE
               ADD 1 TO CPT-L
               MOVE WS-NOM-SRC(CPT-C:1) TO WS-NOM-CMP(CPT-L:1)
             END-IF
           END-PERFORM
           .

       TRAITE-GROUPE.
           PERFORM CHERCHE-CLIENT
           IF NB-GRP = 1 AND WS-CLI-TROUVE = 0
             PERFORM CREE-CLIENT-SEUL
           ELSE
             PERFORM ECRIT-PROPOSITION
           END-IF
           MOVE 0 TO NB-GRP
           .
       CHERCHE-CLIENT.
      * CLIENT EXISTANT DE MEME CP ET DE MEME NOM COMPACTE ; LE PLUS
      * ANCIEN NUMERO L'EMPORTE S'IL Y EN A PLUSIEURS
           MOVE 0 TO WS-CLI-TROUVE
           EXEC SQL OPEN CURSC END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSC
               INTO :CL-NUM-CLI, :CL-NOM-PRN, :CL-ADSS
           END-EXEC
           PERFORM UNTIL SQLCODE = 100 OR WS-CLI-TROUVE > 0
             MOVE CL-NOM-PRN TO WS-NOM-CMP
             PERFORM COMPACTE-NOM
             IF WS-NOM-CMP = GRP-NOM-CMP
               MOVE CL-NUM-CLI TO WS-CLI-TROUVE
             ELSE
               EXEC SQL FETCH CURSC
                   INTO :CL-NUM-CLI, :CL-NOM-PRN, :CL-ADSS
               END-EXEC
             END-IF
           END-PERFORM
           EXEC SQL CLOSE CURSC END-EXEC
           PERFORM TEST-SQLCODE
           .
       CREE-CLIENT-SEUL.
      * POLICE ISOLEE : LE CLIENT EST CREE A SON NOM ET A SON ADRESSE
      * ET LA POLICE Y EST RATTACHEE SANS PROPOSITION
           ADD 1 TO WS-NUM-CLI
           MOVE WS-NUM-CLI     TO CL-NUM-CLI
           MOVE TG-NOM-PRN(1)  TO CL-NOM-PRN
           MOVE TG-ADSS(1)     TO CL-ADSS
           MOVE TG-CP(1)       TO CL-CP
           MOVE TG-VILLE(1)    TO CL-VILLE
           MOVE RUN-DT-EXPL    TO CL-DT-CREA
           MOVE RUN-DT-EXPL    TO CL-DT-MAJ
           EXEC SQL
             INSERT INTO TCLIENTS
             VALUES (:CL-NUM-CLI, :CL-NOM-PRN, :CL-ADSS, :CL-CP,
               :CL-VILLE, :CL-DT-CREA, :CL-DT-MAJ)
           END-EXEC
           PERFORM TEST-SQLCODE
           MOVE TG-MAT(1)      TO CX-MAT
           MOVE WS-NUM-CLI     TO CX-NUM-CLI
           MOVE RUN-DT-EXPL    TO CX-DT-LIEN
           EXEC SQL
             INSERT INTO TCLIPOL
             VALUES (:CX-MAT, :CX-NUM-CLI, :CX-DT-LIEN)
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO CPT-CLI-CREES
           .
       ECRIT-PROPOSITION.
      * NIVEAU 'A' SI TOUTES LES ADRESSES DU GROUPE (ET CELLE DU
      * CLIENT EXISTANT PROPOSE) SONT IDENTIQUES, 'B' SINON
           MOVE 'O' TO IND-ADR-IDENT
           PERFORM VARYING CPT-G FROM 2 BY 1 UNTIL CPT-G > NB-GRP
             IF TG-ADSS(CPT-G) NOT = TG-ADSS(1)
               MOVE 'N' TO IND-ADR-IDENT
             END-IF
           END-PERFORM
           IF WS-CLI-TROUVE > 0 AND CL-ADSS NOT = TG-ADSS(1)
             MOVE 'N' TO IND-ADR-IDENT
           END-IF
           ADD 1 TO WS-NUM-PROP
           ADD 1 TO CPT-PROP
           MOVE WS-NUM-PROP   TO PP-NUM-PROP
           MOVE WS-CLI-TROUVE TO PP-NUM-CLI
           IF ADRESSES-IDENTIQUES
             SET PP-NIVEAU-SUR TO TRUE
             ADD 1 TO CPT-PROP-A
           ELSE
             SET PP-NIVEAU-PROB TO TRUE
             ADD 1 TO CPT-PROP-B
           END-IF
           IF WS-CLI-TROUVE > 0
             ADD 1 TO CPT-PROP-EXIST
           END-IF
           SET PP-PROPOSEE    TO TRUE
           MOVE RUN-DT-EXPL   TO PP-DT-PROP
           MOVE 0             TO PP-DT-DECIS
           MOVE SPACES        TO PP-USER-DECIS
           MOVE ALL ' ' TO ERAPCLI
           WRITE ERAPCLI
           MOVE WS-NUM-PROP TO DIS-NUM
           IF WS-CLI-TROUVE > 0
             MOVE WS-CLI-TROUVE TO CL-NUM-CLI
             STRING 'PROPOSITION ' DIS-NUM ' NIVEAU ' PP-NIVEAU
                 ' - CLIENT EXISTANT ' CL-NUM-CLI
                 DELIMITED BY SIZE INTO ERAPCLI
           ELSE
             STRING 'PROPOSITION ' DIS-NUM ' NIVEAU ' PP-NIVEAU
                 ' - NOUVEAU CLIENT' DELIMITED BY SIZE INTO ERAPCLI
           END-IF
           WRITE ERAPCLI
           PERFORM VARYING CPT-G FROM 1 BY 1 UNTIL CPT-G > NB-GRP
             MOVE TG-MAT(CPT-G) TO PP-MAT
             EXEC SQL
               INSERT INTO TCLIPROP
               VALUES (:PP-NUM-PROP, :PP-MAT, :PP-NUM-CLI,
                 :PP-NIVEAU, :PP-STATUT, :PP-DT-PROP, :PP-DT-DECIS,
                 :PP-USER-DECIS)
             END-EXEC
             PERFORM TEST-SQLCODE
             ADD 1 TO CPT-POL-PROP
             MOVE ALL ' ' TO ERAPCLI
             STRING '  ' TG-MAT(CPT-G) ' ' TG-NOM-PRN(CPT-G) ' '
                 TG-ADSS(CPT-G) ' ' TG-CP(CPT-G) ' ' TG-VILLE(CPT-G)
                 DELIMITED BY SIZE INTO ERAPCLI
             WRITE ERAPCLI
           END-PERFORM
           .

       CREA-TABL-STAT.
           MOVE CPT-POL-LUES TO DIS-RESP
           STRING '241 - POLICES NON RATTACHEES LUES             : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-CLI-CREES TO DIS-RESP
           STRING '242 - CLIENTS CREES POUR UNE POLICE ISOLEE    : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-PROP TO DIS-RESP
           STRING '243 - PROPOSITIONS DE REGROUPEMENT            : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-PROP-A TO DIS-RESP
           STRING '244 - DONT NIVEAU A (ADRESSE IDENTIQUE)       : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-PROP-B TO DIS-RESP
           STRING '245 - DONT NIVEAU B (ADRESSE DIFFERENTE)      : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-PROP-EXIST TO DIS-RESP
           STRING '246 - DONT VERS UN CLIENT EXISTANT            : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-POL-PROP TO DIS-RESP
           STRING '247 - POLICES EN ATTENTE DE VALIDATION        : '
              DIS-RESP DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           .

       CREA-DAT-TIME.
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE 'API3' TO LGN-DEB3(1:4)
           MOVE 'RAPPROCHEMENT DES POLICES PAR CLIENT' TO
                LGN-DEB3(8:36)
           MOVE DAT TO LGN-DEB3(51:30)
           MOVE TIM TO LGN-DEB2(73:8)
           STRING LGN-DEB3 DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           STRING LGN-DEB2 DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE LGN-DEB3 TO ERAPCLI
           WRITE ERAPCLI
           MOVE ALL ' ' TO ERAPCLI
           .

       TEST-STAT-STAT.
           IF WS-STAT NOT = '00'
             DISPLAY 'ERREUR FICHIER STAT ' WS-STAT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       TEST-STAT-RAPCLI.
           IF WS-RAPCLI NOT = '00'
             DISPLAY 'ERREUR FICHIER RAPCLI ' WS-RAPCLI
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
           DISPLAY 'ERREUR DB2 RAPPROCHEMENT CLIENTS'
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
