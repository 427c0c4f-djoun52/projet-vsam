       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASCLI.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       77  WS-DT-JOUR     PIC 9(8) VALUE 0.
       77  WS-NUM-CLI     PIC 9(8) VALUE 0.
       77  WS-CP-DEPT     PIC X(2).
       77  WS-CP-COUNT    PIC S9(4) COMP.
       77  WS-PROP-COUNT  PIC S9(4) COMP.
       77  CPT-POL        PIC 9(3) VALUE 0.
       77  SOUSPROG2      PIC X(8) VALUE 'MAJASAUT'.
       01  ZONE-AUT.
           05 AUT-FONCTION   PIC X.
           05 AUT-USERID     PIC X(8).
           05 AUT-DROIT      PIC X.
           05 AUT-PROGRAMME  PIC X(8).
           05 AUT-ACTION     PIC X.
           05 AUT-CLE        PIC X(20).
           05 AUT-RESULT     PIC X.
             88 AUT-ACCORDE     VALUE 'O'.
             88 AUT-REFUSE      VALUE 'N'.
           05 AUT-MOTIF      PIC X(2).
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TASR
           END-EXEC.
           EXEC SQL
              INCLUDE TMVT
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
           EXEC SQL DECLARE CURSP CURSOR FOR
               SELECT MAT, NUM_CLI
                 FROM TCLIPROP
                WHERE NUM_PROP = :PP-NUM-PROP AND STATUT = 'P'
                ORDER BY MAT ASC
           END-EXEC
           EXEC SQL DECLARE CURSA CURSOR FOR
               SELECT A.MAT, A.NOM_PRN, A.ADSS, A.CP, A.VILLE, A.TV,
                      A.PB, A.BON_MAL, A.TAUX, A.DT_EFFET,
                      A.DT_EXPIR, A.FREQ_PAIE, A.MODE_PAIE,
                      A.CDE_PROD
                 FROM TASSURES A, TCLIPOL X
                WHERE X.NUM_CLI = :CL-NUM-CLI
                  AND A.MAT = X.MAT
                ORDER BY A.MAT ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.
       LINKAGE SECTION.
       01  CLI-REQ.
           05 CLI-ACTION     PIC X.
             88 CLI-ACT-VALIDE  VALUE 'V'.
             88 CLI-ACT-REJET   VALUE 'R'.
             88 CLI-ACT-ADRESSE VALUE 'A'.
           05 CLI-NUM-PROP   PIC 9(8).
           05 CLI-NUM-CLI    PIC 9(8).
           05 CLI-ADSS       PIC X(18).
           05 CLI-CP         PIC 9(5).
           05 CLI-VILLE      PIC X(12).
           05 CLI-USERID     PIC X(8).
       01  CLI-REP.
           05 CLI-STATUT     PIC X(3).
             88 CLI-OK          VALUE 'OK '.
             88 CLI-NON-TROUVE  VALUE 'NF '.
             88 CLI-INVALIDE    VALUE 'INV'.
             88 CLI-CP-INVALIDE VALUE 'CP '.
             88 CLI-NON-AUTORISE VALUE 'AUT'.
           05 CLI-NUM-CLI-REP PIC 9(8).
           05 CLI-NB-POL     PIC 9(3).
       PROCEDURE DIVISION USING CLI-REQ CLI-REP.
      * GESTION EN LIGNE DU FICHIER CLIENTS :
      * - 'V' VALIDE UNE PROPOSITION DE REGROUPEMENT DE MAJASCLM : LES
      *   POLICES SONT RATTACHEES AU CLIENT PROPOSE, OU A UN CLIENT
      *   CREE AU NOM ET A L'ADRESSE DE LA PREMIERE POLICE ;
      * - 'R' REJETE LA PROPOSITION : CHAQUE POLICE RECOIT SON PROPRE
      *   CLIENT ;
      * - 'A' CHANGE L'ADRESSE DU CLIENT ET LA REPORTE SUR TOUTES SES
      *   POLICES PAR UN MOUVEMENT 'M' DEPOSE DANS LE STOCK EN ATTENTE
      *   TMVTATT, COMME UN MOUVEMENT EN LIGNE DIFFERE DE MAJASFDB :
      *   LE PROCHAIN MAJASDB L'APPLIQUE (CHECK-MOV, TRACE THISTMVT).
      * CLI-NB-POL RESTITUE LE NOMBRE DE POLICES TRAITEES
           MOVE SPACES TO CLI-REP
           MOVE 0 TO CLI-NUM-CLI-REP
           MOVE 0 TO CLI-NB-POL
           MOVE 0 TO CPT-POL
           PERFORM CALC-DT-JOUR
      * TOUTES LES ACTIONS EXIGENT LE DROIT DE MAINTENANCE DES
      * POLICES ; UNE ACTION REUSSIE EST JOURNALISEE PAR MAJASAUT
           PERFORM CONTROLE-AUTORISATION
           IF AUT-REFUSE
             SET CLI-NON-AUTORISE TO TRUE
           ELSE
             EVALUATE TRUE
             WHEN CLI-ACT-VALIDE
               PERFORM VALIDE-PROPOSITION
             WHEN CLI-ACT-REJET
               PERFORM REJETTE-PROPOSITION
             WHEN CLI-ACT-ADRESSE
               PERFORM CHANGE-ADRESSE
             WHEN OTHER
               SET CLI-INVALIDE TO TRUE
             END-EVALUATE
             IF CLI-OK
               MOVE 'J' TO AUT-FONCTION
               CALL SOUSPROG2 USING ZONE-AUT
             END-IF
           END-IF
           MOVE CPT-POL TO CLI-NB-POL
           GOBACK
           .
       CALC-DT-JOUR.
      * DATE DU JOUR A L'HORLOGE (JJ/MM/AAAA REMIS EN AAAAMMJJ)
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           MOVE DAT(7:4) TO WS-DT-JOUR(1:4)
           MOVE DAT(4:2) TO WS-DT-JOUR(5:2)
           MOVE DAT(1:2) TO WS-DT-JOUR(7:2)
           .
       CONTROLE-AUTORISATION.
           MOVE 'C'            TO AUT-FONCTION
           MOVE CLI-USERID     TO AUT-USERID
           MOVE 'P'            TO AUT-DROIT
           MOVE 'MAJASCLI'     TO AUT-PROGRAMME
           MOVE CLI-ACTION     TO AUT-ACTION
           MOVE SPACES         TO AUT-CLE
           IF CLI-ACT-ADRESSE
             MOVE CLI-NUM-CLI  TO AUT-CLE(1:8)
           ELSE
             MOVE CLI-NUM-PROP TO AUT-CLE(1:8)
           END-IF
           CALL SOUSPROG2 USING ZONE-AUT
           .

       CTRL-PROPOSITION.
           MOVE CLI-NUM-PROP TO PP-NUM-PROP
           MOVE 0 TO WS-PROP-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PROP-COUNT
                 FROM TCLIPROP
                WHERE NUM_PROP = :PP-NUM-PROP AND STATUT = 'P'
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       VALIDE-PROPOSITION.
           PERFORM CTRL-PROPOSITION
           IF WS-PROP-COUNT = 0
             SET CLI-NON-TROUVE TO TRUE
           ELSE
             EXEC SQL OPEN CURSP END-EXEC
             PERFORM TEST-SQLCODE
             EXEC SQL FETCH CURSP
                 INTO :PP-MAT, :PP-NUM-CLI
             END-EXEC
             IF PP-NUM-CLI = 0
               MOVE PP-MAT TO A-MAT
               PERFORM CREE-CLIENT
             ELSE
               MOVE PP-NUM-CLI TO WS-NUM-CLI
             END-IF
             PERFORM UNTIL SQLCODE = 100
               PERFORM RATTACHE-POLICE
               EXEC SQL FETCH CURSP
                   INTO :PP-MAT, :PP-NUM-CLI
               END-EXEC
             END-PERFORM
             EXEC SQL CLOSE CURSP END-EXEC
             PERFORM TEST-SQLCODE
             SET PP-VALIDEE TO TRUE
             PERFORM DECIDE-PROPOSITION
             MOVE WS-NUM-CLI TO CLI-NUM-CLI-REP
             SET CLI-OK TO TRUE
           END-IF
           .
       REJETTE-PROPOSITION.
           PERFORM CTRL-PROPOSITION
           IF WS-PROP-COUNT = 0
             SET CLI-NON-TROUVE TO TRUE
           ELSE
             EXEC SQL OPEN CURSP END-EXEC
             PERFORM TEST-SQLCODE
             EXEC SQL FETCH CURSP
                 INTO :PP-MAT, :PP-NUM-CLI
             END-EXEC
             PERFORM UNTIL SQLCODE = 100
               MOVE PP-MAT TO A-MAT
               PERFORM CREE-CLIENT
               PERFORM RATTACHE-POLICE
               EXEC SQL FETCH CURSP
                   INTO :PP-MAT, :PP-NUM-CLI
               END-EXEC
             END-PERFORM
             EXEC SQL CLOSE CURSP END-EXEC
             PERFORM TEST-SQLCODE
             SET PP-REJETEE TO TRUE
             PERFORM DECIDE-PROPOSITION
             SET CLI-OK TO TRUE
           END-IF
           .
       CREE-CLIENT.
      * NOUVEAU CLIENT AU NOM ET A L'ADRESSE DE LA POLICE A-MAT,
      * NUMEROTE A LA SUITE DU DERNIER NUMERO ATTRIBUE
           EXEC SQL
               SELECT NOM_PRN, ADSS, CP, VILLE
                 INTO :A-NOM-PRN, :A-ADSS, :A-CP, :A-VILLE
                 FROM TASSURES WHERE MAT = :A-MAT
           END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL
               SELECT COALESCE(MAX(NUM_CLI), 0) INTO :WS-NUM-CLI
                 FROM TCLIENTS
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO WS-NUM-CLI
           MOVE WS-NUM-CLI  TO CL-NUM-CLI
           MOVE A-NOM-PRN   TO CL-NOM-PRN
           MOVE A-ADSS      TO CL-ADSS
           MOVE A-CP        TO CL-CP
           MOVE A-VILLE     TO CL-VILLE
           MOVE WS-DT-JOUR  TO CL-DT-CREA
           MOVE WS-DT-JOUR  TO CL-DT-MAJ
           EXEC SQL
             INSERT INTO TCLIENTS
             VALUES (:CL-NUM-CLI, :CL-NOM-PRN, :CL-ADSS, :CL-CP,
               :CL-VILLE, :CL-DT-CREA, :CL-DT-MAJ)
           END-EXEC
           PERFORM TEST-SQLCODE
           .
       RATTACHE-POLICE.
      * UNE POLICE RATTACHEE ENTRE-TEMPS (AUTRE PROPOSITION) GARDE
      * SON CLIENT
           MOVE PP-MAT      TO CX-MAT
           MOVE WS-NUM-CLI  TO CX-NUM-CLI
           MOVE WS-DT-JOUR  TO CX-DT-LIEN
           EXEC SQL
             INSERT INTO TCLIPOL
             VALUES (:CX-MAT, :CX-NUM-CLI, :CX-DT-LIEN)
           END-EXEC
           IF SQLCODE NOT = -803
             PERFORM TEST-SQLCODE
             ADD 1 TO CPT-POL
           END-IF
           .
       DECIDE-PROPOSITION.
           MOVE WS-DT-JOUR TO PP-DT-DECIS
           MOVE CLI-USERID TO PP-USER-DECIS
           EXEC SQL
               UPDATE TCLIPROP
                  SET STATUT = :PP-STATUT, DT_DECIS = :PP-DT-DECIS,
                      USER_DECIS = :PP-USER-DECIS
                WHERE NUM_PROP = :PP-NUM-PROP AND STATUT = 'P'
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       CHANGE-ADRESSE.
      * MEME CONTROLE DU DEPARTEMENT QUE POUR UN MOUVEMENT EN LIGNE
           MOVE CLI-NUM-CLI TO CL-NUM-CLI
           MOVE CLI-CP(1:2) TO WS-CP-DEPT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-CP-COUNT
                 FROM TCPTAUX
                WHERE REF_TYPE = 'D' AND REF_VALUE = :WS-CP-DEPT
           END-EXEC
           PERFORM TEST-SQLCODE
           IF WS-CP-COUNT = 0
             SET CLI-CP-INVALIDE TO TRUE
           ELSE
             MOVE CLI-ADSS   TO CL-ADSS
             MOVE CLI-CP     TO CL-CP
             MOVE CLI-VILLE  TO CL-VILLE
             MOVE WS-DT-JOUR TO CL-DT-MAJ
             EXEC SQL
                 UPDATE TCLIENTS
                    SET ADSS = :CL-ADSS, CP = :CL-CP,
                        VILLE = :CL-VILLE, DT_MAJ = :CL-DT-MAJ
                  WHERE NUM_CLI = :CL-NUM-CLI
             END-EXEC
             IF SQLCODE = 100
               SET CLI-NON-TROUVE TO TRUE
             ELSE
               PERFORM TEST-SQLCODE
               PERFORM REPORTE-ADRESSE
               MOVE CL-NUM-CLI TO CLI-NUM-CLI-REP
               SET CLI-OK TO TRUE
             END-IF
           END-IF
           .
       REPORTE-ADRESSE.
           EXEC SQL OPEN CURSA END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSA
               INTO :A-MAT, :A-NOM-PRN, :A-ADSS, :A-CP, :A-VILLE,
                    :A-TV, :A-PB, :A-BON-MAL, :A-TAUX, :A-DT-EFFET,
                    :A-DT-EXPIR, :A-FREQ-PAIE, :A-MODE-PAIE,
                    :A-CDE-PROD
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             PERFORM DEPOSE-MVT-ADRESSE
             EXEC SQL FETCH CURSA
                 INTO :A-MAT, :A-NOM-PRN, :A-ADSS, :A-CP, :A-VILLE,
                      :A-TV, :A-PB, :A-BON-MAL, :A-TAUX, :A-DT-EFFET,
                      :A-DT-EXPIR, :A-FREQ-PAIE, :A-MODE-PAIE,
                      :A-CDE-PROD
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSA END-EXEC
           PERFORM TEST-SQLCODE
           .
       DEPOSE-MVT-ADRESSE.
      * MOUVEMENT 'M' COMPLET : LA POLICE EST RECOPIEE TELLE QUELLE,
      * SEULES L'ADRESSE, LE CP ET LA VILLE CHANGENT. SA DATE D'EFFET
      * ETANT ATTEINTE, LE MOUVEMENT EST LIBERE DES LE PROCHAIN RUN
           MOVE A-MAT       TO M-MAT
           MOVE A-NOM-PRN   TO M-NOM-PRN
           MOVE CL-ADSS     TO M-ADSS
           MOVE CL-CP       TO M-CP
           MOVE CL-VILLE    TO M-VILLE
           MOVE A-TV        TO M-TV
           MOVE A-PB        TO M-PB
           MOVE A-BON-MAL   TO M-BON-MAL
           MOVE A-TAUX      TO M-TAUX
           MOVE 'M'         TO M-CDE-MVT
           MOVE A-DT-EFFET  TO M-DT-EFFET
           MOVE A-DT-EXPIR  TO M-DT-EXPIR
           MOVE A-FREQ-PAIE TO M-FREQ-PAIE
           MOVE A-MODE-PAIE TO M-MODE-PAIE
           MOVE A-CDE-PROD  TO M-CDE-PROD
           EXEC SQL
             INSERT INTO TMVTATT
             VALUES (:M-MAT, :M-NOM-PRN, :M-ADSS, :M-CP, :M-VILLE,
               :M-TV, :M-PB, :M-BON-MAL, :M-TAUX, :M-CDE-MVT,
               :M-DT-EFFET, :M-DT-EXPIR, :M-FREQ-PAIE,
               :M-MODE-PAIE,
               :M-CDE-PROD)
           END-EXEC
           PERFORM TEST-SQLCODE
           ADD 1 TO CPT-POL
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
           END-IF
           .
       PARAG-ERR.
           DISPLAY 'ERREUR DB2 GESTION CLIENTS'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
