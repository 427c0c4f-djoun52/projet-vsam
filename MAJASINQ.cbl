       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  SOUSPROG1      PIC X(8) VALUE 'MAJASAUT'.
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
              INCLUDE TVEH
           END-EXEC.
           EXEC SQL
              INCLUDE TCLIP
           END-EXEC.
       77  NB-VEHIC-MAX   PIC 99 VALUE 09.
       77  CPT-VEHIC      PIC 99.
       77  WS-NB-SIN      PIC S9(4) COMP.
       77  WS-MNT-SIN-OUV PIC S9(8)V99 COMP-3.
       77  NB-POL-CLI-MAX PIC 99 VALUE 20.
       77  CPT-POL-CLI    PIC 99.
       77  WS-POL-MAT     PIC X(6).
       77  WS-POL-ACTIF   PIC X.
       77  WS-POL-DT-EXPIR PIC 9(8).
           EXEC SQL DECLARE CURSV CURSOR FOR
               SELECT NUM_VEHIC, TYPE_VEHIC, TAUX_VEHIC, PRM_VEHIC
                 FROM TVEHICULES
                WHERE MAT = :A-MAT
                ORDER BY NUM_VEHIC ASC
           END-EXEC
           EXEC SQL DECLARE CURSC CURSOR FOR
               SELECT A.MAT, A.ACTIF, A.DT_EXPIR
                 FROM TASSURES A, TCLIPOL X
                WHERE X.NUM_CLI = :CX-NUM-CLI
                  AND A.MAT = X.MAT
                ORDER BY A.MAT ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       LINKAGE SECTION.
       01  INQ-REQ.
           05 INQ-MATRICUL   PIC X(6).
           05 INQ-USERID     PIC X(8).
       01  INQ-REP.
           05 INQ-STATUT     PIC X(3).
             88 INQ-TROUVE     VALUE 'OK '.
             88 INQ-NON-TROUVE VALUE 'NF '.
             88 INQ-NON-AUTORISE VALUE 'AUT'.
           05 INQ-NM-PRNM    PIC X(20).
           05 INQ-ADSS       PIC X(18).
           05 INQ-CP         PIC 9(5).
             10 INQ-VEH-PRM    PIC 9(4)V99.
           05 INQ-NB-SIN     PIC 9(3).
           05 INQ-MNT-SIN-OUV PIC 9(8)V99.
           05 INQ-NUM-CLI    PIC 9(8).
           05 INQ-NB-POL-CLI PIC 99.
           05 INQ-POL-CLI OCCURS 20.
             10 INQ-POL-MAT      PIC X(6).
             10 INQ-POL-ACTIF    PIC X.
             10 INQ-POL-DT-EXPIR PIC 9(8).
       PROCEDURE DIVISION USING INQ-REQ INQ-REP.
           MOVE SPACES TO INQ-REP
      * CONSULTATION RESERVEE AUX OPERATEURS AYANT LE DROIT
      * CONSULTATION ; UN REFUS EST JOURNALISE PAR MAJASAUT
           PERFORM CONTROLE-AUTORISATION
           IF AUT-REFUSE
             SET INQ-NON-AUTORISE TO TRUE
             GOBACK
           END-IF
           MOVE INQ-MATRICUL TO A-MAT
           EXEC SQL
               SELECT NOM_PRN, ADSS, CP, VILLE, TV, PB, BON_MAL, TAUX,
             MOVE A-DT-EXPIR TO INQ-DT-EXPIR
             PERFORM CHERCHE-VEHICULES
             PERFORM CHERCHE-SINISTRES
             PERFORM CHERCHE-CLIENT
           END-IF
           GOBACK
           .
           MOVE WS-MNT-SIN-OUV TO INQ-MNT-SIN-OUV
           .

       CHERCHE-CLIENT.
      * CLIENT DE RATTACHEMENT (0 SI LA POLICE N'EST PAS ENCORE
      * RATTACHEE) ET AUTRES POLICES DU MEME CLIENT, LA POLICE
      * CONSULTEE INCLUSE
           MOVE 0 TO INQ-NUM-CLI
           MOVE 0 TO INQ-NB-POL-CLI
           MOVE 0 TO CPT-POL-CLI
           EXEC SQL
               SELECT NUM_CLI INTO :CX-NUM-CLI
                 FROM TCLIPOL WHERE MAT = :A-MAT
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             MOVE CX-NUM-CLI TO INQ-NUM-CLI
             EXEC SQL OPEN CURSC END-EXEC
             PERFORM TEST-SQLCODE
             EXEC SQL FETCH CURSC
                 INTO :WS-POL-MAT, :WS-POL-ACTIF, :WS-POL-DT-EXPIR
             END-EXEC
             PERFORM UNTIL SQLCODE = 100
                        OR CPT-POL-CLI >= NB-POL-CLI-MAX
               ADD 1 TO CPT-POL-CLI
               MOVE WS-POL-MAT      TO INQ-POL-MAT(CPT-POL-CLI)
               MOVE WS-POL-ACTIF    TO INQ-POL-ACTIF(CPT-POL-CLI)
               MOVE WS-POL-DT-EXPIR TO INQ-POL-DT-EXPIR(CPT-POL-CLI)
               EXEC SQL FETCH CURSC
                   INTO :WS-POL-MAT, :WS-POL-ACTIF, :WS-POL-DT-EXPIR
               END-EXEC
             END-PERFORM
             EXEC SQL CLOSE CURSC END-EXEC
             MOVE CPT-POL-CLI TO INQ-NB-POL-CLI
           END-IF
           .

       CHERCHE-VEHICULES.
           MOVE 0 TO CPT-VEHIC
           EXEC SQL OPEN CURSV END-EXEC
           MOVE CPT-VEHIC TO INQ-NB-VEHIC
           .

       CONTROLE-AUTORISATION.
           MOVE 'C'            TO AUT-FONCTION
           MOVE INQ-USERID     TO AUT-USERID
           MOVE 'C'            TO AUT-DROIT
           MOVE 'MAJASINQ'     TO AUT-PROGRAMME
           MOVE 'I'            TO AUT-ACTION
           MOVE INQ-MATRICUL   TO AUT-CLE
           CALL SOUSPROG1 USING ZONE-AUT
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
