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
       77  CP-MIN         PIC 9(5).
       77  CP-MAX         PIC 9(5).
       77  MAT-CONT       PIC X(6).
       77  SRC-NUM-CLI    PIC 9(8).
      * UN CURSEUR PAR CRITERE, TOUS ORDONNES PAR MATRICULE :
      * LA CLE DE CONTINUATION (DERNIER MATRICULE DE LA PAGE
      * PRECEDENTE) PERMET DE FEUILLETER LES GRANDS RESULTATS
           EXEC SQL DECLARE CURSN CURSOR FOR
                  AND MAT > :MAT-CONT
                ORDER BY MAT ASC
           END-EXEC
           EXEC SQL DECLARE CURSC CURSOR FOR
               SELECT A.MAT, A.NOM_PRN, A.VILLE, A.ACTIF, A.DT_EXPIR
                 FROM TASSURES A, TCLIPOL X
                WHERE X.NUM_CLI = :SRC-NUM-CLI
                  AND A.MAT = X.MAT
                  AND A.MAT > :MAT-CONT
                ORDER BY A.MAT ASC
           END-EXEC
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
             88 SRC-PAR-NOM     VALUE 'N'.
             88 SRC-PAR-VILLE   VALUE 'V'.
             88 SRC-PAR-DEPT    VALUE 'D'.
             88 SRC-PAR-CLIENT  VALUE 'C'.
           05 SRC-VALEUR     PIC X(20).
           05 SRC-CONT-MAT   PIC X(6).
           05 SRC-USERID     PIC X(8).
       01  SRC-REP.
           05 SRC-STATUT     PIC X(3).
             88 SRC-OK          VALUE 'OK '.
             88 SRC-NON-TROUVE  VALUE 'NF '.
             88 SRC-INVALIDE    VALUE 'INV'.
             88 SRC-NON-AUTORISE VALUE 'AUT'.
           05 SRC-NB         PIC 9(2).
           05 SRC-SUITE      PIC X.
             88 SRC-PAGE-SUITE  VALUE 'O'.
             10 SRC-DT-EXPIR   PIC 9(8).
       PROCEDURE DIVISION USING SRC-REQ SRC-REP.
      * RECHERCHE MULTI-CRITERES POUR LA CONSULTATION EN LIGNE :
      * PREFIXE DE NOM ('N'), VILLE ('V'), DEPARTEMENT ('D', DEUX
      * PREMIERS CHIFFRES DU CP) OU NUMERO DE CLIENT ('C', HUIT
      * CHIFFRES : TOUTES LES POLICES DU CLIENT). RESTITUE UNE PAGE
      * DE 20 MATRICULES AU PLUS ; L'AGENT RAPPELLE AVEC LE DERNIER
      * MATRICULE RECU DANS SRC-CONT-MAT POUR OBTENIR LA PAGE
      * SUIVANTE, PUIS INTERROGE MAJASINQ SUR LE MATRICULE CHOISI
           MOVE SPACES TO SRC-REP
      * CONSULTATION RESERVEE AUX OPERATEURS AYANT LE DROIT
      * CONSULTATION ; UN REFUS EST JOURNALISE PAR MAJASAUT
           PERFORM CONTROLE-AUTORISATION
           IF AUT-REFUSE
             SET SRC-NON-AUTORISE TO TRUE
             GOBACK
           END-IF
           MOVE 0 TO SRC-NB
           SET SRC-FIN-LISTE TO TRUE
           IF SRC-CONT-MAT = SPACES OR SRC-CONT-MAT = LOW-VALUES
             ELSE
               SET SRC-INVALIDE TO TRUE
             END-IF
           WHEN SRC-PAR-CLIENT
             IF SRC-VALEUR(1:8) IS NUMERIC
               MOVE SRC-VALEUR(1:8) TO SRC-NUM-CLI
               PERFORM RECHERCHE-CLIENT
             ELSE
               SET SRC-INVALIDE TO TRUE
             END-IF
           WHEN OTHER
             SET SRC-INVALIDE TO TRUE
           END-EVALUATE
           END-IF
           EXEC SQL CLOSE CURSD END-EXEC
           .
       RECHERCHE-CLIENT.
           MOVE 0 TO CPT-ENT
           EXEC SQL OPEN CURSC END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSC
               INTO :A-MAT, :A-NOM-PRN, :A-VILLE, :A-ACTIF,
                    :A-DT-EXPIR
           END-EXEC
           PERFORM UNTIL SQLCODE = 100 OR CPT-ENT >= NB-ENT-MAX
             PERFORM RANGE-ENTREE
             EXEC SQL FETCH CURSC
                 INTO :A-MAT, :A-NOM-PRN, :A-VILLE, :A-ACTIF,
                      :A-DT-EXPIR
             END-EXEC
           END-PERFORM
           IF SQLCODE NOT = 100
             SET SRC-PAGE-SUITE TO TRUE
           END-IF
           EXEC SQL CLOSE CURSC END-EXEC
           .
       RANGE-ENTREE.
           ADD 1 TO CPT-ENT
           MOVE A-MAT      TO SRC-MAT(CPT-ENT)
           MOVE A-DT-EXPIR TO SRC-DT-EXPIR(CPT-ENT)
           .

       CONTROLE-AUTORISATION.
           MOVE 'C'            TO AUT-FONCTION
           MOVE SRC-USERID     TO AUT-USERID
           MOVE 'C'            TO AUT-DROIT
           MOVE 'MAJASSRC'     TO AUT-PROGRAMME
           MOVE SRC-CRITERE    TO AUT-ACTION
           MOVE SRC-VALEUR     TO AUT-CLE
           CALL SOUSPROG1 USING ZONE-AUT
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
