       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASLEV.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       77  WS-DT-DECIS    PIC 9(8) VALUE 0.
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
              INCLUDE TSINE
           END-EXEC.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.
       LINKAGE SECTION.
       01  LEV-REQ.
           05 LEV-MATRICUL   PIC X(6).
           05 LEV-NUM-VEHIC  PIC 9(2).
           05 LEV-DT-SIN     PIC 9(8).
           05 LEV-DECISION   PIC X.
             88 LEV-CONSULTER   VALUE 'C'.
             88 LEV-LIBERER     VALUE 'L'.
             88 LEV-REFUSER     VALUE 'R'.
           05 LEV-USERID     PIC X(8).
       01  LEV-REP.
           05 LEV-STATUT     PIC X(3).
             88 LEV-OK          VALUE 'OK '.
             88 LEV-NON-TROUVE  VALUE 'NF '.
             88 LEV-NON-BLOQUE  VALUE 'NB '.
             88 LEV-INVALIDE    VALUE 'INV'.
             88 LEV-NON-AUTORISE VALUE 'AUT'.
           05 LEV-STATUT-EXAM PIC X.
           05 LEV-MOTIFS     PIC X(12).
           05 LEV-DT-EXAM    PIC 9(8).
       PROCEDURE DIVISION USING LEV-REQ LEV-REP.
      * DECISION DU GESTIONNAIRE SINISTRES SUR UN SINISTRE BLOQUE PAR
      * L'EXAMEN NOCTURNE (MAJASSCR) : CONSULTATION DES MOTIFS,
      * LIBERATION ('L', LE PROCHAIN MAJASREG APPLIQUE LE REGLEMENT
      * EN ATTENTE) OU REFUS ('R', LE REGLEMENT SERA REJETE). SEUL UN
      * SINISTRE ENCORE BLOQUE PEUT RECEVOIR UNE DECISION ; LA DATE
      * ET L'UTILISATEUR SONT CONSERVES DANS TSINEXAM
           MOVE SPACES TO LEV-REP
           MOVE 0 TO LEV-DT-EXAM
           IF NOT LEV-CONSULTER AND NOT LEV-LIBERER
              AND NOT LEV-REFUSER
             SET LEV-INVALIDE TO TRUE
           ELSE
      * LA CONSULTATION EXIGE LE DROIT CONSULTATION, LA LIBERATION
      * ET LE REFUS LE DROIT SINISTRES ; UNE DECISION ENREGISTREE
      * EST JOURNALISEE PAR MAJASAUT
             PERFORM CONTROLE-AUTORISATION
             IF AUT-REFUSE
               SET LEV-NON-AUTORISE TO TRUE
             ELSE
               PERFORM TRAITE-DECISION
             END-IF
           END-IF
           GOBACK
           .

       CONTROLE-AUTORISATION.
           MOVE 'C'            TO AUT-FONCTION
           MOVE LEV-USERID     TO AUT-USERID
           IF LEV-CONSULTER
             MOVE 'C'          TO AUT-DROIT
           ELSE
             MOVE 'S'          TO AUT-DROIT
           END-IF
           MOVE 'MAJASLEV'     TO AUT-PROGRAMME
           MOVE LEV-DECISION   TO AUT-ACTION
           MOVE SPACES         TO AUT-CLE
           MOVE LEV-MATRICUL   TO AUT-CLE(1:6)
           MOVE LEV-NUM-VEHIC  TO AUT-CLE(7:2)
           MOVE LEV-DT-SIN     TO AUT-CLE(9:8)
           CALL SOUSPROG2 USING ZONE-AUT
           .
       TRAITE-DECISION.
           PERFORM LIT-EXAMEN
           IF SQLCODE = 100
             SET LEV-NON-TROUVE TO TRUE
           ELSE
             EVALUATE TRUE
             WHEN LEV-CONSULTER
               SET LEV-OK TO TRUE
             WHEN NOT EX-BLOQUE
               SET LEV-NON-BLOQUE TO TRUE
             WHEN OTHER
               PERFORM ENREGISTRE-DECISION
               IF LEV-OK
                 MOVE 'J' TO AUT-FONCTION
                 CALL SOUSPROG2 USING ZONE-AUT
               END-IF
             END-EVALUATE
           END-IF
           .
       LIT-EXAMEN.
           EXEC SQL
               SELECT DT_EXAM, MOTIFS, STATUT
                 INTO :EX-DT-EXAM, :EX-MOTIFS, :EX-STATUT
                 FROM TSINEXAM
                WHERE MAT = :LEV-MATRICUL
                  AND NUM_VEHIC = :LEV-NUM-VEHIC
                  AND DT_SIN = :LEV-DT-SIN
           END-EXEC
           IF SQLCODE NOT = 100
             PERFORM TEST-SQLCODE
             MOVE EX-STATUT   TO LEV-STATUT-EXAM
             MOVE EX-MOTIFS   TO LEV-MOTIFS
             MOVE EX-DT-EXAM  TO LEV-DT-EXAM
           END-IF
           .
       ENREGISTRE-DECISION.
      * DATE DE LA DECISION A L'HORLOGE, COMME LES AUTRES TRACES DE
      * MAINTENANCE EN LIGNE (JJ/MM/AAAA REMIS EN AAAAMMJJ)
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           MOVE DAT(7:4) TO WS-DT-DECIS(1:4)
           MOVE DAT(4:2) TO WS-DT-DECIS(5:2)
           MOVE DAT(1:2) TO WS-DT-DECIS(7:2)
           IF LEV-LIBERER
             SET EX-LIBERE TO TRUE
           ELSE
             SET EX-REFUSE TO TRUE
           END-IF
           MOVE WS-DT-DECIS TO EX-DT-DECIS
           MOVE LEV-USERID  TO EX-USER-DECIS
           EXEC SQL
               UPDATE TSINEXAM
                  SET STATUT = :EX-STATUT, DT_DECIS = :EX-DT-DECIS,
                      USER_DECIS = :EX-USER-DECIS
                WHERE MAT = :LEV-MATRICUL
                  AND NUM_VEHIC = :LEV-NUM-VEHIC
                  AND DT_SIN = :LEV-DT-SIN
                  AND STATUT = 'B'
           END-EXEC
      * UNE DECISION CONCURRENTE A PU PASSER ENTRE LA LECTURE ET LA
      * MISE A JOUR : LE SINISTRE N'EST ALORS PLUS BLOQUE
           IF SQLCODE = 100
             SET LEV-NON-BLOQUE TO TRUE
           ELSE
             PERFORM TEST-SQLCODE
             SET LEV-OK TO TRUE
             MOVE EX-STATUT TO LEV-STATUT-EXAM
           END-IF
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
           END-IF
           .
       PARAG-ERR.
           DISPLAY 'ERREUR DB2 DECISION EXAMEN SINISTRE'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
