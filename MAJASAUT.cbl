       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASAUT.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  SOUSPROG1      PIC X(8) VALUE 'SPDATE'.
       77  SOUSPROG2      PIC X(8) VALUE 'SHOURS'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       01  TIM            PIC X(8).
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TOPER
           END-EXEC.
           EXEC SQL
              INCLUDE TJRNA
           END-EXEC.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.
       LINKAGE SECTION.
       01  AUT-ZONE.
           05 AUT-FONCTION   PIC X.
             88 AUT-CONTROLE    VALUE 'C'.
             88 AUT-JOURNAL     VALUE 'J'.
           05 AUT-USERID     PIC X(8).
      * DROIT EXIGE PAR L'ACTION : 'C' CONSULTATION, 'P' MAINTENANCE
      * DES POLICES, 'S' SINISTRES, 'R' DONNEES DE REFERENCE
           05 AUT-DROIT      PIC X.
             88 AUT-DROIT-CONSULT  VALUE 'C'.
             88 AUT-DROIT-POLICE   VALUE 'P'.
             88 AUT-DROIT-SINISTRE VALUE 'S'.
             88 AUT-DROIT-REFER    VALUE 'R'.
           05 AUT-PROGRAMME  PIC X(8).
           05 AUT-ACTION     PIC X.
           05 AUT-CLE        PIC X(20).
           05 AUT-RESULT     PIC X.
             88 AUT-ACCORDE     VALUE 'O'.
             88 AUT-REFUSE      VALUE 'N'.
           05 AUT-MOTIF      PIC X(2).
       PROCEDURE DIVISION USING AUT-ZONE.
      * CONTROLE D'AUTORISATION COMMUN AUX TRANSACTIONS EN LIGNE :
      * - 'C' VERIFIE QUE L'OPERATEUR EXISTE, EST ACTIF ET QUE SON
      *   PROFIL PORTE LE DROIT EXIGE ; UN REFUS EST JOURNALISE DANS
      *   TJRNACCES ET LE PROGRAMME APPELANT REPOND 'AUT' ;
      * - 'J' JOURNALISE UNE MISE A JOUR REUSSIE (APPELEE APRES
      *   L'ACTION, UNE FOIS LE STATUT 'OK ' OU 'DIF' OBTENU).
      * LES CONSULTATIONS ACCORDEES NE SONT PAS JOURNALISEES
           EVALUATE TRUE
           WHEN AUT-CONTROLE
             PERFORM CONTROLE-OPERATEUR
             IF AUT-REFUSE
               MOVE 'AUT' TO JA-RESULTAT
               PERFORM ECRIT-JOURNAL
             END-IF
           WHEN AUT-JOURNAL
             MOVE 'OK ' TO JA-RESULTAT
             MOVE SPACES TO AUT-MOTIF
             PERFORM ECRIT-JOURNAL
           WHEN OTHER
             DISPLAY 'MAJASAUT : FONCTION INCONNUE ' AUT-FONCTION
           END-EVALUATE
           GOBACK
           .

       CONTROLE-OPERATEUR.
           SET AUT-REFUSE TO TRUE
           MOVE SPACES TO AUT-MOTIF
           MOVE AUT-USERID TO OP-USERID
           EXEC SQL
               SELECT DR_CONSULT, DR_POLICE, DR_SINISTRE, DR_REFER,
                      ACTIF
                 INTO :OP-DR-CONSULT, :OP-DR-POLICE, :OP-DR-SINISTRE,
                      :OP-DR-REFER, :OP-ACTIF
                 FROM TOPERATEUR
                WHERE USERID = :OP-USERID
           END-EXEC
           IF SQLCODE = 100
             MOVE 'UI' TO AUT-MOTIF
           ELSE
             PERFORM TEST-SQLCODE
             IF NOT OP-ACTIVE
               MOVE 'IN' TO AUT-MOTIF
             ELSE
               EVALUATE TRUE
               WHEN AUT-DROIT-CONSULT AND OP-CONSULT-OK
                 SET AUT-ACCORDE TO TRUE
               WHEN AUT-DROIT-POLICE AND OP-POLICE-OK
                 SET AUT-ACCORDE TO TRUE
               WHEN AUT-DROIT-SINISTRE AND OP-SINISTRE-OK
                 SET AUT-ACCORDE TO TRUE
               WHEN AUT-DROIT-REFER AND OP-REFER-OK
                 SET AUT-ACCORDE TO TRUE
               WHEN OTHER
                 MOVE 'PR' TO AUT-MOTIF
               END-EVALUATE
             END-IF
           END-IF
           .
       ECRIT-JOURNAL.
      * HORODATAGE A L'HORLOGE, COMME LES AUTRES TRACES EN LIGNE
           CALL SOUSPROG1 USING DAT CODEDG CODECL
           CALL SOUSPROG2 USING TIM
           MOVE DAT(7:4) TO JA-DT-ACCES(1:4)
           MOVE DAT(4:2) TO JA-DT-ACCES(5:2)
           MOVE DAT(1:2) TO JA-DT-ACCES(7:2)
           MOVE TIM            TO JA-HR-ACCES
           MOVE AUT-USERID     TO JA-USERID
           MOVE AUT-PROGRAMME  TO JA-PROGRAMME
           MOVE AUT-ACTION     TO JA-ACTION
           MOVE AUT-CLE        TO JA-CLE
           MOVE AUT-MOTIF      TO JA-MOTIF
           EXEC SQL
             INSERT INTO TJRNACCES
             VALUES (:JA-DT-ACCES, :JA-HR-ACCES, :JA-USERID,
               :JA-PROGRAMME, :JA-ACTION, :JA-CLE, :JA-RESULTAT,
               :JA-MOTIF)
           END-EXEC
           PERFORM TEST-SQLCODE
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
           END-IF
           .
       PARAG-ERR.
           DISPLAY 'ERREUR DB2 CONTROLE D''AUTORISATION'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           EXEC SQL ROLLBACK END-EXEC
           STOP RUN.
