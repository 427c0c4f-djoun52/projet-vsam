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
       LINKAGE SECTION.
       01  HIQ-REQ.
           05 HIQ-MATRICUL   PIC X(6).
           05 HIQ-USERID     PIC X(8).
       01  HIQ-REP.
           05 HIQ-STATUT     PIC X(3).
             88 HIQ-TROUVE     VALUE 'OK '.
             88 HIQ-NON-TROUVE VALUE 'NF '.
             88 HIQ-NON-AUTORISE VALUE 'AUT'.
           05 HIQ-NB-MVT     PIC 9(2).
      * LES 50 PREMIERS MOUVEMENTS DANS L'ORDRE DU CURSEUR (DT_MVT,
      * HR_MVT, CDE_MVT) SONT RESTITUES ; AU-DELA, LE SURPLUS N'EST
      * DANS THISTMVT : DATE, CODE, PRIME ET TAUX AVANT/APRES, CODE
      * RESULTAT. AU PLUS 50 MOUVEMENTS SONT RESTITUES
           MOVE SPACES TO HIQ-REP
      * CONSULTATION RESERVEE AUX OPERATEURS AYANT LE DROIT
      * CONSULTATION ; UN REFUS EST JOURNALISE PAR MAJASAUT
           PERFORM CONTROLE-AUTORISATION
           IF AUT-REFUSE
             SET HIQ-NON-AUTORISE TO TRUE
             GOBACK
           END-IF
           MOVE 0 TO HIQ-NB-MVT
           MOVE HIQ-MATRICUL TO H-MAT
           MOVE 0 TO CPT-HIST
           GOBACK
           .

       CONTROLE-AUTORISATION.
           MOVE 'C'            TO AUT-FONCTION
           MOVE HIQ-USERID     TO AUT-USERID
           MOVE 'C'            TO AUT-DROIT
           MOVE 'MAJASHIQ'     TO AUT-PROGRAMME
           MOVE 'I'            TO AUT-ACTION
           MOVE HIQ-MATRICUL   TO AUT-CLE
           CALL SOUSPROG1 USING ZONE-AUT
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
