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
       01  SPQ-REQ.
           05 SPQ-MATRICUL   PIC X(6).
           05 SPQ-USERID     PIC X(8).
       01  SPQ-REP.
           05 SPQ-STATUT     PIC X(3).
             88 SPQ-TROUVE     VALUE 'OK '.
             88 SPQ-NON-TROUVE VALUE 'NF '.
             88 SPQ-NON-AUTORISE VALUE 'AUT'.
           05 SPQ-NB-PER     PIC 9(2).
           05 SPQ-EN-COURS   PIC X.
             88 SPQ-SUSP-OUVERTE VALUE 'O'.
      * (OUVERTE PAR UN MOUVEMENT 'T', FERMEE PAR UN 'V'). AU PLUS
      * 20 PERIODES SONT RESTITUEES
           MOVE SPACES TO SPQ-REP
      * CONSULTATION RESERVEE AUX OPERATEURS AYANT LE DROIT
      * CONSULTATION ; UN REFUS EST JOURNALISE PAR MAJASAUT
           PERFORM CONTROLE-AUTORISATION
           IF AUT-REFUSE
             SET SPQ-NON-AUTORISE TO TRUE
             GOBACK
           END-IF
           MOVE 0 TO SPQ-NB-PER
           MOVE 'N' TO SPQ-EN-COURS
           MOVE SPQ-MATRICUL TO SP-MAT
           GOBACK
           .

       CONTROLE-AUTORISATION.
           MOVE 'C'            TO AUT-FONCTION
           MOVE SPQ-USERID     TO AUT-USERID
           MOVE 'C'            TO AUT-DROIT
           MOVE 'MAJASSPQ'     TO AUT-PROGRAMME
           MOVE 'I'            TO AUT-ACTION
           MOVE SPQ-MATRICUL   TO AUT-CLE
           CALL SOUSPROG1 USING ZONE-AUT
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
