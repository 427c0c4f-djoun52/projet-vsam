       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJASQUO.

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  SOUSPROG1      PIC X(8) VALUE 'MAJASAUT'.
       77  SOUSPROG2      PIC X(8) VALUE 'SPVALDT'.
       77  SOUSPROG3      PIC X(8) VALUE 'SPTARIF'.
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
       01  ZONE-VALDT.
           05 VD-DT-EFFET    PIC 9(8).
           05 VD-DT-EXPIR    PIC 9(8).
           05 VD-RESULT      PIC X.
             88 VD-DATES-VALIDES  VALUE 'O'.
             88 VD-EFFET-INVALIDE VALUE 'E'.
             88 VD-EXPIR-INVALIDE VALUE 'X'.
             88 VD-ORDRE-INVALIDE VALUE 'I'.
       01  ZONE-TARIF.
           05 TF-TV          PIC X.
           05 TF-CP          PIC 9(5).
           05 TF-TAUX        PIC X(2).
           05 TF-DT-EFFET    PIC 9(8).
           05 TF-PRM-TARIF   PIC 9(4)V99.
           05 TF-ZONE        PIC X(2).
           05 TF-RESULT      PIC X.
             88 TF-TARIF-TROUVE   VALUE 'O'.
             88 TF-SANS-TARIF     VALUE 'N'.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
              INCLUDE TCPTX
           END-EXEC.
           EXEC SQL DECLARE CURSX CURSOR FOR
               SELECT REF_VALUE
                 FROM TCPTAUX
                WHERE REF_TYPE = 'X'
                ORDER BY REF_VALUE ASC
           END-EXEC
       77  WS-CP-DEPT     PIC X(2).
       77  WS-TAUX        PIC X(2).
       77  WS-CP-COUNT    PIC S9(4) COMP.
       77  WS-TAUX-COUNT  PIC S9(4) COMP.
       77  TAUX-NUM       PIC 9(2).
       77  PRM-TAUX       PIC 9(6)V99.
       77  WS-PRM-NET     PIC 9(6)V99.
       77  WS-PCT-TAXE    PIC 9(2)V99.
       77  WS-MNT-TAXE    PIC 9(6)V99.
       01  WS-TAXE-BRUTE      PIC X(4).
       01  WS-TAXE-BRUTE-N REDEFINES WS-TAXE-BRUTE PIC 9(2)V99.
      * ECHEANCIER DU DEVIS, CALCULE COMME CELUI DE LA FACTURATION
      * (MAJASFAC) : LE RELIQUAT DE L'ARRONDI EST PORTE PAR LA
      * DERNIERE ECHEANCE, EN PRIME NETTE COMME EN TAXE
       77  NB-ECH             PIC 99.
       77  CPT-ECH            PIC 99.
       77  WS-PAS-MOIS        PIC 99.
       77  MNT-ECH-BASE       PIC 9(6)V99.
       77  TAXE-ECH-BASE      PIC 9(6)V99.
       77  MNT-ECH-COUR       PIC 9(6)V99.
       77  TAXE-ECH-COUR      PIC 9(6)V99.
       01  TAB-JOURS-MOIS-L   PIC X(24) VALUE
               '312831303130313130313031'.
       01  TAB-JOURS-MOIS REDEFINES TAB-JOURS-MOIS-L.
           05 JM-JOURS OCCURS 12 PIC 99.
       77  WS-AAAA            PIC 9(4).
       77  WS-MM              PIC 99.
       77  WS-JJ              PIC 99.
       77  WS-JJ-BASE         PIC 99.
       77  WS-JOURS-MOIS      PIC 99.
       77  WS-DIVQ            PIC 9(6).
       77  WS-REST4           PIC 99.
       77  WS-REST100         PIC 99.
       77  WS-REST400         PIC 999.
       77  IND-BISSEXTILE     PIC X VALUE 'N'.
         88 ANNEE-BISSEXTILE    VALUE 'O'.
       01  ERR-MSG.
           05  ERR-LONG   PIC S9(4) COMP VALUE +720.
           05  ERR-TXT    PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG   PIC S9(9) COMP VALUE 72.
       01  I              PIC 99.
       LINKAGE SECTION.
       01  QUO-REQ.
           05 QUO-USERID     PIC X(8).
           05 QUO-TPV        PIC X.
           05 QUO-CP         PIC 9(5).
           05 QUO-TAUX       PIC X(2).
           05 QUO-PRMT       PIC X.
           05 QUO-DT-EFFET   PIC 9(8).
           05 QUO-FREQ-PAIE  PIC X.
       01  QUO-REP.
           05 QUO-STATUT     PIC X(3).
             88 QUO-TARIFE       VALUE 'OK '.
             88 QUO-NON-TARIFE   VALUE 'NT '.
             88 QUO-INVALIDE     VALUE 'ERR'.
             88 QUO-NON-AUTORISE VALUE 'AUT'.
      * ZONE EN ERREUR SI STATUT 'ERR' : 'DT' DATE D'EFFET, 'CP'
      * DEPARTEMENT INCONNU, 'TX' CODE TAUX INCONNU
           05 QUO-MOTIF      PIC X(2).
           05 QUO-ZONE       PIC X(2).
           05 QUO-PRMBS      PIC 9(4)V99.
           05 QUO-PRM-NET    PIC 9(6)V99.
           05 QUO-PCT-TAXE   PIC 9(2)V99.
           05 QUO-MNT-TAXE   PIC 9(6)V99.
           05 QUO-MNT-TTC    PIC 9(6)V99.
           05 QUO-NB-ECH     PIC 99.
           05 QUO-ECH OCCURS 12.
             10 QUO-ECH-DT     PIC 9(8).
             10 QUO-ECH-MNT    PIC 9(6)V99.
             10 QUO-ECH-TTC    PIC 9(6)V99.
       PROCEDURE DIVISION USING QUO-REQ QUO-REP.
      * DEVIS EN LIGNE POUR UN PROSPECT, SANS CREATION DE POLICE :
      * PRIME DE BASE DE LA GRILLE TARIFAIRE (SPTARIF), PRIME NETTE
      * APRES BONUS/MALUS, TAXE D'ASSURANCE DU TYPE DE VEHICULE ET
      * ECHEANCIER SELON LA FREQUENCE DE PAIEMENT DEMANDEE. LES
      * CONTROLES DE DATE, DE DEPARTEMENT ET DE CODE TAUX SONT CEUX
      * D'UNE CREATION ; AUCUNE TABLE N'EST MISE A JOUR
           MOVE SPACES TO QUO-REP
           MOVE 0 TO QUO-PRMBS QUO-PRM-NET QUO-PCT-TAXE QUO-MNT-TAXE
               QUO-MNT-TTC QUO-NB-ECH
           PERFORM CONTROLE-AUTORISATION
           IF AUT-REFUSE
             SET QUO-NON-AUTORISE TO TRUE
             GOBACK
           END-IF
           PERFORM CTRL-DEMANDE
           IF NOT QUO-INVALIDE
             MOVE QUO-TPV      TO TF-TV
             MOVE QUO-CP       TO TF-CP
             MOVE QUO-TAUX     TO TF-TAUX
             MOVE QUO-DT-EFFET TO TF-DT-EFFET
             CALL SOUSPROG3 USING ZONE-TARIF
             IF TF-SANS-TARIF
               SET QUO-NON-TARIFE TO TRUE
             ELSE
               SET QUO-TARIFE TO TRUE
               MOVE TF-ZONE      TO QUO-ZONE
               MOVE TF-PRM-TARIF TO QUO-PRMBS
               PERFORM CALC-PRM-NET
               PERFORM CALC-TAXE
               PERFORM GENERE-ECHEANCIER
             END-IF
           END-IF
           GOBACK
           .

       CTRL-DEMANDE.
           MOVE QUO-DT-EFFET TO VD-DT-EFFET
           MOVE QUO-DT-EFFET TO VD-DT-EXPIR
           MOVE SPACE TO VD-RESULT
           CALL SOUSPROG2 USING ZONE-VALDT
           IF NOT VD-DATES-VALIDES
             SET QUO-INVALIDE TO TRUE
             MOVE 'DT' TO QUO-MOTIF
           ELSE
             MOVE QUO-CP(1:2) TO WS-CP-DEPT
             EXEC SQL
                 SELECT COUNT(*) INTO :WS-CP-COUNT
                   FROM TCPTAUX
                  WHERE REF_TYPE = 'D' AND REF_VALUE = :WS-CP-DEPT
             END-EXEC
             PERFORM TEST-SQLCODE
             IF WS-CP-COUNT = 0
               SET QUO-INVALIDE TO TRUE
               MOVE 'CP' TO QUO-MOTIF
             ELSE
               MOVE QUO-TAUX TO WS-TAUX
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-TAUX-COUNT
                     FROM TCPTAUX
                    WHERE REF_TYPE = 'T' AND REF_VALUE = :WS-TAUX
               END-EXEC
               PERFORM TEST-SQLCODE
               IF WS-TAUX-COUNT = 0
                 SET QUO-INVALIDE TO TRUE
                 MOVE 'TX' TO QUO-MOTIF
               END-IF
             END-IF
           END-IF
           .

       CALC-PRM-NET.
      * MEME AJUSTEMENT QUE LA FACTURATION : LE CODE TAUX MINORE
      * ('B') OU MAJORE ('M') LA PRIME DE BASE, TOUTE AUTRE VALEUR
      * DE L'INDICATEUR LA LAISSE INCHANGEE
           MOVE 0 TO TAUX-NUM
           IF QUO-TAUX IS NUMERIC
             MOVE QUO-TAUX TO TAUX-NUM
           END-IF
           COMPUTE PRM-TAUX = QUO-PRMBS * TAUX-NUM / 100
           EVALUATE QUO-PRMT
             WHEN 'B'
               COMPUTE WS-PRM-NET = QUO-PRMBS - PRM-TAUX
             WHEN 'M'
               COMPUTE WS-PRM-NET = QUO-PRMBS + PRM-TAUX
             WHEN OTHER
               MOVE QUO-PRMBS TO WS-PRM-NET
           END-EVALUATE
           MOVE WS-PRM-NET TO QUO-PRM-NET
           .

       CALC-TAXE.
      * TAUX DE TAXE DU TYPE DE VEHICULE (LIGNES 'X' DE TCPTAUX :
      * TYPE SUR UN CARACTERE PUIS TAUX 99V99) ; UN TYPE SANS LIGNE
      * DE BAREME N'EST PAS TAXE
           MOVE 0 TO WS-PCT-TAXE
           EXEC SQL OPEN CURSX END-EXEC
           PERFORM TEST-SQLCODE
           EXEC SQL FETCH CURSX
               INTO :REF-VALUE
           END-EXEC
           PERFORM UNTIL SQLCODE = 100
             IF REF-VALUE(1:1) = QUO-TPV
               MOVE REF-VALUE(2:4) TO WS-TAXE-BRUTE
               IF WS-TAXE-BRUTE IS NUMERIC
                 MOVE WS-TAXE-BRUTE-N TO WS-PCT-TAXE
               END-IF
             END-IF
             EXEC SQL FETCH CURSX
                 INTO :REF-VALUE
             END-EXEC
           END-PERFORM
           EXEC SQL CLOSE CURSX END-EXEC
           PERFORM TEST-SQLCODE
           COMPUTE WS-MNT-TAXE ROUNDED
               = WS-PRM-NET * WS-PCT-TAXE / 100
           MOVE WS-PCT-TAXE TO QUO-PCT-TAXE
           MOVE WS-MNT-TAXE TO QUO-MNT-TAXE
           COMPUTE QUO-MNT-TTC = WS-PRM-NET + WS-MNT-TAXE
           .

       GENERE-ECHEANCIER.
      * UNE ECHEANCE PAR PERIODE SELON LA FREQUENCE ('A' UNE, 'T'
      * QUATRE, 'M' DOUZE ; TOUTE AUTRE VALEUR VAUT ANNUEL), DATEE A
      * PARTIR DE LA DATE D'EFFET DEMANDEE
           EVALUATE QUO-FREQ-PAIE
             WHEN 'T'
               MOVE 4 TO NB-ECH
             WHEN 'M'
               MOVE 12 TO NB-ECH
             WHEN OTHER
               MOVE 1 TO NB-ECH
           END-EVALUATE
           DIVIDE 12 BY NB-ECH GIVING WS-PAS-MOIS
           COMPUTE MNT-ECH-BASE = WS-PRM-NET / NB-ECH
           COMPUTE TAXE-ECH-BASE = WS-MNT-TAXE / NB-ECH
           MOVE QUO-DT-EFFET(1:4) TO WS-AAAA
           MOVE QUO-DT-EFFET(5:2) TO WS-MM
           MOVE QUO-DT-EFFET(7:2) TO WS-JJ
           MOVE WS-JJ TO WS-JJ-BASE
           PERFORM VARYING CPT-ECH FROM 1 BY 1 UNTIL CPT-ECH > NB-ECH
             IF CPT-ECH = NB-ECH
               COMPUTE MNT-ECH-COUR = WS-PRM-NET
                   - (MNT-ECH-BASE * (NB-ECH - 1))
               COMPUTE TAXE-ECH-COUR = WS-MNT-TAXE
                   - (TAXE-ECH-BASE * (NB-ECH - 1))
             ELSE
               MOVE MNT-ECH-BASE TO MNT-ECH-COUR
               MOVE TAXE-ECH-BASE TO TAXE-ECH-COUR
             END-IF
             PERFORM CALC-JOURS-MOIS
             MOVE WS-JJ-BASE TO WS-JJ
             IF WS-JJ > WS-JOURS-MOIS
               MOVE WS-JOURS-MOIS TO WS-JJ
             END-IF
             MOVE WS-AAAA TO QUO-ECH-DT(CPT-ECH)(1:4)
             MOVE WS-MM   TO QUO-ECH-DT(CPT-ECH)(5:2)
             MOVE WS-JJ   TO QUO-ECH-DT(CPT-ECH)(7:2)
             MOVE MNT-ECH-COUR TO QUO-ECH-MNT(CPT-ECH)
             COMPUTE QUO-ECH-TTC(CPT-ECH) = MNT-ECH-COUR
                 + TAXE-ECH-COUR
             PERFORM AJOUTE-PAS-MOIS
           END-PERFORM
           MOVE NB-ECH TO QUO-NB-ECH
           .
       AJOUTE-PAS-MOIS.
           ADD WS-PAS-MOIS TO WS-MM
           IF WS-MM > 12
             SUBTRACT 12 FROM WS-MM
             ADD 1 TO WS-AAAA
           END-IF
           .
       CALC-JOURS-MOIS.
      * NOMBRE DE JOURS DU MOIS WS-MM POUR L'ANNEE WS-AAAA (FEVRIER
      * PASSE A 29 JOURS EN ANNEE BISSEXTILE)
           MOVE JM-JOURS(WS-MM) TO WS-JOURS-MOIS
           IF WS-MM = 2
             PERFORM CALC-BISSEXTILE
             IF ANNEE-BISSEXTILE
               MOVE 29 TO WS-JOURS-MOIS
             END-IF
           END-IF
           .
       CALC-BISSEXTILE.
      * BISSEXTILE SI DIVISIBLE PAR 4, SAUF SIECLES NON DIVISIBLES
      * PAR 400 (REGLE GREGORIENNE)
           MOVE 'N' TO IND-BISSEXTILE
           DIVIDE WS-AAAA BY 4 GIVING WS-DIVQ REMAINDER WS-REST4
           IF WS-REST4 = 0
             DIVIDE WS-AAAA BY 100 GIVING WS-DIVQ REMAINDER WS-REST100
             IF WS-REST100 NOT = 0
               MOVE 'O' TO IND-BISSEXTILE
             ELSE
               DIVIDE WS-AAAA BY 400 GIVING WS-DIVQ
                   REMAINDER WS-REST400
               IF WS-REST400 = 0
                 MOVE 'O' TO IND-BISSEXTILE
               END-IF
             END-IF
           END-IF
           .

       CONTROLE-AUTORISATION.
           MOVE 'C'            TO AUT-FONCTION
           MOVE QUO-USERID     TO AUT-USERID
           MOVE 'C'            TO AUT-DROIT
           MOVE 'MAJASQUO'     TO AUT-PROGRAMME
           MOVE 'Q'            TO AUT-ACTION
           MOVE SPACES         TO AUT-CLE
           STRING QUO-TPV ' ' QUO-CP ' ' QUO-TAUX
               DELIMITED BY SIZE INTO AUT-CLE
           CALL SOUSPROG1 USING ZONE-AUT
           .

       TEST-SQLCODE.
           IF SQLCODE NOT = 0
             PERFORM PARAG-ERR
           END-IF
           .
       PARAG-ERR.
           DISPLAY 'ERREUR DB2 SELECT'
           DISPLAY 'APPEL DSNTIAR (MISE EN FORME SQLCA)'
           CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              DISPLAY ERR-TXT (I)
           END-PERFORM
           STOP RUN.
