           SELECT MVT       ASSIGN AS-MVT
             ACCESS MODE           SEQUENTIAL
             FILE STATUS  WS-MVT.
      * ACCES DYNAMIQUE : ECRITURE SEQUENTIELLE DU FICHIER COMPLET EN
      * PASSAGE NORMAL, LECTURE ET MISE A JOUR PAR CLE EN MODE INTRADAY
           SELECT RESP ASSIGN RESP
             ORGANIZATION          INDEXED
             ACCESS                DYNAMIC
             RECORD KEY            RES-MATRICUL
             FILE STATUS  WS-RESP.
           SELECT STAT  ASSIGN STAT
             FILE STATUS  WS-LOTOUT.
           SELECT REJMVT  ASSIGN REJMVT
             FILE STATUS  WS-REJMVT.
           SELECT VALMVT  ASSIGN VALMVT
             FILE STATUS  WS-VALMVT.
           SELECT PARM    ASSIGN PARM
             FILE STATUS  WS-PARM.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSUR.
           05 RES-FREQ-PAIE  PIC X.
           05 RES-MODE-PAIE  PIC X.
           05 RES-CDE-PROD   PIC X(3).
      * LIGNE FIN DU FICHIER MAITRE (CLE HIGH-VALUES) : EN MODE
      * INTRADAY, RESP EST CE FICHIER ET SON TOTAL DE CONTROLE EST
      * TENU A JOUR A CHAQUE CREATION ET SUPPRESSION PAR CLE
       01  ERESP-TRL REDEFINES ERESP.
           05 TRL-RES-INDIC  PIC X(6).
             88 RES-IS-TRAILER VALUE HIGH-VALUES.
           05 TRL-RES-NB-ENR PIC 9(6).
           05 FILLER         PIC X(81).
       FD  STAT RECORDING F.
       01  ESTAT             PIC X(80).  
       FD  ANO  RECORDING F.
       01  EBLKSUP.
           05 BLK-MAT         PIC X(6).
           05 BLK-MOTIF       PIC X.
           05 BLK-HISTO       PIC X.
           05                 PIC X(72).
       FD  REJMVT RECORDING F.
       01  EREJMVT.
           05 RJM-ANO         PIC X(3).
           05 RJM-DISP        PIC X.
           05 RJM-ENREG       PIC X(97).
           05 FILLER          PIC X(9).
       FD  VALMVT RECORDING F.
       01  EVALMVT            PIC X(97).
       FD  LOTIN RECORDING F.
       01  ELOTIN.
           05 LIN-ID-LOT      PIC X(8).
           05 LOU-ID-LOT      PIC X(8).
           05 LOU-DT-TRT      PIC 9(8).
           05                 PIC X(64).
      * MODE DE TRAITEMENT : 'C' (OU FICHIER ABSENT) PASSAGE COMPLET,
      * 'I' MODE INTRADAY PAR CLE SUR RESP, LIMITE AU NOMBRE DE
      * MOUVEMENTS INDIQUE (A ZERO, LIMITE PAR DEFAUT)
       FD  PARM RECORDING F.
       01  EPARM.
           05 PARM-MODE       PIC X.
           05 PARM-NB-MAX     PIC 9(3).
           05                 PIC X(76).
       FD  REFTAB RECORDING F.
       01  EREFTAB.
           05 REF-TYPE        PIC X.
             88 REF-DEPT        VALUE 'D'.
             88 REF-TAUX        VALUE 'T'.
             88 REF-TAXE        VALUE 'X'.
             88 REF-VALID       VALUE 'Q'.
           05 REF-VALUE       PIC X(5).
           05                 PIC X(74).
       WORKING-STORAGE SECTION.
       77  WS-LOTIN       PIC XX.
       77  WS-LOTOUT      PIC XX.
       77  WS-REJMVT      PIC XX.
       77  WS-VALMVT      PIC XX.
       77  WS-PARM        PIC XX.
       77  DISP-PRM       PIC 9(4)V,99.
       77  ERR            PIC 9.
       77  LGN-DEB1       PIC X(80) VALUE ALL SPACE.
       77  SOUSPROG3      PIC X(8) VALUE 'SMESSERR'.
       77  SOUSPROG4      PIC X(8) VALUE 'MAJASRUN'.
       77  SOUSPROG5      PIC X(8) VALUE 'SPVALDT'.
       77  SOUSPROG6      PIC X(8) VALUE 'SPTARIF'.
       01  ZONE-VALDT.
           05 VD-DT-EFFET    PIC 9(8).
           05 VD-DT-EXPIR    PIC 9(8).
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
       01  ZONE-RUNLOG.
           05 RUN-PROGRAMME  PIC X(8) VALUE 'MAJAS   '.
           05 RUN-PHASE      PIC X.
           05 RUN-NB-REJETES PIC 9(8).
           05 RUN-CODE-RET   PIC 9(2).
           05 RUN-IND-RECONC PIC X.
           05 RUN-CTRL-EXPL  PIC X VALUE 'S'.
           05 RUN-DT-EXPL    PIC 9(8).
           05 RUN-DT-EXPL-ED PIC X(10).
           05 RUN-IND-EXPL   PIC X.
             88 RUN-EXPL-OK     VALUE 'O'.
       77  DAT            PIC X(30).
       77  CODEDG         PIC X VALUE 'D'.
       77  CODECL         PIC X VALUE 'L'.
       77  CPT-VT             PIC 9(6).
       77  CPT-VW             PIC 9(6).
       77  CPT-VA             PIC 9(6).
       77  NB-LIGNE-DEB       PIC 9(6).
       77  NB-LIGNE-FIN       PIC 9(6).
       77  NB-LIGNE-TAB       PIC 99.
       77  NB-LIGNE-MAX       PIC 99 VALUE 99.
       77  NB-LIGNE-ATT       PIC S9(7).
           05 BLK-LIGNE OCCURS 9999.
             10 TB-BLK-MAT     PIC X(6).
             10 TB-BLK-MOTIF   PIC X.
             10 TB-BLK-HISTO   PIC X.
       77  NB-BLK             PIC 9(4) VALUE 0.
       77  NB-BLK-MAX         PIC 9(4) VALUE 9999.
       77  CPT-BLK            PIC 9(4).
       77  IND-BLK            PIC X VALUE 'N'.
         88 SUPP-BLOQUEE        VALUE 'S' 'P'.
         88 SUPP-AUTORISEE      VALUE 'N'.
       77  IND-HISTO          PIC X VALUE 'N'.
         88 POLICE-AVEC-SIN     VALUE 'O'.
       77  CPT-SBS            PIC 9(6) VALUE 0.
       77  CPT-SBP            PIC 9(6) VALUE 0.
      * SEUILS DU CONTROLE A QUATRE YEUX (TCPTAUX TYPE 'Q' DE
      * L'EXTRACT REFTAB, MEMES VALEURS PAR DEFAUT QUE FEEDT) : UN
      * MOUVEMENT AU-DELA D'UN SEUIL N'EST PAS APPLIQUE ICI, FEEDT
      * L'A DEPOSE DANS TVALATT ; UNE FOIS VALIDE PAR UN SECOND
      * OPERATEUR, IL REVIENT PAR LE FICHIER VALMVT DE MAJASBLK
       77  SEUIL-PRIME        PIC 9(4) VALUE 30.
       77  SEUIL-SUPP         PIC 9(4) VALUE 1.
       01  WS-SEUIL-BRUT      PIC X(4).
       01  WS-SEUIL-BRUT-N REDEFINES WS-SEUIL-BRUT PIC 9(4).
       77  WS-PB-AV           PIC 9(4)V99.
       77  WS-ECART-PCT       PIC 9(8)V99.
       77  IND-VALID          PIC X VALUE 'N'.
         88 A-VALIDER           VALUE 'O'.
         88 SANS-VALIDATION     VALUE 'N'.
       77  CPT-QY             PIC 9(6) VALUE 0.
      * CREATIONS DONT LA PRIME DE BASE SAISIE DIFFERE DE LA PRIME
      * DE LA GRILLE TARIFAIRE (SPTARIF), OU NON COUVERTES PAR LA
      * GRILLE : LA CREATION EST APPLIQUEE ET SIGNALEE EN ANO
       77  CPT-HTRF           PIC 9(6) VALUE 0.
       77  CPT-STRF           PIC 9(6) VALUE 0.
       77  DISP-PRM-TRF       PIC 9(4)V,99.
       77  CPT-VLM            PIC 9(6) VALUE 0.
       01  TABLEAU-REF.
           05 REF-LIGNE OCCURS 50.
             10 TB-REF-TYPE     PIC X.
           05 PRM-OK  OCCURS 10 INDEXED BY IND-1 PIC X.
       01  NB-MESS  PIC X(3).    
       01  MESS           PIC X(60).
      * MODE INTRADAY : RESP EST MIS A JOUR EN PLACE, MOUVEMENT PAR
      * MOUVEMENT, SANS CHARGEMENT D'ASSUR EN TABLE ; RESERVE AUX
      * PETITS LOTS DE CORRECTIONS URGENTES DE LA JOURNEE
       77  IND-MODE           PIC X VALUE 'C'.
         88 MODE-COMPLET        VALUE 'C'.
         88 MODE-CLE            VALUE 'I'.
       77  NB-MVT-CLE-MAX     PIC 9(3) VALUE 50.
       77  NB-RESP-CLE        PIC 9(6).
       77  NB-TRL-RESP        PIC 9(6).
       77  IND-TRL-RESP       PIC X VALUE 'N'.
         88 TRL-RESP-TROUVE     VALUE 'O'.
       77  SENS-TRL-RESP      PIC S9 VALUE 0.
       77  IND-RESP-CLE       PIC X VALUE 'N'.
         88 RESP-TROUVE         VALUE 'O'.
         88 RESP-ABSENT         VALUE 'N'.
       77  LIGNE-RESV1        PIC X(80).
       77  LIGNE-RESV2        PIC X(80).
       PROCEDURE DIVISION.
           PERFORM CHARGE-PARM-MODE
           PERFORM DEBUT-RUNLOG
           IF MODE-CLE
             OPEN I-O RESP
           ELSE
             OPEN INPUT ASSUR
             OPEN OUTPUT RESP
             PERFORM TEST-STAT-ASSUR
           END-IF
           OPEN INPUT MVT
           OPEN OUTPUT STAT
           OPEN OUTPUT ATTOUT
           PERFORM TEST-STAT-MVT
           PERFORM TEST-STAT-STAT
           PERFORM TEST-STAT-RESP
           PERFORM CTRL-LOT-MVT
           PERFORM LOAD-REFTAB
           PERFORM LOAD-BLKSUP
      * EN MODE INTRADAY LE STOCK EN ATTENTE EST SEULEMENT REPORTE ET
      * LES MOUVEMENTS VALIDES (VALMVT) SONT LAISSES AU PASSAGE
      * COMPLET DE LA NUIT QUI LES LIBERE
           IF MODE-CLE
             PERFORM COMPTE-RESP
             PERFORM CHECK-TRL-RESP
             MOVE NB-RESP-CLE TO NB-LIGNE-DEB
             PERFORM REPORTE-ATTENTE
           ELSE
             MOVE 0 TO CPT-1
             READ ASSUR
             PERFORM CREATAB
             PERFORM LIBERE-ATTENTE
             PERFORM APPLIQUE-VALIDES
           END-IF
           PERFORM CHARGE-LOT-MVT
           PERFORM CHECK-TRL-MVT
           IF MODE-CLE
             PERFORM CTRL-TAILLE-LOT
           END-IF
           PERFORM TRI-LOT-MVT
           PERFORM DETECTE-CONFLITS
           PERFORM VARYING CPT-MV FROM 1 BY 1
               MOVE '035' TO NB-MESS
               PERFORM WRITE-ERROR
             ELSE
               PERFORM CTRL-QUATRE-YEUX
               IF A-VALIDER
                 PERFORM MET-EN-VALIDATION
               ELSE
      * SEULE UNE DATE D'EFFET FUTURE *VALIDE* EST DIFFEREE : UNE
      * DATE HORS CALENDRIER (20269999, 99999999) PASSE PAR CHECK-MOV
      * POUR ETRE REJETEE EN ANOMALIE DE DATE AU LIEU DE DORMIR
      * INDEFINIMENT DANS LE STOCK EN ATTENTE
                 PERFORM VALID-DATES
                 IF VD-DATES-VALIDES AND MVT-DT-EFFET > WS-DT-JOUR
                   PERFORM DIFFERE-MVT
                 ELSE
      * EN MODE INTRADAY, RESP PORTE DEJA LES MOUVEMENTS APPLIQUES
      * AVANT LE POINT DE REPRISE : LE REJEU NE LES REAPPLIQUE PAS
                   IF MODE-CLE AND REPLAY-EN-COURS
                     CONTINUE
                   ELSE
                     PERFORM CHECK-MOV
                   END-IF
                 END-IF
               END-IF
             END-IF
             IF NOT REPLAY-EN-COURS
               PERFORM MAJ-CKPT
             END-IF
           END-PERFORM
           IF MODE-CLE
             PERFORM COMPTE-RESP
             MOVE NB-RESP-CLE TO NB-LIGNE-FIN
           ELSE
             PERFORM FEEDRESP
           END-IF
           PERFORM CREA-TABL-STAT
      * FIN DE TRAITEMENT NORMALE : LE CHECKPOINT EST REMIS A ZERO
      * POUR QU'UNE PROCHAINE EXECUTION NE SOIT PAS PRISE POUR UN
           CLOSE STAT
           CLOSE RESP
           CLOSE MVT
           IF MODE-COMPLET
             CLOSE ASSUR
           END-IF
           CLOSE HIST
           CLOSE CKPT
           CLOSE ATTOUT
           PERFORM TEST-STAT-ANO
           PERFORM TEST-STAT-STAT
           PERFORM TEST-STAT-MVT
           IF MODE-COMPLET
             PERFORM TEST-STAT-ASSUR
           END-IF
           PERFORM TEST-STAT-HIST
           PERFORM FIN-RUNLOG
           GOBACK
           .
       CHARGE-PARM-MODE.
      * SANS FICHIER PARM (OU PARM VIDE) LE RUN EST UN PASSAGE COMPLET.
      * LE MODE INTRADAY EST PILOTE SOUS SON PROPRE NOM DANS TRUNLOG ET
      * EN CONTROLE 'R' : PLUSIEURS PASSAGES DANS LA JOURNEE SANS
      * BLOQUER LE PASSAGE COMPLET DE LA CHAINE DE NUIT
           OPEN INPUT PARM
           IF WS-PARM = '35'
             CONTINUE
           ELSE
             IF WS-PARM NOT = '00'
               DISPLAY 'ERREUR FICHIER PARM ' WS-PARM
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             READ PARM
             IF WS-PARM = '00'
               EVALUATE PARM-MODE
               WHEN 'C'
               WHEN ' '
                 SET MODE-COMPLET TO TRUE
               WHEN 'I'
                 SET MODE-CLE TO TRUE
                 IF PARM-NB-MAX IS NUMERIC AND PARM-NB-MAX > 0
                   MOVE PARM-NB-MAX TO NB-MVT-CLE-MAX
                 END-IF
               WHEN OTHER
                 DISPLAY 'ERREUR PARM : MODE DE TRAITEMENT INCONNU '
                     PARM-MODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-EVALUATE
             END-IF
             CLOSE PARM
           END-IF
           IF MODE-CLE
             MOVE 'MAJASINT' TO RUN-PROGRAMME
             MOVE 'R' TO RUN-CTRL-EXPL
             DISPLAY 'MODE INTRADAY PAR CLE - LIMITE ' NB-MVT-CLE-MAX
                 ' MOUVEMENTS'
           END-IF
           .
       CTRL-TAILLE-LOT.
      * LE MODE INTRADAY EST RESERVE AUX PETITS LOTS : AU-DELA DE LA
      * LIMITE LE LOT EST REFUSE NET (CODE RETOUR 14) AVANT TOUTE
      * MISE A JOUR DE RESP ET SANS ETRE INSCRIT AU REGISTRE, POUR
      * ETRE PASSE TEL QUEL DANS LE TRAITEMENT COMPLET
           IF NB-MVT-LOT > NB-MVT-CLE-MAX
             DISPLAY 'ERREUR : LOT MVT ' WS-ID-LOT ' DE ' NB-MVT-LOT
                 ' MOUVEMENTS - LIMITE INTRADAY ' NB-MVT-CLE-MAX
             DISPLAY 'LOT A PASSER DANS LE TRAITEMENT COMPLET'
             MOVE 14 TO RETURN-CODE
             PERFORM FIN-RUNLOG-REFUS
             STOP RUN
           END-IF
           .
       DEBUT-RUNLOG.
      * OUVERTURE DE LA LIGNE DE PILOTAGE DU RUN DANS TRUNLOG
           MOVE 'D' TO RUN-PHASE
               RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG4 USING ZONE-RUNLOG
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
      * CLOTURE DE LA LIGNE DE PILOTAGE : COMPTEURS ET CONTROLE DE
           END-IF
           .
       CALC-DT-JOUR.
      * DATE D'EXPLOITATION (TDATEXPL, RENDUE PAR MAJASRUN) AU
      * FORMAT AAAAMMJJ POUR COMPARAISON AVEC LES DATES D'EFFET DES
      * MOUVEMENTS : L'HORLOGE N'EST PLUS UTILISEE, UNE CHAINE QUI
      * PASSE MINUIT OU UN RATTRAPAGE LE LENDEMAIN GARDE SA DATE
           MOVE RUN-DT-EXPL TO WS-DT-JOUR
           .
       LIBERE-ATTENTE.
      * RELECTURE DU STOCK DE MOUVEMENTS DIFFERES DU RUN PRECEDENT :
             CLOSE ATTIN
           END-IF
           .
       REPORTE-ATTENTE.
      * MODE INTRADAY : LE STOCK DE MOUVEMENTS DIFFERES EST RECOPIE
      * TEL QUEL DANS LE STOCK DE SORTIE, LES ECHEANCES ATTEINTES
      * SONT LIBEREES PAR LE PASSAGE COMPLET DE LA NUIT
           OPEN INPUT ATTIN
           IF WS-ATTIN = '35'
             CONTINUE
           ELSE
             IF WS-ATTIN NOT = '00'
               DISPLAY 'ERREUR FICHIER ATTIN ' WS-ATTIN
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             READ ATTIN
             PERFORM UNTIL WS-ATTIN = '10'
               MOVE EATTIN TO EATTOUT
               WRITE EATTOUT
               ADD 1 TO NB-ATT-FIN
               READ ATTIN
             END-PERFORM
             CLOSE ATTIN
           END-IF
           .
       APPLIQUE-VALIDES.
      * MOUVEMENTS MIS EN ATTENTE DE VALIDATION PAR UN RUN PRECEDENT
      * ET VALIDES DEPUIS (EXTRAITS PAR MAJASBLK) : ILS NE REPASSENT
      * PAS LE CONTROLE A QUATRE YEUX ET SUIVENT LE CHEMIN NORMAL
      * (DIFFERES SI LEUR DATE D'EFFET N'EST PAS ATTEINTE). UN
      * FICHIER VALMVT ABSENT VAUT FICHIER VIDE
           OPEN INPUT VALMVT
           IF WS-VALMVT = '35'
             CONTINUE
           ELSE
             IF WS-VALMVT NOT = '00'
               DISPLAY 'ERREUR FICHIER VALMVT ' WS-VALMVT
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             READ VALMVT
             PERFORM UNTIL WS-VALMVT = '10'
               MOVE EVALMVT TO EMVT
               ADD 1 TO CPT-VLM
               PERFORM VALID-DATES
               IF VD-DATES-VALIDES AND MVT-DT-EFFET > WS-DT-JOUR
                 PERFORM DIFFERE-MVT
               ELSE
                 PERFORM CHECK-MOV
               END-IF
               READ VALMVT
             END-PERFORM
             CLOSE VALMVT
           END-IF
           .
       CTRL-QUATRE-YEUX.
      * MEME REGLE QUE FEEDT SUR LA BASE : MODIFICATION FAISANT VARIER
      * LA PRIME DE PLUS DE SEUIL-PRIME % PAR RAPPORT A LA PRIME
      * COURANTE DE LA TABLE, OU SUPPRESSION D'UNE POLICE AYANT DES
      * SINISTRES (INDICATEUR BLKSUP). UNE POLICE INCONNUE OU A PRIME
      * NULLE N'EST PAS CONTROLEE
           SET SANS-VALIDATION TO TRUE
           EVALUATE CDE-MVT
           WHEN 'M'
             MOVE 0 TO WS-PB-AV
             IF MODE-CLE
               PERFORM LIT-RESP-CLE
               IF RESP-TROUVE
                 MOVE RES-PRMBS TO WS-PB-AV
               END-IF
             ELSE
               PERFORM VARYING CPT-1 FROM 1 BY 1
                       UNTIL CPT-1 > NB-LIGNE-TAB
                 IF TB-MATRICUL(CPT-1) = MVT-MATRICUL
                   MOVE TB-PRMBS(CPT-1) TO WS-PB-AV
                 END-IF
               END-PERFORM
             END-IF
             IF WS-PB-AV > 0 AND MVT-PRMBS IS NUMERIC
               IF MVT-PRMBS > WS-PB-AV
                 COMPUTE WS-ECART-PCT =
                     (MVT-PRMBS - WS-PB-AV) * 100 / WS-PB-AV
               ELSE
                 COMPUTE WS-ECART-PCT =
                     (WS-PB-AV - MVT-PRMBS) * 100 / WS-PB-AV
               END-IF
               IF WS-ECART-PCT > SEUIL-PRIME
                 SET A-VALIDER TO TRUE
               END-IF
             END-IF
           WHEN 'S'
             IF SEUIL-SUPP > 0
               PERFORM CHERCHE-BLKSUP
               IF POLICE-AVEC-SIN
                 SET A-VALIDER TO TRUE
               END-IF
             END-IF
           END-EVALUATE
           .
       MET-EN-VALIDATION.
      * LE MOUVEMENT EST SIGNALE EN ANO ET TRACE DANS HIST (RESULTAT
      * 'VAL') SANS ETRE APPLIQUE NI RECOPIE DANS REJMVT : IL NE DOIT
      * PAS ETRE RECYCLE, SA VALIDATION LE RAMENERA PAR VALMVT
           ADD 1 TO CPT-QY
           MOVE '036' TO NB-MESS
           IF NOT REPLAY-EN-COURS
             CALL SOUSPROG3 USING NB-MESS MESS
             STRING MVT-MATRICUL ' ATTENTE : ' MESS
                 DELIMITED BY SIZE INTO EANO
             WRITE EANO
           END-IF
           MOVE MVT-MATRICUL TO HIST-MATRICUL
           MOVE CDE-MVT      TO HIST-CDE-MVT
           MOVE WS-PB-AV     TO HIST-PRMBS-AV
           MOVE 0            TO HIST-PRMBS-AP
           IF CDE-MVT = 'M'
             MOVE MVT-PRMBS  TO HIST-PRMBS-AP
           END-IF
           MOVE SPACES       TO HIST-TAUX-AV HIST-TAUX-AP
           MOVE 'VAL'        TO HIST-RESULT
           PERFORM WRITE-HIST
           .
       FIN-RUNLOG-REFUS.
      * LOT REFUSE AVANT TOUTE MISE A JOUR (CODE RETOUR 14) : ARRET
      * ATTENDU, PAS UN ABEND. LA LIGNE DE PILOTAGE EST CLOSE AVEC CE
      * CODE RETOUR POUR NE PAS RESTER OUVERTE ; UN CODE RETOUR DE 8
      * OU PLUS LAISSE LE RUN RELANCABLE SUR LA MEME DATE
           MOVE 'F' TO RUN-PHASE
           MOVE 0 TO RUN-NB-LUS RUN-NB-ECRITS RUN-NB-REJETES
           MOVE RETURN-CODE TO RUN-CODE-RET
           MOVE ' ' TO RUN-IND-RECONC
           CALL SOUSPROG4 USING ZONE-RUNLOG
           .
       DIFFERE-MVT.
      * MOUVEMENT A DATE D'EFFET FUTURE : MIS AU STOCK EN ATTENTE AU
      * LIEU D'ETRE APPLIQUE, IL SERA LIBERE PAR UN RUN ULTERIEUR
           IF WS-ID-LOT = SPACES OR WS-ID-LOT = LOW-VALUES
             DISPLAY 'ERREUR : LOT MVT SANS IDENTIFIANT DE LOT'
             MOVE 14 TO RETURN-CODE
             PERFORM FIN-RUNLOG-REFUS
             STOP RUN
           END-IF
           PERFORM LOAD-LOTREG
             DISPLAY 'ERREUR : LOT MVT ' WS-ID-LOT ' DEJA TRAITE - '
                 'FICHIER REFUSE'
             MOVE 14 TO RETURN-CODE
             PERFORM FIN-RUNLOG-REFUS
             STOP RUN
           END-IF
           CLOSE MVT
      * L'EXTRACT REFTAB PORTE AUSSI LES AUTRES TYPES DE TCPTAUX
      * (TAXES, TRAITE...) : SEULS 'D' ET 'T' SERVENT AUX CONTROLES
      * D'ICI, LES AUTRES LIGNES SONT IGNOREES POUR NE PAS SATURER
      * LA TABLE ; LES SEUILS 'Q' SONT LUS A PART
           OPEN INPUT REFTAB
           PERFORM TEST-STAT-REFTAB
           READ REFTAB
           PERFORM UNTIL WS-REFTAB = '10'
             IF REF-VALID
               PERFORM CHARGE-SEUIL
             END-IF
             IF REF-TYPE = 'D' OR REF-TYPE = 'T'
               ADD 1 TO NB-REF
               IF NB-REF > NB-REF-MAX
           END-PERFORM
           CLOSE REFTAB
           .
       CHARGE-SEUIL.
      * CODE SUR UN CARACTERE PUIS VALEUR SUR QUATRE CHIFFRES ; LE
      * SEUIL DE REGLEMENT NE CONCERNE PAS LA CHAINE FICHIER
           MOVE REF-VALUE(2:4) TO WS-SEUIL-BRUT
           IF WS-SEUIL-BRUT IS NUMERIC
             EVALUATE REF-VALUE(1:1)
             WHEN 'P'
               MOVE WS-SEUIL-BRUT-N TO SEUIL-PRIME
             WHEN 'S'
               MOVE WS-SEUIL-BRUT-N TO SEUIL-SUPP
             END-EVALUATE
           END-IF
           .
       LOAD-BLKSUP.
      * CHARGEMENT DE LA LISTE DES SUPPRESSIONS BLOQUEES ; UN FICHIER
      * BLKSUP ABSENT (PREMIERE NUIT) VAUT LISTE VIDE
               END-IF
               MOVE BLK-MAT   TO TB-BLK-MAT(NB-BLK)
               MOVE BLK-MOTIF TO TB-BLK-MOTIF(NB-BLK)
               MOVE BLK-HISTO TO TB-BLK-HISTO(NB-BLK)
               READ BLKSUP
             END-PERFORM
             CLOSE BLKSUP
           END-IF
           .
       CHERCHE-BLKSUP.
           MOVE 'N' TO IND-BLK IND-HISTO
           PERFORM VARYING CPT-BLK FROM 1 BY 1 UNTIL CPT-BLK > NB-BLK
             IF TB-BLK-MAT(CPT-BLK) = MVT-MATRICUL
               MOVE TB-BLK-MOTIF(CPT-BLK) TO IND-BLK
               IF TB-BLK-HISTO(CPT-BLK) = 'O'
                 MOVE 'O' TO IND-HISTO
               END-IF
             END-IF
           END-PERFORM
           .
             PERFORM SUPP
           WHEN 'T'
             ADD 1 to CPT-TT
             IF MODE-CLE
               PERFORM SUSPEND-CLE
             ELSE
               PERFORM SUSPEND
             END-IF
           WHEN 'V'
             ADD 1 to CPT-VT
             IF MODE-CLE
               PERFORM REACTIVATE-CLE
             ELSE
               PERFORM REACTIVATE
             END-IF
           WHEN OTHER
             MOVE '001' TO NB-MESS
             ADD 1 to CPT-GA
                 MOVE '006' TO NB-MESS
                 PERFORM WRITE-ERROR
               ELSE
                 IF MODE-CLE
                   PERFORM MODIF-CLE
                 ELSE
                   PERFORM MODIF-APPLY
                 END-IF
               END-IF
             END-IF
           END-IF
             END-IF
             PERFORM WRITE-ERROR
           ELSE
             IF MODE-CLE
               PERFORM SUPP-CLE
             ELSE
               PERFORM SUPP-APPLY
             END-IF
           END-IF
           .
       SUPP-APPLY.
                 MOVE '006' TO NB-MESS
                 PERFORM WRITE-ERROR
               ELSE
                 IF MODE-CLE
                   PERFORM CREA-LIGNE-CLE
                 ELSE
                   PERFORM CREA-LIGNE-APPLY
                 END-IF
               END-IF
             END-IF
           END-IF
             MOVE MVT-TAUX     TO HIST-TAUX-AP
             MOVE 'OK '        TO HIST-RESULT
             PERFORM WRITE-HIST
             PERFORM CTRL-TARIF
           ELSE
             PERFORM VARYING CPT-1 FROM 1 BY 1
                     UNTIL CPT-1 > NB-LIGNE-TAB
               MOVE MVT-TAUX     TO HIST-TAUX-AP
               MOVE 'OK '        TO HIST-RESULT
               PERFORM WRITE-HIST
               PERFORM CTRL-TARIF
             END-IF
           END-IF
           .
       CTRL-TARIF.
      * LA PRIME DE BASE SAISIE EST CONFRONTEE A CELLE DE LA GRILLE
      * TARIFAIRE POUR LE TYPE DE VEHICULE, LE DEPARTEMENT ET LE
      * CODE TAUX A LA DATE D'EFFET. UN ECART NE BLOQUE PAS LA
      * CREATION : IL EST SIGNALE EN ANO AVEC LES DEUX PRIMES
           MOVE MVT-TPV      TO TF-TV
           MOVE MVT-CP       TO TF-CP
           MOVE MVT-TAUX     TO TF-TAUX
           MOVE MVT-DT-EFFET TO TF-DT-EFFET
           CALL SOUSPROG6 USING ZONE-TARIF
           IF TF-SANS-TARIF
             ADD 1 TO CPT-STRF
             IF NOT REPLAY-EN-COURS
               MOVE ALL ' ' TO EANO
               STRING MVT-MATRICUL ' ATTENTION : RISQUE ABSENT DE LA '
                   'GRILLE TARIFAIRE (' MVT-TPV ' ' MVT-CP(1:2) ' '
                   MVT-TAUX ')'
                   DELIMITED BY SIZE INTO EANO
               WRITE EANO
             END-IF
           ELSE
             IF MVT-PRMBS NOT = TF-PRM-TARIF
               ADD 1 TO CPT-HTRF
               IF NOT REPLAY-EN-COURS
                 MOVE MVT-PRMBS    TO DISP-PRM
                 MOVE TF-PRM-TARIF TO DISP-PRM-TRF
                 MOVE ALL ' ' TO EANO
                 STRING MVT-MATRICUL ' ATTENTION : PRIME SAISIE '
                     DISP-PRM ' DIFFERENTE DU TARIF ' DISP-PRM-TRF
                     ' (ZONE ' TF-ZONE ')'
                     DELIMITED BY SIZE INTO EANO
                 WRITE EANO
               END-IF
             END-IF
           END-IF
           MOVE ALL ' ' TO EANO
           .
       MAJTOTABLI.
             MOVE MVT-MATRICUL TO TB-MATRICUL(CPT-1)
             MOVE MVT-CDE-PROD TO TB-CDE-PROD(CPT-1)
           .

      * MODE INTRADAY : MISE A JOUR DIRECTE DE RESP PAR MATRICULE,
      * MEMES CONTROLES, MEMES CODES ANOMALIE ET MEME TRACE HIST QUE
      * LA MISE A JOUR DE LA TABLE EN PASSAGE COMPLET
       LIT-RESP-CLE.
           MOVE MVT-MATRICUL TO RES-MATRICUL
           READ RESP KEY IS RES-MATRICUL
           EVALUATE WS-RESP
           WHEN '00'
             SET RESP-TROUVE TO TRUE
           WHEN '23'
             SET RESP-ABSENT TO TRUE
           WHEN OTHER
             DISPLAY 'ERREUR FICHIER ASSURES4 ' WS-RESP
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-EVALUATE
           .
       COMPTE-RESP.
      * NOMBRE D'ASSURES PRESENTS DANS RESP (DEBUT ET FIN DE RUN) POUR
      * LES STATISTIQUES ET LA RECONCILIATION ; LA LIGNE FIN N'EST
      * PAS UN ASSURE, SON TOTAL DE CONTROLE EST RELEVE A PART
           MOVE 0 TO NB-RESP-CLE NB-TRL-RESP
           MOVE 'N' TO IND-TRL-RESP
           MOVE LOW-VALUES TO RES-MATRICUL
           START RESP KEY IS NOT LESS THAN RES-MATRICUL
           IF WS-RESP = '00'
             READ RESP NEXT
             PERFORM UNTIL WS-RESP = '10'
               PERFORM TEST-STAT-RESP
               IF RES-IS-TRAILER
                 SET TRL-RESP-TROUVE TO TRUE
                 MOVE TRL-RES-NB-ENR TO NB-TRL-RESP
               ELSE
                 ADD 1 TO NB-RESP-CLE
               END-IF
               READ RESP NEXT
             END-PERFORM
           ELSE
             IF WS-RESP NOT = '23'
               PERFORM TEST-STAT-RESP
             END-IF
           END-IF
           .
       CHECK-TRL-RESP.
      * LE FICHIER MAITRE DOIT PORTER SA LIGNE FIN ET UN TOTAL DE
      * CONTROLE JUSTE AVANT TOUTE MISE A JOUR PAR CLE : LE PASSAGE
      * COMPLET SUIVANT LE RELIRA COMME ASSUR (CHECK-TRL-ASSUR)
           IF NOT TRL-RESP-TROUVE
             DISPLAY 'ERREUR : TRAILER RESP ABSENT OU FICHIER TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF NB-TRL-RESP NOT = NB-RESP-CLE
             DISPLAY 'ERREUR : TOTAL CONTROLE RESP ATTENDU '
                 NB-TRL-RESP ' LU ' NB-RESP-CLE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           .
       MAJ-TRL-RESP.
      * CREATION (+1) OU SUPPRESSION (-1) PAR CLE REPORTEE DANS LE
      * TOTAL DE CONTROLE DE LA LIGNE FIN
           MOVE HIGH-VALUES TO RES-MATRICUL
           READ RESP KEY IS RES-MATRICUL
           IF WS-RESP = '23'
             DISPLAY 'ERREUR : TRAILER RESP ABSENT OU FICHIER TRONQUE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           PERFORM TEST-STAT-RESP
           MOVE TRL-RES-NB-ENR TO NB-TRL-RESP
           ADD SENS-TRL-RESP TO NB-TRL-RESP
           MOVE NB-TRL-RESP TO TRL-RES-NB-ENR
           REWRITE ERESP
           PERFORM TEST-STAT-RESP
           .
       CREA-LIGNE-CLE.
           PERFORM LIT-RESP-CLE
           IF RESP-TROUVE
             ADD 1 to CPT-CA
             MOVE '002' TO NB-MESS
             PERFORM WRITE-ERROR
           ELSE
             MOVE MVT-MATRICUL  TO RES-MATRICUL
             MOVE MVT-NM-PRNM   TO RES-NM-PRNM
             MOVE MVT-ADSS      TO RES-ADSS
             MOVE MVT-CP        TO RES-CP
             MOVE MVT-VLL       TO RES-VLL
             MOVE MVT-TPV       TO RES-TPV
             MOVE MVT-PRMBS     TO RES-PRMBS
             MOVE MVT-PRMT      TO RES-PRMT
             MOVE MVT-TAUX      TO RES-TAUX
             MOVE 'O'           TO RES-ACTIF
             MOVE MVT-DT-EFFET  TO RES-DT-EFFET
             MOVE MVT-DT-EXPIR  TO RES-DT-EXPIR
             MOVE MVT-FREQ-PAIE TO RES-FREQ-PAIE
             MOVE MVT-MODE-PAIE TO RES-MODE-PAIE
             MOVE MVT-CDE-PROD  TO RES-CDE-PROD
             WRITE ERESP
             PERFORM TEST-STAT-RESP
             ADD 1 to CPT-CW
             MOVE MVT-MATRICUL TO HIST-MATRICUL
             MOVE CDE-MVT      TO HIST-CDE-MVT
             MOVE 0            TO HIST-PRMBS-AV
             MOVE SPACES       TO HIST-TAUX-AV
             MOVE MVT-PRMBS    TO HIST-PRMBS-AP
             MOVE MVT-TAUX     TO HIST-TAUX-AP
             MOVE 'OK '        TO HIST-RESULT
             PERFORM WRITE-HIST
             PERFORM CTRL-TARIF
             MOVE 1 TO SENS-TRL-RESP
             PERFORM MAJ-TRL-RESP
           END-IF
           .
       MODIF-CLE.
           PERFORM LIT-RESP-CLE
           IF RESP-ABSENT
             ADD 1 to CPT-MA
             MOVE '003' TO NB-MESS
             PERFORM WRITE-ERROR
           ELSE
             MOVE RES-PRMBS     TO HIST-PRMBS-AV
             MOVE RES-TAUX      TO HIST-TAUX-AV
             MOVE MVT-NM-PRNM   TO RES-NM-PRNM
             MOVE MVT-ADSS      TO RES-ADSS
             MOVE MVT-CP        TO RES-CP
             MOVE MVT-VLL       TO RES-VLL
             MOVE MVT-TPV       TO RES-TPV
             MOVE MVT-PRMBS     TO RES-PRMBS
             MOVE MVT-PRMT      TO RES-PRMT
             MOVE MVT-TAUX      TO RES-TAUX
             MOVE MVT-DT-EFFET  TO RES-DT-EFFET
             MOVE MVT-DT-EXPIR  TO RES-DT-EXPIR
             MOVE MVT-FREQ-PAIE TO RES-FREQ-PAIE
             MOVE MVT-MODE-PAIE TO RES-MODE-PAIE
             MOVE MVT-CDE-PROD  TO RES-CDE-PROD
             REWRITE ERESP
             PERFORM TEST-STAT-RESP
             ADD 1 TO CPT-MW
             MOVE MVT-MATRICUL TO HIST-MATRICUL
             MOVE CDE-MVT      TO HIST-CDE-MVT
             MOVE MVT-PRMBS    TO HIST-PRMBS-AP
             MOVE MVT-TAUX     TO HIST-TAUX-AP
             MOVE 'OK '        TO HIST-RESULT
             PERFORM WRITE-HIST
           END-IF
           .
       SUPP-CLE.
           PERFORM LIT-RESP-CLE
           IF RESP-ABSENT
             ADD 1 to CPT-SA
             MOVE '004' TO NB-MESS
             PERFORM WRITE-ERROR
           ELSE
             MOVE RES-PRMBS    TO HIST-PRMBS-AV
             MOVE RES-TAUX     TO HIST-TAUX-AV
             DELETE RESP
             PERFORM TEST-STAT-RESP
             ADD 1 to CPT-SW
             MOVE MVT-MATRICUL TO HIST-MATRICUL
             MOVE CDE-MVT      TO HIST-CDE-MVT
             MOVE 0            TO HIST-PRMBS-AP
             MOVE SPACES       TO HIST-TAUX-AP
             MOVE 'OK '        TO HIST-RESULT
             PERFORM WRITE-HIST
             MOVE -1 TO SENS-TRL-RESP
             PERFORM MAJ-TRL-RESP
           END-IF
           .
       SUSPEND-CLE.
           PERFORM LIT-RESP-CLE
           IF RESP-ABSENT
             ADD 1 to CPT-TA
             MOVE '007' TO NB-MESS
             PERFORM WRITE-ERROR
           ELSE
             SET RES-SUSPENDU TO TRUE
             REWRITE ERESP
             PERFORM TEST-STAT-RESP
             ADD 1 TO CPT-TW
             MOVE MVT-MATRICUL TO HIST-MATRICUL
             MOVE CDE-MVT      TO HIST-CDE-MVT
             MOVE RES-PRMBS    TO HIST-PRMBS-AV HIST-PRMBS-AP
             MOVE RES-TAUX     TO HIST-TAUX-AV HIST-TAUX-AP
             MOVE 'OK '        TO HIST-RESULT
             PERFORM WRITE-HIST
           END-IF
           .
       REACTIVATE-CLE.
           PERFORM LIT-RESP-CLE
           IF RESP-ABSENT
             ADD 1 to CPT-VA
             MOVE '008' TO NB-MESS
             PERFORM WRITE-ERROR
           ELSE
             SET RES-ACTIVE TO TRUE
             REWRITE ERESP
             PERFORM TEST-STAT-RESP
             ADD 1 TO CPT-VW
             MOVE MVT-MATRICUL TO HIST-MATRICUL
             MOVE CDE-MVT      TO HIST-CDE-MVT
             MOVE RES-PRMBS    TO HIST-PRMBS-AV HIST-PRMBS-AP
             MOVE RES-TAUX     TO HIST-TAUX-AV HIST-TAUX-AP
             MOVE 'OK '        TO HIST-RESULT
             PERFORM WRITE-HIST
           END-IF
           .

       FEEDRESP.
           PERFORM VARYING CPT-1 FROM 1 BY 1 UNTIL CPT-1 > NB-LIGNE-TAB
             MOVE TB-MATRICUL(CPT-1) TO RES-MATRICUL
           STRING '033 - NOMBRE DE MOUVEMENTS RESTANT EN ATTENTE  : '
             DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
      * LES MOUVEMENTS MIS EN ATTENTE DE VALIDATION NE SONT NI
      * APPLIQUES NI EN ANOMALIE : ILS RESTENT HORS DE LA LIGNE 007 ;
      * LES VALIDES RESTITUES PAR VALMVT SONT, COMME LES LIBERES DU
      * STOCK, COMPTES EN PLUS DANS LES LIGNES PAR TYPE
           MOVE CPT-QY TO DIS-RESP.
           STRING '265 - MOUVEMENTS EN ATTENTE DE VALIDATION      : '
             DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-VLM TO DIS-RESP.
           STRING '266 - MOUVEMENTS VALIDES REPRIS (VALMVT)       : '
             DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
      * LES CREATIONS HORS TARIF SONT APPLIQUEES : CE SONT DES "DONT"
      * DE LA LIGNE 008, PAS DES ANOMALIES
           MOVE CPT-HTRF TO DIS-RESP.
           STRING '336 - DONT CREATIONS A PRIME HORS TARIF       : '
             DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE CPT-STRF TO DIS-RESP.
           STRING '337 - DONT CREATIONS ABSENTES DE LA GRILLE    : '
             DIS-RESP  DELIMITED BY SIZE INTO ESTAT
           PERFORM WRITE-STAT
           MOVE SPACES TO ESTAT.
           PERFORM WRITE-STAT
           MOVE 0 TO DIS-RESP9
      * PENDANT LE REJEU D'UN REDEMARRAGE, LES MOUVEMENTS DEJA
      * ENREGISTRES AVANT LE POINT DE REPRISE NE SONT PAS REECRITS
           IF NOT REPLAY-EN-COURS
             MOVE RUN-DT-EXPL-ED TO HIST-DATE
             MOVE TIM       TO HIST-HEURE
             WRITE EHIST
             MOVE ALL SPACE TO EHIST
