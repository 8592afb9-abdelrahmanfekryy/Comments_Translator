      *DD9180 15/10/26 anes Creation - revue du classement client :
      *                     decisions sur les propositions NIVPRO,
      *                     mise a jour de clniveau dans FCLIENTS et
      *                     journal CLIJRN
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNVC020.
      *
      ******************************************************************
      * GPICMT    Revue du classement client, decisions et mise a       *
      *           jour :                                                *
      *           - NIVPRO : les propositions de CLNVC010 (niveau       *
      *             actuel, niveau propose, motifs)                     *
      *           - NIVVIS : les decisions du directeur commercial      *
      *             (client, A acceptee / R refusee, niveau retenu      *
      *             facultatif s'il differe de la proposition,          *
      *             utilisateur)                                        *
      *           Une proposition acceptee est appliquee a la fiche     *
      *           client FCLIENTS (clniveau) si le niveau n'a pas ete   *
      *           modifie depuis la proposition, et journalisee dans    *
      *           CLIJRN par CLIJRN1 (champ CLNIVEAU, origine           *
      *           REVCLASS = revue classement).  Les propositions sans  *
      *           decision sont reecrites dans NIVPRON (modele          *
      *           ancien/nouveau) et attendent.  ETAT1 : journal des    *
      *           decisions.                                            *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NIVPRO ASSIGN TO NIV-PRO
                       organization line sequential
                       file status is file-status.
      *
           SELECT NIVVIS ASSIGN TO NIV-VIS
                       organization line sequential
                       file status is file-status2.
      *
           SELECT NIVPRON ASSIGN TO NIV-PRON
                       organization line sequential.
      *
           SELECT FCLIENTS ASSIGN TO FCLIENTS
                       organization indexed
                       access mode dynamic
                       record key CLNCL
                       file status is file-status3.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * proposition (cf CLNVC010) : statut P proposee
       FD  NIVPRO
                DATA RECORD PRO-LIGNE.
       01  PRO-LIGNE.
           02 PRO-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 PRO-NIVAV            PIC 9.
           02 FILLER               PIC X.
           02 PRO-NIVAP            PIC 9.
           02 FILLER               PIC X.
           02 PRO-CA12             PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 PRO-CAP              PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 PRO-EVOL             PIC S9(3)V9
                                   SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 PRO-DSO              PIC 9(3).
           02 FILLER               PIC X.
           02 PRO-RET              PIC 9(3)V9.
           02 FILLER               PIC X.
           02 PRO-ENG              PIC X.
           02 FILLER               PIC X.
           02 PRO-MOTIF            PIC X(40).
           02 FILLER               PIC X.
           02 PRO-MOIS             PIC 9(4).
           02 FILLER               PIC X.
           02 PRO-STATUT           PIC X.
           02 FILLER               PIC X.
           02 PRO-DATVAL           PIC 9(6).
           02 FILLER               PIC X.
           02 PRO-USER             PIC X(8).
      *
      * decision : niveau retenu facultatif (espace = le propose)
       FD  NIVVIS
                DATA RECORD VIS-LIGNE.
       01  VIS-LIGNE.
           02 VIS-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 VIS-DECISION         PIC X.
           02 FILLER               PIC X.
           02 VIS-NIV              PIC X.
           02 FILLER               PIC X.
           02 VIS-USER             PIC X(8).
      *
       FD  NIVPRON
                DATA RECORD PRN-LIGNE.
       01  PRN-LIGNE              PIC X(117).
      *
      * fiche client : seuls la cle et le niveau sont lus, le reste de
      * l'enregistrement est reecrit tel quel
       FD  FCLIENTS
                DATA RECORD CL-LIGNE.
       01  CL-LIGNE.
           02 CLNCL                PIC 9(6).
           02 FILLER               PIC X(94).
           02 CLNIVEAU             PIC X.
           02 FILLER               PIC X(399).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNIVAV               PIC X.
           02 FILLER               PIC X(2).
           02 LNIVAP               PIC X.
           02 FILLER               PIC X(2).
           02 LUSER                PIC X(8).
           02 FILLER               PIC X(2).
           02 LMOTIF               PIC X(40).
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  WFINP                  PIC 9 value zero.
           88 FIN-NIVPRO          value 1.
       01  WFINV                  PIC 9 value zero.
           88 FIN-NIVVIS          value 1.
       01  WCLI-DISPO             PIC 9 VALUE ZERO.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
      **** decisions du run ; WVI-UTIL : 1 = une proposition trouvee
       01  WTVIS.
           02 WTVIS-E OCCURS 5000.
              03 WVI-NCL          PIC 9(6).
              03 WVI-DECISION     PIC X.
              03 WVI-NIV          PIC X.
              03 WVI-USER         PIC X(8).
              03 WVI-UTIL         PIC 9.
       01  WNB-VIS                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WPOSV                  PIC 9(4).
       01  WTRV                   PIC 9.
       01  WNIV-AP                PIC X.
      *
       01  WTOT-PRO               PIC 9(5) VALUE ZERO.
       01  WTOT-APP               PIC 9(5) VALUE ZERO.
       01  WTOT-REF               PIC 9(5) VALUE ZERO.
       01  WTOT-ATT               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
      *
           copy '../copy/clijrn.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : decisions, sort de chaque proposition, totaux            *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINP WFINV WNB-VIS WTOT-PRO WTOT-APP WTOT-REF
                        WTOT-ATT WTOT-ANO.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'clnvc020.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE "REVUE DU CLASSEMENT CLIENT - DECISIONS" TO LIGNE.
           WRITE LIGNE BEFORE 2.
           OPEN INPUT NIVVIS.
           IF FILE-STATUS2 = ZERO
              PERFORM T12 THRU T12-EXIT
              PERFORM T13 THRU T13-EXIT UNTIL FIN-NIVVIS
              CLOSE NIVVIS
           END-IF.
           OPEN I-O FCLIENTS.
           IF FILE-STATUS3 = ZERO
              MOVE 1 TO WCLI-DISPO
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**OUVERTURE FCLIENTS IMPOSSIBLE " FILE-STATUS3
                      " : PROPOSITIONS ACCEPTEES MISES EN ATTENTE"
           END-IF.
           OPEN OUTPUT NIVPRON.
           OPEN INPUT NIVPRO.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T30 THRU T30-EXIT UNTIL FIN-NIVPRO
              CLOSE NIVPRO
           END-IF.
           CLOSE NIVPRON.
           IF WCLI-DISPO = 1
              CLOSE FCLIENTS
           END-IF.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-VIS.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12/T13 : decisions du run                                     *
      *----------------------------------------------------------------*
       T12.
           READ NIVVIS NEXT RECORD
                AT END MOVE 1 TO WFINV.
       T12-EXIT.
           EXIT.
       T13.
           IF VIS-DECISION NOT = 'A' AND VIS-DECISION NOT = 'R'
              OR (VIS-NIV NOT = SPACE
                  AND (VIS-NIV < '1' OR VIS-NIV > '9'))
              MOVE SPACES TO LIGNE
              MOVE VIS-NCL  TO LNCL
              MOVE VIS-USER TO LUSER
              MOVE "DECISION INCONNUE, IGNOREE" TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-ANO
              GO TO T13F
           END-IF.
           IF WNB-VIS < 5000
              ADD 1 TO WNB-VIS
              MOVE VIS-NCL      TO WVI-NCL(WNB-VIS)
              MOVE VIS-DECISION TO WVI-DECISION(WNB-VIS)
              MOVE VIS-NIV      TO WVI-NIV(WNB-VIS)
              MOVE VIS-USER     TO WVI-USER(WNB-VIS)
              MOVE ZERO         TO WVI-UTIL(WNB-VIS)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES DECISIONS PLEINE, CLIENT "
                      VIS-NCL " NON CHARGE"
           END-IF.
       T13F.
           PERFORM T12 THRU T12-EXIT.
       T13-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T30 : une proposition : sans decision -> NIVPRON,          *
      *           refusee -> journal, acceptee -> FCLIENTS + CLIJRN    *
      *----------------------------------------------------------------*
       T20.
           READ NIVPRO NEXT RECORD
                AT END MOVE 1 TO WFINP.
       T20-EXIT.
           EXIT.
       T30.
           ADD 1 TO WTOT-PRO.
           MOVE ZERO TO WTRV.
           PERFORM T30-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-VIS OR WTRV = 1.
           IF WTRV = ZERO
              WRITE PRN-LIGNE FROM PRO-LIGNE
              ADD 1 TO WTOT-ATT
              GO TO T30F
           END-IF.
           MOVE 1 TO WVI-UTIL(WPOSV).
           MOVE PRO-NIVAP TO WNIV-AP.
           IF WVI-NIV(WPOSV) NOT = SPACE
              MOVE WVI-NIV(WPOSV) TO WNIV-AP
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE PRO-NCL         TO LNCL.
           MOVE PRO-NIVAV       TO LNIVAV.
           MOVE WNIV-AP         TO LNIVAP.
           MOVE WVI-USER(WPOSV) TO LUSER.
           MOVE PRO-MOTIF       TO LMOTIF.
           IF WVI-DECISION(WPOSV) = 'R'
              MOVE "REFUSEE, NIVEAU INCHANGE" TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-REF
              GO TO T30F
           END-IF.
           IF WCLI-DISPO = ZERO
              WRITE PRN-LIGNE FROM PRO-LIGNE
              MOVE "ACCEPTEE, FCLIENTS INDISPONIBLE : EN ATTENTE"
                   TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-ATT
              GO TO T30F
           END-IF.
           PERFORM T40 THRU T40-EXIT.
       T30F.
           PERFORM T20 THRU T20-EXIT.
       T30-EXIT.
           EXIT.
       T30-CMP.
           IF WVI-NCL(WIDX) = PRO-NCL
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOSV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40 : application a la fiche client et journal                 *
      *----------------------------------------------------------------*
       T40.
           MOVE PRO-NCL TO CLNCL.
           READ FCLIENTS
                INVALID KEY
                   MOVE "CLIENT ABSENT DE FCLIENTS, NON APPLIQUE"
                        TO LLIB
                   WRITE LIGNE BEFORE 1
                   ADD 1 TO WTOT-ANO
                   GO TO T40-EXIT
           END-READ.
      * niveau touche depuis la proposition : la revue ne l'ecrase pas
           IF CLNIVEAU NOT = LNIVAV
              MOVE CLNIVEAU TO LNIVAV
              MOVE "NIVEAU MODIFIE DEPUIS LA PROPOSITION, NON APPLIQUE"
                   TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-ANO
              GO TO T40-EXIT
           END-IF.
           MOVE WNIV-AP TO CLNIVEAU.
           REWRITE CL-LIGNE
                INVALID KEY
                   MOVE "MISE A JOUR FCLIENTS IMPOSSIBLE" TO LLIB
                   WRITE LIGNE BEFORE 1
                   ADD 1 TO WTOT-ANO
                   GO TO T40-EXIT
           END-REWRITE.
           MOVE SPACES TO CLIJRN.
           MOVE PRO-NCL    TO ICLIJRN-NCL.
           MOVE "CLNIVEAU" TO ICLIJRN-CHAMP.
           MOVE LNIVAV     TO ICLIJRN-AVANT.
           MOVE WNIV-AP    TO ICLIJRN-APRES.
           MOVE "REVCLASS" TO ICLIJRN-ORIGINE.
           MOVE WDATEJOUR  TO ICLIJRN-DATE.
           CALL "clijrn1" USING CLIJRN.
           IF OCLIJRN-RTN NOT = SPACE
              DISPLAY "GPIWARNING"
              DISPLAY "**CLIJRN NON ECRIT, CLIENT " PRO-NCL
           END-IF.
           IF WNIV-AP NOT = PRO-NIVAP
              MOVE "APPLIQUE - NIVEAU RETENU DIFFERENT DU PROPOSE"
                   TO LLIB
           ELSE
              MOVE "APPLIQUE A LA FICHE CLIENT" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
           ADD 1 TO WTOT-APP.
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : decisions sans proposition en cours                      *
      *----------------------------------------------------------------*
       T80.
           IF WVI-UTIL(WIDX) = 1
              GO TO T80-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WVI-NCL(WIDX)  TO LNCL.
           MOVE WVI-USER(WIDX) TO LUSER.
           MOVE "DECISION SANS PROPOSITION EN COURS, IGNOREE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           ADD 1 TO WTOT-ANO.
       T80-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : totaux                                                   *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-PRO TO LNCL.
           MOVE "PROPOSITIONS LUES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-APP TO LNCL.
           MOVE "NIVEAUX MIS A JOUR" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REF TO LNCL.
           MOVE "PROPOSITIONS REFUSEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ATT TO LNCL.
           MOVE "PROPOSITIONS EN ATTENTE (NIVPRON)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ANO TO LNCL.
           MOVE "ANOMALIES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
