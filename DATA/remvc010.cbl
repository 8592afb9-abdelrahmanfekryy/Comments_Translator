      *DD9140 15/10/26 anes Creation - integration des avis de
      *                     paiement partenaires (REMADV) : factures
      *                     reglees pre-rapprochees pour le lettrage
      *                     LETRC010 (LETPRE), deductions classees par
      *                     motif : penalite vers PENMST (via PENDEM /
      *                     PENC010), ecart de prix rapproche
      *                     d'EDIPVLOG, manquant rapproche de RECLIT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMVC010.
      *
      ******************************************************************
      * GPICMT    Avis de paiement des partenaires GD :                 *
      *           - REMADV : les avis recus (E = entete : payeur,       *
      *             reference du virement, date, montant vire ; L =     *
      *             facture reglee : montant facture, montant paye ;    *
      *             D = deduction : facture, code motif, montant,       *
      *             commande ou BL de reference)                        *
      *           - REMMOT : code motif partenaire -> classe (P =       *
      *             penalite, X = ecart de prix, M = manquant) et motif *
      *             penalite PENMST ; un code absent est signale        *
      *           Les factures reglees partent dans LETPRE : LETRC010   *
      *           lettre le virement dont le libelle porte la           *
      *           reference et dont le montant egale l'avis.            *
      *           Les deductions sont journalisees dans REMDED avec le  *
      *           resultat du rapprochement :                           *
      *           - penalite : note de debit ecrite dans PENDEM, prise  *
      *             en compte au dossier PENMST par PENC010 (avec son   *
      *             rapprochement des reliquats)                        *
      *           - ecart de prix : justifie si EDIPVLOG porte deja un  *
      *             ecart sur la commande de la facture                 *
      *           - manquant : justifie si RECLIT porte un litige de    *
      *             reception sur le BL (manquant, refus, BL inconnu)   *
      *           Une deduction non justifiee est a contester.          *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMADV ASSIGN TO REM-ADV
                       organization line sequential
                       file status is file-status.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status2.
      *
           SELECT REMMOT ASSIGN TO REM-MOT
                       organization line sequential
                       file status is file-status3.
      *
           SELECT EDIPVLOG ASSIGN TO EDI-PVLOG
                       organization line sequential
                       file status is file-status3.
      *
           SELECT RECLIT ASSIGN TO REC-LIT
                       organization line sequential
                       file status is file-status3.
      *
           SELECT LETPRE ASSIGN TO LET-PRE
                       organization line sequential
                       file status is file-status4.
      *
           SELECT PENDEM ASSIGN TO PEN-DEM
                       organization line sequential
                       file status is file-status4.
      *
           SELECT REMDED ASSIGN TO REM-DED
                       organization line sequential
                       file status is file-status4.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REMADV
                DATA RECORD RMV-LIGNE.
       01  RMV-LIGNE.
           02 RMV-TYPE           PIC X.
           02 FILLER             PIC X.
           02 RMV-SUITE          PIC X(60).
       01  RMV-ENT REDEFINES RMV-LIGNE.
           02 FILLER             PIC XX.
           02 RME-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 RME-REFPAY         PIC X(16).
           02 FILLER             PIC X.
           02 RME-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 RME-TOTAL          PIC 9(9)V99.
           02 FILLER             PIC X(18).
       01  RMV-LIG REDEFINES RMV-LIGNE.
           02 FILLER             PIC XX.
           02 RML-NFAC           PIC 9(7).
           02 FILLER             PIC X.
           02 RML-MTFAC          PIC 9(9)V99.
           02 FILLER             PIC X.
           02 RML-MTPAY          PIC 9(9)V99.
           02 FILLER             PIC X(29).
       01  RMV-DED REDEFINES RMV-LIGNE.
           02 FILLER             PIC XX.
           02 RMD-NFAC           PIC 9(7).
           02 FILLER             PIC X.
           02 RMD-CODE           PIC X(3).
           02 FILLER             PIC X.
           02 RMD-MONTANT        PIC 9(9)V99.
           02 FILLER             PIC X.
           02 RMD-REF            PIC 9(7).
           02 FILLER             PIC X(29).
      *
       FD  FFACTURE
                DATA RECORD FB-LIGNE.
       01  FB-LIGNE.
           02 FBCLE-CDESUP          PIC 9(7).
           02 FBNCDE                PIC X(13).
           02 FBNCL                 PIC 9(6).
           02 FBDUP                 PIC X.
           02 FBDATE                PIC 9(6).
           02 FBMONTHT              PIC S9(9)V99.
           02 FBREGLE               PIC X.
           02 FBCFA                 PIC 9.
           02 FBSOC                 PIC X(6).
           02 FBMONTTC              PIC S9(9)V99.
           02 FBPAYS                PIC XX.
           02 FBREGIME              PIC XX.
           02 FBECH                 PIC 9(6).
           02 FILLER                PIC X(31).
      *
       FD  REMMOT
                DATA RECORD RMT-LIGNE.
       01  RMT-LIGNE.
           02 RMT-CODE           PIC X(3).
           02 FILLER             PIC X.
           02 RMT-CLASSE         PIC X.
           02 FILLER             PIC X.
           02 RMT-MOTIF          PIC XX.
           02 FILLER             PIC X.
           02 RMT-LIB            PIC X(30).
      *
       FD  EDIPVLOG
                DATA RECORD EPV-LIGNE.
       01  EPV-LIGNE.
           02 EPV-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 EPV-CDE            PIC X(13).
           02 FILLER             PIC X.
           02 EPV-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 EPV-SRE            PIC X(7).
           02 FILLER             PIC X.
           02 EPV-PTAR           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 EPV-PEDI           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 EPV-ECART          PIC 9(3)V99.
           02 FILLER             PIC X.
           02 EPV-DATE           PIC 9(6).
      *
       FD  RECLIT
                DATA RECORD LIT-LIGNE.
       01  LIT-LIGNE.
           02 LIT-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 LIT-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 LIT-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 LIT-QTEXP          PIC 9(6)V99.
           02 FILLER             PIC X.
           02 LIT-QTREC          PIC 9(6)V99.
           02 FILLER             PIC X.
           02 LIT-QTREF          PIC 9(6)V99.
           02 FILLER             PIC X.
           02 LIT-NATURE         PIC X.
           02 FILLER             PIC X.
           02 LIT-DATE           PIC 9(6).
      *
      * pre-rapprochement pour LETRC010 : une ligne par facture reglee
      * (ETAT espace = en attente du virement, L = lettre)
       FD  LETPRE
                DATA RECORD LPR-LIGNE.
       01  LPR-LIGNE.
           02 LPR-REFPAY         PIC X(16).
           02 FILLER             PIC X.
           02 LPR-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 LPR-NFAC           PIC 9(7).
           02 FILLER             PIC X.
           02 LPR-MONTANT        PIC 9(9)V99.
           02 FILLER             PIC X.
           02 LPR-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 LPR-ETAT           PIC X.
      *
       FD  PENDEM
                DATA RECORD PDM-LIGNE.
       01  PDM-LIGNE.
           02 PDM-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 PDM-NCDE           PIC 9(7).
           02 FILLER             PIC X.
           02 PDM-MOTIF          PIC XX.
           02 FILLER             PIC X.
           02 PDM-MONTANT        PIC 9(7)V99.
           02 FILLER             PIC X.
           02 PDM-DATE           PIC 9(6).
      *
      * journal des deductions : CLASSE P/X/M (? = code inconnu),
      * PIECE O = deduction justifiee par nos fichiers, N = a contester
       FD  REMDED
                DATA RECORD RDD-LIGNE.
       01  RDD-LIGNE.
           02 RDD-REFPAY         PIC X(16).
           02 FILLER             PIC X.
           02 RDD-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 RDD-NFAC           PIC 9(7).
           02 FILLER             PIC X.
           02 RDD-CODE           PIC X(3).
           02 FILLER             PIC X.
           02 RDD-CLASSE         PIC X.
           02 FILLER             PIC X.
           02 RDD-MONTANT        PIC 9(9)V99.
           02 FILLER             PIC X.
           02 RDD-REF            PIC 9(7).
           02 FILLER             PIC X.
           02 RDD-PIECE          PIC X.
           02 FILLER             PIC X.
           02 RDD-DATE           PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LCODE                PIC X(3).
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LMONT2               PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LREF                 PIC X(16).
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
       01  file-status4           PIC XX.
       01  WFINR                  PIC 9 value zero.
           88 FIN-REMADV          value 1.
       01  WFINM                  PIC 9 value zero.
           88 FIN-REMMOT          value 1.
       01  WFINV                  PIC 9 value zero.
           88 FIN-EDIPVLOG        value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-RECLIT          value 1.
       01  WDATEJOUR              PIC 9(6).
      *
      **** codes motif des partenaires
       01  WTMOT.
           02 WTMOT-E OCCURS 300.
              03 WMO-CODE         PIC X(3).
              03 WMO-CLASSE       PIC X.
              03 WMO-MOTIF        PIC XX.
       01  WNB-MOT                PIC 9(3) VALUE ZERO.
      *
      **** ecarts de prix connus (client, commande)
       01  WTEPV.
           02 WTEPV-E OCCURS 5000.
              03 WEP-NCL          PIC 9(6).
              03 WEP-CDE          PIC X(13).
       01  WNB-EPV                PIC 9(5) VALUE ZERO.
      *
      **** litiges de reception (client, BL)
       01  WTLIT.
           02 WTLIT-E OCCURS 5000.
              03 WLT-NCL          PIC 9(6).
              03 WLT-NBL          PIC 9(7).
       01  WNB-LIT                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WTRV                   PIC 9.
       01  WPOS                   PIC 9(5).
      *
      **** avis en cours
       01  WAV-ENC                PIC 9 VALUE ZERO.
       01  WAV-NCL                PIC 9(6).
       01  WAV-REFPAY             PIC X(16).
       01  WAV-DATE               PIC 9(6).
       01  WAV-TOTAL              PIC 9(9)V99.
       01  WAV-CUMPAY             PIC 9(11)V99.
       01  WCLASSE                PIC X.
       01  WMOTIF                 PIC XX.
       01  WPIECE                 PIC X.
       01  WNCL-FAC               PIC 9(6).
       01  WNCDE-FAC              PIC X(13).
       01  WTOT-AVIS              PIC 9(5) VALUE ZERO.
       01  WTOT-FAC               PIC 9(5) VALUE ZERO.
       01  WTOT-DED               PIC 9(5) VALUE ZERO.
       01  WTOT-PEN               PIC 9(5) VALUE ZERO.
       01  WTOT-CTS               PIC 9(5) VALUE ZERO.
       01  WMNT-PAY               PIC 9(11)V99 VALUE ZERO.
       01  WMNT-DED               PIC 9(11)V99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : tables de rapprochement, puis un avis apres l'autre      *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINR WFINM WFINV WFINL WNB-MOT WNB-EPV WNB-LIT
                        WAV-ENC WTOT-AVIS WTOT-FAC WTOT-DED WTOT-PEN
                        WTOT-CTS WMNT-PAY WMNT-DED.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'remvc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT REMADV.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS D'AVIS DE PAIEMENT A TRAITER"
              STOP RUN
           END-IF.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS2
              STOP RUN
           END-IF.
           OPEN INPUT REMMOT.
           IF FILE-STATUS3 = ZERO
              PERFORM T21 THRU T21-EXIT UNTIL FIN-REMMOT
              CLOSE REMMOT
           END-IF.
           OPEN INPUT EDIPVLOG.
           IF FILE-STATUS3 = ZERO
              PERFORM T23 THRU T23-EXIT UNTIL FIN-EDIPVLOG
              CLOSE EDIPVLOG
           END-IF.
           OPEN INPUT RECLIT.
           IF FILE-STATUS3 = ZERO
              PERFORM T25 THRU T25-EXIT UNTIL FIN-RECLIT
              CLOSE RECLIT
           END-IF.
           OPEN EXTEND LETPRE.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT LETPRE
           END-IF.
           OPEN EXTEND PENDEM.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT PENDEM
           END-IF.
           OPEN EXTEND REMDED.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT REMDED
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-REMADV.
           PERFORM T70 THRU T70-EXIT.
           CLOSE REMADV FFACTURE LETPRE PENDEM REMDED.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T20.
           READ REMADV NEXT RECORD
                AT END MOVE 1 TO WFINR.
       T20-EXIT.
           EXIT.
      *
       T21.
           READ REMMOT NEXT RECORD
                AT END MOVE 1 TO WFINM
                GO TO T21-EXIT.
           IF WNB-MOT < 300
              ADD 1 TO WNB-MOT
              MOVE RMT-CODE   TO WMO-CODE(WNB-MOT)
              MOVE RMT-CLASSE TO WMO-CLASSE(WNB-MOT)
              MOVE RMT-MOTIF  TO WMO-MOTIF(WNB-MOT)
           END-IF.
       T21-EXIT.
           EXIT.
      *
       T23.
           READ EDIPVLOG NEXT RECORD
                AT END MOVE 1 TO WFINV
                GO TO T23-EXIT.
           IF WNB-EPV < 5000
              ADD 1 TO WNB-EPV
              MOVE EPV-NCL TO WEP-NCL(WNB-EPV)
              MOVE EPV-CDE TO WEP-CDE(WNB-EPV)
           END-IF.
       T23-EXIT.
           EXIT.
      *
       T25.
           READ RECLIT NEXT RECORD
                AT END MOVE 1 TO WFINL
                GO TO T25-EXIT.
           IF WNB-LIT < 5000
              ADD 1 TO WNB-LIT
              MOVE LIT-NCL TO WLT-NCL(WNB-LIT)
              MOVE LIT-NBL TO WLT-NBL(WNB-LIT)
           END-IF.
       T25-EXIT.
           EXIT.
      *
       T30.
           IF RMV-TYPE = 'E'
              PERFORM T70 THRU T70-EXIT
              PERFORM T40 THRU T40-EXIT
           ELSE
              IF RMV-TYPE = 'L' AND WAV-ENC = 1
                 PERFORM T50 THRU T50-EXIT
              END-IF
              IF RMV-TYPE = 'D' AND WAV-ENC = 1
                 PERFORM T60 THRU T60-EXIT
              END-IF
           END-IF.
           PERFORM T20 THRU T20-EXIT.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : entete d'avis                                            *
      *----------------------------------------------------------------*
       T40.
           MOVE 1 TO WAV-ENC.
           MOVE RME-NCL    TO WAV-NCL.
           MOVE RME-REFPAY TO WAV-REFPAY.
           MOVE RME-DATE   TO WAV-DATE.
           MOVE RME-TOTAL  TO WAV-TOTAL.
           MOVE ZERO TO WAV-CUMPAY.
           ADD 1 TO WTOT-AVIS.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WAV-NCL    TO LNCL.
           MOVE WAV-TOTAL  TO LMONT.
           MOVE WAV-REFPAY TO LREF.
           MOVE "AVIS DE PAIEMENT" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : facture reglee : controle d'existence et du montant      *
      *       facture annonce, pre-rapprochement pour le lettrage      *
      *----------------------------------------------------------------*
       T50.
           ADD 1 TO WTOT-FAC.
           ADD RML-MTPAY TO WAV-CUMPAY WMNT-PAY.
           MOVE SPACES TO LIGNE.
           MOVE WAV-NCL   TO LNCL.
           MOVE RML-NFAC  TO LNFAC.
           MOVE RML-MTFAC TO LMONT.
           MOVE RML-MTPAY TO LMONT2.
           MOVE RML-NFAC TO FBCLE-CDESUP.
           READ FFACTURE
                INVALID KEY
                   MOVE "FACTURE INCONNUE, NON PRE-RAPPROCHEE" TO LLIB
                   WRITE LIGNE BEFORE 1
                   GO TO T50-EXIT
           END-READ.
           IF RML-MTFAC NOT = FBMONTTC
              MOVE "PRE-RAPPROCHEE, MONTANT FACTURE ANNONCE DIFFERENT"
                   TO LLIB
           ELSE
              MOVE "FACTURE PRE-RAPPROCHEE" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LPR-LIGNE.
           MOVE WAV-REFPAY TO LPR-REFPAY.
           MOVE WAV-NCL    TO LPR-NCL.
           MOVE RML-NFAC   TO LPR-NFAC.
           MOVE RML-MTPAY  TO LPR-MONTANT.
           MOVE WAV-DATE   TO LPR-DATE.
           MOVE SPACE      TO LPR-ETAT.
           WRITE LPR-LIGNE.
       T50-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : deduction : classement par motif et rapprochement        *
      *----------------------------------------------------------------*
       T60.
           ADD 1 TO WTOT-DED.
           ADD RMD-MONTANT TO WMNT-DED.
           MOVE '?' TO WCLASSE.
           MOVE SPACES TO WMOTIF.
           MOVE 'N' TO WPIECE.
           MOVE ZERO TO WTRV.
           PERFORM T61 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-MOT OR WTRV = 1.
           MOVE WAV-NCL TO WNCL-FAC.
           MOVE SPACES TO WNCDE-FAC.
           MOVE RMD-NFAC TO FBCLE-CDESUP.
           READ FFACTURE
                NOT INVALID KEY
                   MOVE FBNCL  TO WNCL-FAC
                   MOVE FBNCDE TO WNCDE-FAC
           END-READ.
           MOVE SPACES TO LIGNE.
           MOVE WNCL-FAC    TO LNCL.
           MOVE RMD-NFAC    TO LNFAC.
           MOVE RMD-CODE    TO LCODE.
           MOVE RMD-MONTANT TO LMONT.
           MOVE RMD-REF     TO LREF.
           IF WCLASSE = 'P'
              PERFORM T62 THRU T62-EXIT
           END-IF.
           IF WCLASSE = 'X'
              PERFORM T64 THRU T64-EXIT
           END-IF.
           IF WCLASSE = 'M'
              PERFORM T66 THRU T66-EXIT
           END-IF.
           IF WCLASSE = '?'
              MOVE "DEDUCTION : CODE MOTIF INCONNU, A QUALIFIER"
                   TO LLIB
              ADD 1 TO WTOT-CTS
           END-IF.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO RDD-LIGNE.
           MOVE WAV-REFPAY  TO RDD-REFPAY.
           MOVE WNCL-FAC    TO RDD-NCL.
           MOVE RMD-NFAC    TO RDD-NFAC.
           MOVE RMD-CODE    TO RDD-CODE.
           MOVE WCLASSE     TO RDD-CLASSE.
           MOVE RMD-MONTANT TO RDD-MONTANT.
           MOVE RMD-REF     TO RDD-REF.
           MOVE WPIECE      TO RDD-PIECE.
           MOVE WAV-DATE    TO RDD-DATE.
           WRITE RDD-LIGNE.
       T60-EXIT.
           EXIT.
       T61.
           IF WMO-CODE(WIDX) = RMD-CODE
              MOVE 1 TO WTRV
              MOVE WMO-CLASSE(WIDX) TO WCLASSE
              MOVE WMO-MOTIF(WIDX)  TO WMOTIF
           END-IF.
      *
      * penalite : note de debit vers le dossier PENMST (PENC010) ;
      * la commande de reference est celle de l'avis, sinon celle
      * de la facture
       T62.
           MOVE SPACES TO PDM-LIGNE.
           MOVE WNCL-FAC    TO PDM-NCL.
           MOVE RMD-REF     TO PDM-NCDE.
           IF RMD-REF = ZERO AND WNCDE-FAC(1:7) NUMERIC
              MOVE WNCDE-FAC(1:7) TO PDM-NCDE
           END-IF.
           MOVE WMOTIF      TO PDM-MOTIF.
           MOVE RMD-MONTANT TO PDM-MONTANT.
           MOVE WAV-DATE    TO PDM-DATE.
           WRITE PDM-LIGNE.
           ADD 1 TO WTOT-PEN.
           MOVE 'O' TO WPIECE.
           MOVE "PENALITE : NOTE DE DEBIT TRANSMISE A PENC010" TO LLIB.
       T62-EXIT.
           EXIT.
      *
      * ecart de prix : justifie si la commande de la facture porte
      * deja un ecart EDIPVLOG
       T64.
           MOVE ZERO TO WTRV.
           PERFORM T65 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-EPV OR WTRV = 1.
           IF WTRV = 1
              MOVE 'O' TO WPIECE
              MOVE "PRIX : ECART CONNU EDIPVLOG SUR LA COMMANDE" TO LLIB
           ELSE
              ADD 1 TO WTOT-CTS
              MOVE "PRIX : AUCUN ECART CONNU, A CONTESTER" TO LLIB
           END-IF.
       T64-EXIT.
           EXIT.
       T65.
           IF WEP-NCL(WIDX) = WNCL-FAC AND WEP-CDE(WIDX) = WNCDE-FAC
              MOVE 1 TO WTRV
           END-IF.
      *
      * manquant : justifie si un litige de reception existe sur le
      * BL de reference (sur le client quand l'avis n'en donne pas)
       T66.
           MOVE ZERO TO WTRV.
           PERFORM T67 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-LIT OR WTRV = 1.
           IF WTRV = 1
              MOVE 'O' TO WPIECE
              MOVE "MANQUANT : LITIGE DE RECEPTION RECLIT" TO LLIB
           ELSE
              ADD 1 TO WTOT-CTS
              MOVE "MANQUANT : NON CONSTATE, A CONTESTER" TO LLIB
           END-IF.
       T66-EXIT.
           EXIT.
       T67.
           IF WLT-NCL(WIDX) = WNCL-FAC
              AND (WLT-NBL(WIDX) = RMD-REF OR RMD-REF = ZERO)
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T70 : cloture de l'avis : le total des factures reglees doit   *
      *       egaler le montant vire                                   *
      *----------------------------------------------------------------*
       T70.
           IF WAV-ENC NOT = 1
              GO TO T70-EXIT
           END-IF.
           IF WAV-CUMPAY NOT = WAV-TOTAL
              MOVE SPACES TO LIGNE
              MOVE WAV-NCL    TO LNCL
              MOVE WAV-TOTAL  TO LMONT
              MOVE WAV-CUMPAY TO LMONT2
              MOVE WAV-REFPAY TO LREF
              MOVE "AVIS DESEQUILIBRE : TOTAL DES LIGNES DIFFERENT"
                   TO LLIB
              WRITE LIGNE BEFORE 1
           END-IF.
           MOVE ZERO TO WAV-ENC.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-AVIS TO LNFAC.
           MOVE "TOTAL AVIS INTEGRES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-FAC TO LNFAC.
           MOVE WMNT-PAY TO LMONT.
           MOVE "FACTURES PRE-RAPPROCHEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DED TO LNFAC.
           MOVE WMNT-DED TO LMONT.
           MOVE "DEDUCTIONS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-PEN TO LNFAC.
           MOVE "DONT PENALITES TRANSMISES A PENC010" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CTS TO LNFAC.
           MOVE "DONT DEDUCTIONS A CONTESTER OU QUALIFIER" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
