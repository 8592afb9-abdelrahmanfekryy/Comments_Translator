      *DD9159 15/10/26 anes Creation - kardex d'un article sur une
      *                     periode, rejoue depuis le journal MVTSTK
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KARDC010.
      *
      ******************************************************************
      * GPICMT    Kardex d'un article (etat a la demande) : relecture du*
      *           journal MVTSTK des mouvements de stock FARTUSAP.      *
      *           Parametres : NARKDX article (obligatoire), NMAKDX     *
      *           magasin (facultatif, tous si absent), DATDEB/DATFIN   *
      *           periode (defaut : du 1er du mois a la date du jour).  *
      *           Solde d'ouverture par magasin = cumul des mouvements  *
      *           anterieurs a la periode (le mouvement OU pose par     *
      *           KARDC020 porte le stock d'origine).  Chaque mouvement *
      *           de la periode est edite avec le solde rejoue ; quand  *
      *           le programme emetteur a fourni son solde, un solde    *
      *           enregistre different du solde rejoue est signale.     *
      *           Solde de cloture, entrees et sorties par magasin.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MVTSTK-F ASSIGN TO MVT-STK
                       organization line sequential
                       file status is file-status.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * journal des mouvements de stock (MVTSTK1)
       FD  MVTSTK-F
                DATA RECORD MVK-LIGNE.
       01  MVK-LIGNE.
           02 MVK-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 MVK-HEURE          PIC 9(6).
           02 FILLER             PIC X.
           02 MVK-NMA            PIC 99.
           02 FILLER             PIC X.
           02 MVK-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 MVK-TYPE           PIC XX.
           02 FILLER             PIC X.
           02 MVK-QTE            PIC S9(7)V99.
           02 FILLER             PIC X.
           02 MVK-SOLDE          PIC S9(7)V99.
           02 FILLER             PIC X.
           02 MVK-SOLCON         PIC X.
           02 FILLER             PIC X.
           02 MVK-DOC            PIC X(15).
           02 FILLER             PIC X.
           02 MVK-PROG           PIC X(10).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LHEURE               PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNMA                 PIC 99 blank zero.
           02 FILLER               PIC X(2).
           02 LTYPE                PIC XX.
           02 FILLER               PIC X(2).
           02 LDOC                 PIC X(15).
           02 FILLER               PIC X(2).
           02 LPROG                PIC X(10).
           02 FILLER               PIC X(2).
           02 LQTE                 PIC Z(6)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LSOLDE               PIC Z(6)9V,99-.
           02 FILLER               PIC X(2).
           02 LSOLENR              PIC Z(6)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  WFIN                   PIC 9 value zero.
           88 FIN-MVTSTK          value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AAMM            PIC 9(4).
           02 WDJ-JJ              PIC 99.
       01  WDATDEB                PIC 9(6) VALUE ZERO.
       01  WDATDEB-X REDEFINES WDATDEB.
           02 WDD-AAMM            PIC 9(4).
           02 WDD-JJ              PIC 99.
       01  WDATFIN                PIC 9(6) VALUE ZERO.
       01  WNARKDX                PIC X(7) VALUE SPACES.
       01  WNMAKDX                PIC 99 VALUE ZERO.
      *
      **** cumuls par magasin, poste = numero de magasin + 1
       01  WTMAG.
           02 WTMAG-E OCCURS 100.
              03 WMG-VU           PIC 9.
              03 WMG-OUV          PIC S9(9)V99.
              03 WMG-ENT          PIC S9(9)V99.
              03 WMG-SOR          PIC S9(9)V99.
              03 WMG-SOL          PIC S9(9)V99.
       01  WIDX                   PIC 9(3).
       01  WNB-MVT                PIC 9(6) VALUE ZERO.
       01  WNB-ECA                PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, deux lectures du journal, recapitulatif      *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WNB-MVT WNB-ECA.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'kardc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'NARKDX' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           move var-data(1:7) to WNARKDX.
           string 'NMAKDX' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:2) numeric
              move var-data(1:2) to WNMAKDX.
           string 'DATDEB' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATDEB.
           string 'DATFIN' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATFIN.
           IF WDATFIN = ZERO
              MOVE WDATEJOUR TO WDATFIN
           END-IF.
           IF WDATDEB = ZERO
              MOVE WDJ-AAMM TO WDD-AAMM
              MOVE 01       TO WDD-JJ
           END-IF.
           PERFORM T15 THRU T15-EXIT VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > 100.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE WDATEJOUR TO LDATE.
           MOVE WNARKDX   TO LDOC.
           MOVE WNMAKDX   TO LNMA.
           MOVE "KARDEX ARTICLE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WDATDEB TO LDATE.
           MOVE WDATFIN TO LHEURE.
           MOVE "PERIODE DU / AU" TO LLIB.
           WRITE LIGNE BEFORE 2.
           IF WNARKDX = SPACES
              MOVE SPACES TO LIGNE
              MOVE "ARTICLE NARKDX NON RENSEIGNE" TO LLIB
              WRITE LIGNE BEFORE 1
              CLOSE ETAT1
              STOP RUN
           END-IF.
           OPEN INPUT MVTSTK-F.
           IF FILE-STATUS NOT = ZERO
              MOVE SPACES TO LIGNE
              MOVE "PAS DE JOURNAL DES MOUVEMENTS MVTSTK" TO LLIB
              WRITE LIGNE BEFORE 1
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT UNTIL FIN-MVTSTK.
           CLOSE MVTSTK-F.
      * soldes d'ouverture des magasins deja mouvementes
           PERFORM T30 THRU T30-EXIT VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > 100.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE ZERO TO WFIN.
           OPEN INPUT MVTSTK-F.
           PERFORM T40 THRU T40-EXIT UNTIL FIN-MVTSTK.
           CLOSE MVTSTK-F.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T70 THRU T70-EXIT VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > 100.
           MOVE SPACES TO LIGNE.
           MOVE WNB-MVT TO LQTE.
           MOVE "TOTAL MOUVEMENTS DE LA PERIODE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WNB-ECA TO LQTE.
           MOVE "TOTAL SOLDES ENREGISTRES DIFFERENTS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           CLOSE ETAT1.
           STOP RUN.
      *
       T15.
           MOVE ZERO TO WMG-VU(WIDX) WMG-OUV(WIDX) WMG-ENT(WIDX)
                        WMG-SOR(WIDX) WMG-SOL(WIDX).
       T15-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20 : premiere lecture : soldes d'ouverture par magasin        *
      *----------------------------------------------------------------*
       T20.
           READ MVTSTK-F NEXT RECORD
                AT END MOVE 1 TO WFIN
                       GO TO T20-EXIT.
           IF MVK-NAR NOT = WNARKDX
              GO TO T20-EXIT
           END-IF.
           IF WNMAKDX NOT = ZERO AND MVK-NMA NOT = WNMAKDX
              GO TO T20-EXIT
           END-IF.
           IF MVK-DATE > WDATFIN
              GO TO T20-EXIT
           END-IF.
           COMPUTE WIDX = MVK-NMA + 1.
           MOVE 1 TO WMG-VU(WIDX).
           IF MVK-DATE < WDATDEB
              ADD MVK-QTE TO WMG-OUV(WIDX)
           END-IF.
       T20-EXIT.
           EXIT.
      *
       T30.
           IF WMG-VU(WIDX) = ZERO
              GO TO T30-EXIT
           END-IF.
           MOVE WMG-OUV(WIDX) TO WMG-SOL(WIDX).
           MOVE SPACES TO LIGNE.
           COMPUTE LNMA = WIDX - 1.
           MOVE WDATDEB TO LDATE.
           MOVE WMG-OUV(WIDX) TO LSOLDE.
           MOVE "SOLDE D'OUVERTURE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : seconde lecture : mouvements de la periode, solde        *
      *       rejoue par magasin et controle du solde enregistre       *
      *----------------------------------------------------------------*
       T40.
           READ MVTSTK-F NEXT RECORD
                AT END MOVE 1 TO WFIN
                       GO TO T40-EXIT.
           IF MVK-NAR NOT = WNARKDX
              GO TO T40-EXIT
           END-IF.
           IF WNMAKDX NOT = ZERO AND MVK-NMA NOT = WNMAKDX
              GO TO T40-EXIT
           END-IF.
           IF MVK-DATE < WDATDEB OR MVK-DATE > WDATFIN
              GO TO T40-EXIT
           END-IF.
           COMPUTE WIDX = MVK-NMA + 1.
           ADD MVK-QTE TO WMG-SOL(WIDX).
           IF MVK-QTE < ZERO
              SUBTRACT MVK-QTE FROM WMG-SOR(WIDX)
           ELSE
              ADD MVK-QTE TO WMG-ENT(WIDX)
           END-IF.
           ADD 1 TO WNB-MVT.
           MOVE SPACES TO LIGNE.
           MOVE MVK-DATE  TO LDATE.
           MOVE MVK-HEURE TO LHEURE.
           MOVE MVK-NMA   TO LNMA.
           MOVE MVK-TYPE  TO LTYPE.
           MOVE MVK-DOC   TO LDOC.
           MOVE MVK-PROG  TO LPROG.
           MOVE MVK-QTE   TO LQTE.
           MOVE WMG-SOL(WIDX) TO LSOLDE.
           IF MVK-SOLCON = 'O'
              MOVE MVK-SOLDE TO LSOLENR
              IF MVK-SOLDE NOT = WMG-SOL(WIDX)
                 ADD 1 TO WNB-ECA
                 MOVE "SOLDE ENREGISTRE DIFFERENT" TO LLIB
              END-IF
           END-IF.
           WRITE LIGNE BEFORE 1.
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : recapitulatif d'un magasin : ouverture, entrees,         *
      *       sorties, cloture                                         *
      *----------------------------------------------------------------*
       T70.
           IF WMG-VU(WIDX) = ZERO
              GO TO T70-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           COMPUTE LNMA = WIDX - 1.
           MOVE WMG-OUV(WIDX) TO LSOLDE.
           MOVE "OUVERTURE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           COMPUTE LNMA = WIDX - 1.
           MOVE WMG-ENT(WIDX) TO LQTE.
           MOVE "ENTREES DE LA PERIODE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           COMPUTE LNMA = WIDX - 1.
           MOVE WMG-SOR(WIDX) TO LQTE.
           MOVE "SORTIES DE LA PERIODE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           COMPUTE LNMA = WIDX - 1.
           MOVE WMG-SOL(WIDX) TO LSOLDE.
           MOVE "SOLDE DE CLOTURE" TO LLIB.
           WRITE LIGNE BEFORE 2.
       T70-EXIT.
           EXIT.
