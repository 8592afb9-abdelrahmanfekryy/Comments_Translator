      *DD9156 15/10/26 anes Creation - audit des factures de transport :
      *                     chaque envoi facture rapproche de son BL au
      *                     journal des manifestes MANJRN (EXPDC030),
      *                     repris a la grille tarifaire TARTRA ; BL
      *                     factures deux fois, poids au-dessus du
      *                     manifeste, envois inconnus, ecarts de prix,
      *                     lettre de reclamation par transporteur
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAFC010.
      *
      ******************************************************************
      * GPICMT    Audit des factures transporteurs :                    *
      *           - TRANSTAB : les transporteurs (libelle, notre compte *
      *             client chez le transporteur)                        *
      *           - TARTRA : la grille tarifaire, par transporteur,     *
      *             departement (** = tous les autres) et tranche de    *
      *             poids (poids maxi de la tranche) : prix de l'envoi, *
      *             prix par palette, prix par colis, surcharge gazole %*
      *           - MANJRN : le journal des manifestes (EXPDC030), une  *
      *             ligne par palette, des AUDHOR derniers mois (3 par  *
      *             defaut) ; une palette rechargee deux fois (SSCC deja*
      *             vu) ne compte qu'une fois                           *
      *           - FACTRAH : les envois deja audites (BL deja factures)*
      *           - FACTRA : le detail des factures transporteurs, une  *
      *             ligne par envoi (notre numero de BL, departement de *
      *             livraison, palettes, colis, poids, montant HT)      *
      *           Chaque envoi est rapproche de son BL et repris au     *
      *           tarif avec le poids, les palettes et les colis du     *
      *           manifeste ; anomalies :                               *
      *             I = envoi inconnu (BL absent des manifestes du      *
      *                 transporteur)                                   *
      *             D = BL deja facture (run precedent ou meme run)     *
      *             P = poids facture au-dessus du manifeste + TOLPDS % *
      *             E = prix au-dessus du tarif + TOLFRT % (1 par       *
      *                 defaut)                                         *
      *             T = pas de tarif pour l'envoi (non reclame)         *
      *           Reclame : tout le montant pour I et D, l'ecart au     *
      *           tarif pour P et E.  Les envois ni inconnus ni doubles *
      *           rejoignent FACTRAH.  ETAT1 : l'audit par transporteur;*
      *           ETAT2 : une lettre de reclamation par transporteur    *
      *           (texte RECLTRA de TEXTLNG, libelle standard a defaut).*
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSTAB ASSIGN TO TRA-NSTAB
                       organization line sequential
                       file status is file-status.
      *
           SELECT TARTRA ASSIGN TO TAR-TRA
                       organization line sequential
                       file status is file-status2.
      *
           SELECT MANJRN ASSIGN TO MAN-JRN
                       organization line sequential
                       file status is file-status3.
      *
           SELECT FACTRAH ASSIGN TO FAC-TRAH
                       organization line sequential
                       file status is file-status4.
      *
           SELECT FACTRA ASSIGN TO FAC-TRA
                       organization line sequential
                       file status is file-status5.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           SELECT ETAT2 ASSIGN TO wlabel-etat2
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSTAB
                DATA RECORD TRT-LIGNE.
       01  TRT-LIGNE.
           02 TRT-CODE           PIC X(3).
           02 FILLER             PIC X.
           02 TRT-COMPTE         PIC X(10).
           02 FILLER             PIC X.
           02 TRT-ETIQ           PIC X(8).
           02 FILLER             PIC X.
           02 TRT-LIB            PIC X(20).
      *
      * grille tarifaire des transporteurs
       FD  TARTRA
                DATA RECORD TAR-LIGNE.
       01  TAR-LIGNE.
           02 TAR-TRA            PIC X(3).
           02 FILLER             PIC X.
           02 TAR-DEPT           PIC X(2).
           02 FILLER             PIC X.
           02 TAR-PDSMAX         PIC 9(5)V99.
           02 FILLER             PIC X.
           02 TAR-PRIX           PIC 9(5)V99.
           02 FILLER             PIC X.
           02 TAR-PRIXPAL        PIC 9(5)V99.
           02 FILLER             PIC X.
           02 TAR-PRIXCOL        PIC 9(3)V99.
           02 FILLER             PIC X.
           02 TAR-GAZOLE         PIC 99V99.
      *
      * journal permanent des manifestes (EXPDC030)
       FD  MANJRN
                DATA RECORD MNJ-LIGNE.
       01  MNJ-LIGNE.
           02 MNJ-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 MNJ-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 MNJ-DATEXP         PIC 9(6).
           02 FILLER             PIC X.
           02 MNJ-TRANS          PIC X(3).
           02 FILLER             PIC X.
           02 MNJ-SSCC           PIC X(18).
           02 FILLER             PIC X.
           02 MNJ-COLIS          PIC 9(5).
           02 FILLER             PIC X.
           02 MNJ-POIDS          PIC 9(7)V99.
           02 FILLER             PIC X.
           02 MNJ-DATMAN         PIC 9(6).
      *
      * envois deja audites
       FD  FACTRAH
                DATA RECORD FTH-LIGNE.
       01  FTH-LIGNE.
           02 FTH-TRA            PIC X(3).
           02 FILLER             PIC X.
           02 FTH-NFAC           PIC X(12).
           02 FILLER             PIC X.
           02 FTH-DATFAC         PIC 9(6).
           02 FILLER             PIC X.
           02 FTH-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 FTH-MONT           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 FTH-RECALC         PIC 9(7)V99.
           02 FILLER             PIC X.
           02 FTH-DATAUD         PIC 9(6).
      *
      * detail des factures transporteurs, une ligne par envoi
       FD  FACTRA
                DATA RECORD FTR-LIGNE.
       01  FTR-LIGNE.
           02 FTR-TRA            PIC X(3).
           02 FILLER             PIC X.
           02 FTR-NFAC           PIC X(12).
           02 FILLER             PIC X.
           02 FTR-DATFAC         PIC 9(6).
           02 FILLER             PIC X.
           02 FTR-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 FTR-DEPT           PIC X(2).
           02 FILLER             PIC X.
           02 FTR-NPAL           PIC 9(3).
           02 FILLER             PIC X.
           02 FTR-COLIS          PIC 9(5).
           02 FILLER             PIC X.
           02 FTR-POIDS          PIC 9(7)V99.
           02 FILLER             PIC X.
           02 FTR-MONT           PIC 9(7)V99.
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LTRA                 PIC X(3).
           02 FILLER               PIC X(2).
           02 LNFAC                PIC X(12).
           02 FILLER               PIC X(2).
           02 LNBL                 PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LDEPT                PIC X(2).
           02 FILLER               PIC X(2).
           02 LPAL                 PIC ZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LCOLIS               PIC ZZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LPDSF                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LPDSM                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LRECALC              PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LRECLAM              PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LANO                 PIC X(5).
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(20).
      *
       FD  ETAT2
                DATA RECORD LIGNE2
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE2                 PIC X(132).
       01  L2.
           02 L2NFAC               PIC X(12).
           02 FILLER               PIC X(2).
           02 L2DATE               PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 L2NBL                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 L2MONT               PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2RECLAM             PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L2LIB                PIC X(60).
       01  L2T.
           02 L2TXT                PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  wlabel-etat2           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
       01  WFINT                  PIC 9 value zero.
           88 FIN-TRANSTAB        value 1.
       01  WFINR                  PIC 9 value zero.
           88 FIN-TARTRA          value 1.
       01  WFINM                  PIC 9 value zero.
           88 FIN-MANJRN          value 1.
       01  WFINH                  PIC 9 value zero.
           88 FIN-FACTRAH         value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FACTRA          value 1.
       01  WDATEJOUR              PIC 9(6).
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AA              PIC 99.
           02 WDJ-MM              PIC 99.
           02 WDJ-JJ              PIC 99.
      * debut des manifestes examines (AUDHOR mois avant le jour)
       01  WDATHOR                PIC 9(6).
       01  WDATHOR-X REDEFINES WDATHOR.
           02 WDH-AA              PIC 99.
           02 WDH-MM              PIC 99.
           02 WDH-JJ              PIC 99.
       01  WHOR                   PIC 99 VALUE 3.
       01  WMOIS                  PIC S9(5).
      *
      **** tolerances (pourcentages) : prix TOLFRT, poids TOLPDS
       01  WTOLFRT                PIC 99V99 VALUE 1.
       01  WTOLPDS                PIC 99V99 VALUE ZERO.
      *
      **** transporteurs de la table
       01  WTTRA.
           02 WTTRA-E OCCURS 50.
              03 WTR-CODE         PIC X(3).
              03 WTR-COMPTE       PIC X(10).
              03 WTR-LIB          PIC X(20).
       01  WNB-TRA                PIC 9(2) VALUE ZERO.
       01  WIDXT                  PIC 9(2).
      *
      **** grille tarifaire
       01  WTTAR.
           02 WTTAR-E OCCURS 2000.
              03 WTA-TRA          PIC X(3).
              03 WTA-DEPT         PIC X(2).
              03 WTA-PDSMAX       PIC 9(5)V99.
              03 WTA-PRIX         PIC 9(5)V99.
              03 WTA-PRIXPAL      PIC 9(5)V99.
              03 WTA-PRIXCOL      PIC 9(3)V99.
              03 WTA-GAZOLE       PIC 99V99.
       01  WNB-TAR                PIC 9(4) VALUE ZERO.
       01  WIDXA                  PIC 9(4).
       01  WPOSA                  PIC 9(4).
      *
      **** BL des manifestes : palettes, colis et poids cumules ;
      **** WMN-NFAC = facture qui a deja porte le BL
       01  WTMAN.
           02 WTMAN-E OCCURS 9000.
              03 WMN-NBL          PIC 9(7).
              03 WMN-TRA          PIC X(3).
              03 WMN-NCL          PIC 9(6).
              03 WMN-DATEXP       PIC 9(6).
              03 WMN-NPAL         PIC 9(3).
              03 WMN-COLIS        PIC 9(5).
              03 WMN-POIDS        PIC 9(7)V99.
              03 WMN-NFAC         PIC X(12).
       01  WNB-MAN                PIC 9(5) VALUE ZERO.
       01  WIDXM                  PIC 9(5).
       01  WPOSM                  PIC 9(5).
      *
      **** palettes deja vues (manifeste reedite le meme jour)
       01  WTSSC.
           02 WSS-SSCC OCCURS 9000 PIC X(18).
       01  WNB-SSC                PIC 9(5) VALUE ZERO.
       01  WIDXS                  PIC 9(5).
      *
      **** totaux par transporteur facture
       01  WTCA.
           02 WTCA-E OCCURS 100.
              03 WCA-TRA          PIC X(3).
              03 WCA-NB           PIC 9(5).
              03 WCA-NBANO        PIC 9(5).
              03 WCA-MONT         PIC 9(9)V99.
              03 WCA-RECALC       PIC 9(9)V99.
              03 WCA-RECLAM       PIC 9(9)V99.
       01  WNB-CA                 PIC 9(3) VALUE ZERO.
       01  WIDXC                  PIC 9(3).
       01  WPOSC                  PIC 9(3).
      *
      **** envois reclames
       01  WTREC.
           02 WTREC-E OCCURS 3000.
              03 WRE-TRA          PIC X(3).
              03 WRE-NFAC         PIC X(12).
              03 WRE-DATFAC       PIC 9(6).
              03 WRE-NBL          PIC 9(7).
              03 WRE-MONT         PIC 9(7)V99.
              03 WRE-RECLAM       PIC 9(7)V99.
              03 WRE-ANO          PIC X(5).
       01  WNB-REC                PIC 9(4) VALUE ZERO.
       01  WIDXR                  PIC 9(4).
      *
       01  WTRV                   PIC 9.
       01  WNBL-TRT               PIC 9(7).
       01  WTRA-TRT               PIC X(3).
      * anomalies de l'envoi : I, D, P, E, T chacune a sa place
       01  WANO                   PIC X(5).
       01  WRECALC                PIC 9(7)V99.
       01  WRECLAM                PIC 9(7)V99.
       01  WMAX                   PIC 9(9)V99.
       01  WLIB-TRA               PIC X(20).
       01  WCPT-TRA               PIC X(10).
       01  WTXL                   PIC 9.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
       01  WTOT-MONT              PIC 9(9)V99 VALUE ZERO.
       01  WTOT-RECLAM            PIC 9(9)V99 VALUE ZERO.
       01  WTOT-LET               PIC 9(3) VALUE ZERO.
      *
           copy '../copy/txtlng.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, transporteurs, grille, manifestes et envois  *
      *       deja audites, audit des factures, lettres de reclamation *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINT WFINR WFINM WFINH WFINF WNB-TRA WNB-TAR
                        WNB-MAN WNB-SSC WNB-CA WNB-REC WTOT-LIG
                        WTOT-ANO WTOT-MONT WTOT-RECLAM WTOT-LET.
           string 'TOLFRT' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WTOLFRT.
           string 'TOLPDS' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WTOLPDS.
           string 'AUDHOR' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:2) numeric and var-data(1:2) not = zero
              move var-data(1:2) to WHOR.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'trafc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'trafc010r.'
                  var-data delimited by ' '
                                     into wlabel-etat2.
      * debut des manifestes : 1er du mois, AUDHOR mois avant le jour
           COMPUTE WMOIS = WDJ-AA * 12 + WDJ-MM - 1 - WHOR.
           IF WMOIS < ZERO
              MOVE ZERO TO WMOIS
           END-IF.
           COMPUTE WDH-AA = WMOIS / 12.
           COMPUTE WDH-MM = WMOIS - WDH-AA * 12 + 1.
           MOVE 1 TO WDH-JJ.
           OPEN OUTPUT ETAT1 ETAT2.
           OPEN INPUT TRANSTAB.
           IF FILE-STATUS = ZERO
              PERFORM T20 THRU T20-EXIT UNTIL FIN-TRANSTAB
              CLOSE TRANSTAB
           END-IF.
           OPEN INPUT TARTRA.
           IF FILE-STATUS2 = ZERO
              PERFORM T22 THRU T22-EXIT UNTIL FIN-TARTRA
              CLOSE TARTRA
           END-IF.
           OPEN INPUT MANJRN.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "PAS DE JOURNAL DES MANIFESTES MANJRN"
              CLOSE ETAT1 ETAT2
              STOP RUN
           END-IF.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-MANJRN.
           CLOSE MANJRN.
           OPEN INPUT FACTRAH.
           IF FILE-STATUS4 = ZERO
              PERFORM T36 THRU T36-EXIT UNTIL FIN-FACTRAH
              CLOSE FACTRAH
           END-IF.
           OPEN INPUT FACTRA.
           IF FILE-STATUS5 NOT = ZERO
              MOVE SPACES TO LIGNE
              MOVE "PAS DE FACT. TRANSP." TO LLIB
              WRITE LIGNE BEFORE 1
              CLOSE ETAT1 ETAT2
              STOP RUN
           END-IF.
           OPEN EXTEND FACTRAH.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT FACTRAH
           END-IF.
           MOVE SPACES TO LIGNE.
           STRING "AUDIT DES FACTURES TRANSPORTEURS DU " WDATEJOUR
                  " - MANIFESTES DEPUIS LE " WDATHOR
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "TRA  FACTURE       BL       DP  PAL  COLIS  POIDS FACT
      -    "  POIDS MANIF.   MONTANT HT  TARIF REPRIS     RECLAME  ANO"
                TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T40 THRU T40-EXIT UNTIL FIN-FACTRA.
           CLOSE FACTRA FACTRAH.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-CA.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1 ETAT2.
           STOP RUN.
      *
      * transporteurs de la table
       T20.
           READ TRANSTAB NEXT RECORD
                AT END MOVE 1 TO WFINT
                GO TO T20-EXIT.
           IF WNB-TRA < 50
              ADD 1 TO WNB-TRA
              MOVE TRT-CODE   TO WTR-CODE(WNB-TRA)
              MOVE TRT-COMPTE TO WTR-COMPTE(WNB-TRA)
              MOVE TRT-LIB    TO WTR-LIB(WNB-TRA)
           END-IF.
       T20-EXIT.
           EXIT.
      *
      * lignes de la grille tarifaire
       T22.
           READ TARTRA NEXT RECORD
                AT END MOVE 1 TO WFINR
                GO TO T22-EXIT.
           IF TAR-PDSMAX NOT NUMERIC OR TAR-PRIX NOT NUMERIC
              OR TAR-PRIXPAL NOT NUMERIC OR TAR-PRIXCOL NOT NUMERIC
              OR TAR-GAZOLE NOT NUMERIC
              GO TO T22-EXIT
           END-IF.
           IF WNB-TAR NOT < 2000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE GRILLE TARIFAIRE PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-TAR.
           MOVE TAR-TRA     TO WTA-TRA(WNB-TAR).
           MOVE TAR-DEPT    TO WTA-DEPT(WNB-TAR).
           MOVE TAR-PDSMAX  TO WTA-PDSMAX(WNB-TAR).
           MOVE TAR-PRIX    TO WTA-PRIX(WNB-TAR).
           MOVE TAR-PRIXPAL TO WTA-PRIXPAL(WNB-TAR).
           MOVE TAR-PRIXCOL TO WTA-PRIXCOL(WNB-TAR).
           MOVE TAR-GAZOLE  TO WTA-GAZOLE(WNB-TAR).
       T22-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : une palette du journal des manifestes, cumulee sur son   *
      *       BL (palette deja vue ignoree)                            *
      *----------------------------------------------------------------*
       T30.
           READ MANJRN NEXT RECORD
                AT END MOVE 1 TO WFINM
                GO TO T30-EXIT.
           IF MNJ-NBL NOT NUMERIC OR MNJ-DATEXP NOT NUMERIC
              OR MNJ-COLIS NOT NUMERIC OR MNJ-POIDS NOT NUMERIC
              OR MNJ-DATEXP < WDATHOR
              GO TO T30-EXIT
           END-IF.
           IF MNJ-SSCC NOT = SPACES
              MOVE ZERO TO WTRV
              PERFORM T32 VARYING WIDXS FROM 1 BY 1
                      UNTIL WIDXS > WNB-SSC OR WTRV = 1
              IF WTRV = 1
                 GO TO T30-EXIT
              END-IF
              IF WNB-SSC NOT < 9000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE PALETTES PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-SSC
              MOVE MNJ-SSCC TO WSS-SSCC(WNB-SSC)
           END-IF.
           MOVE MNJ-NBL TO WNBL-TRT.
           PERFORM T34 THRU T34-EXIT.
           IF WTRV = ZERO
              IF WNB-MAN NOT < 9000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE BL DES MANIFESTES PLEINE, "
                         "RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-MAN
              MOVE WNB-MAN    TO WPOSM
              MOVE MNJ-NBL    TO WMN-NBL(WPOSM)
              MOVE MNJ-NCL    TO WMN-NCL(WPOSM)
              MOVE MNJ-DATEXP TO WMN-DATEXP(WPOSM)
              MOVE ZERO       TO WMN-NPAL(WPOSM) WMN-COLIS(WPOSM)
                                 WMN-POIDS(WPOSM)
              MOVE SPACES     TO WMN-NFAC(WPOSM)
           END-IF.
      * le transporteur du dernier manifeste du BL fait foi
           MOVE MNJ-TRANS TO WMN-TRA(WPOSM).
           ADD 1         TO WMN-NPAL(WPOSM).
           ADD MNJ-COLIS TO WMN-COLIS(WPOSM).
           ADD MNJ-POIDS TO WMN-POIDS(WPOSM).
       T30-EXIT.
           EXIT.
       T32.
           IF WSS-SSCC(WIDXS) = MNJ-SSCC
              MOVE 1 TO WTRV
           END-IF.
      *
      * poste du BL WNBL-TRT (WPOSM, WTRV = 1 si trouve)
       T34.
           MOVE ZERO TO WTRV.
           PERFORM T35 VARYING WIDXM FROM 1 BY 1
                   UNTIL WIDXM > WNB-MAN OR WTRV = 1.
       T34-EXIT.
           EXIT.
       T35.
           IF WMN-NBL(WIDXM) = WNBL-TRT
              MOVE 1 TO WTRV
              MOVE WIDXM TO WPOSM
           END-IF.
      *
      * envoi deja audite : le BL porte deja une facture
       T36.
           READ FACTRAH NEXT RECORD
                AT END MOVE 1 TO WFINH
                GO TO T36-EXIT.
           IF FTH-NBL NOT NUMERIC
              GO TO T36-EXIT
           END-IF.
           MOVE FTH-NBL TO WNBL-TRT.
           PERFORM T34 THRU T34-EXIT.
           IF WTRV = 1
              MOVE FTH-NFAC TO WMN-NFAC(WPOSM)
           END-IF.
       T36-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : un envoi facture : rapprochement du BL, reprise au       *
      *       tarif, anomalies et montant reclame                      *
      *----------------------------------------------------------------*
       T40.
           READ FACTRA NEXT RECORD
                AT END MOVE 1 TO WFINF
                GO TO T40-EXIT.
           MOVE SPACES TO WANO.
           MOVE ZERO TO WRECALC WRECLAM WPOSM.
           IF FTR-NBL NOT NUMERIC OR FTR-NPAL NOT NUMERIC
              OR FTR-COLIS NOT NUMERIC OR FTR-POIDS NOT NUMERIC
              OR FTR-MONT NOT NUMERIC
              DISPLAY "GPIWARNING"
              DISPLAY "**LIGNE DE FACTURE TRANSPORTEUR ILLISIBLE "
                      FTR-TRA " " FTR-NFAC
              GO TO T40-EXIT
           END-IF.
           MOVE FTR-TRA TO WTRA-TRT.
           PERFORM T46 THRU T46-EXIT.
           ADD 1        TO WCA-NB(WPOSC) WTOT-LIG.
           ADD FTR-MONT TO WCA-MONT(WPOSC) WTOT-MONT.
      * BL du manifeste du transporteur
           MOVE FTR-NBL TO WNBL-TRT.
           PERFORM T34 THRU T34-EXIT.
           IF WTRV = ZERO
              MOVE ZERO TO WPOSM
           ELSE
              IF WMN-TRA(WPOSM) NOT = FTR-TRA
                 MOVE ZERO TO WPOSM
              END-IF
           END-IF.
           IF WPOSM = ZERO
              MOVE 'I' TO WANO(1:1)
              MOVE FTR-MONT TO WRECLAM
              GO TO T40-F
           END-IF.
           IF WMN-NFAC(WPOSM) NOT = SPACES
              MOVE 'D' TO WANO(2:1)
              MOVE FTR-MONT TO WRECLAM
              GO TO T40-F
           END-IF.
           MOVE FTR-NFAC TO WMN-NFAC(WPOSM).
           COMPUTE WMAX ROUNDED = WMN-POIDS(WPOSM)
                                * (100 + WTOLPDS) / 100.
           IF FTR-POIDS > WMAX
              MOVE 'P' TO WANO(3:1)
           END-IF.
      * reprise au tarif avec le manifeste
           PERFORM T44 THRU T44-EXIT.
           IF WPOSA = ZERO
              MOVE 'T' TO WANO(5:1)
              GO TO T40-F
           END-IF.
           COMPUTE WRECALC ROUNDED =
                   (WTA-PRIX(WPOSA)
                    + WMN-NPAL(WPOSM) * WTA-PRIXPAL(WPOSA)
                    + WMN-COLIS(WPOSM) * WTA-PRIXCOL(WPOSA))
                   * (100 + WTA-GAZOLE(WPOSA)) / 100.
           COMPUTE WMAX ROUNDED = WRECALC * (100 + WTOLFRT) / 100.
           IF FTR-MONT > WMAX
              MOVE 'E' TO WANO(4:1)
           END-IF.
           IF (WANO(3:1) = 'P' OR WANO(4:1) = 'E')
              AND FTR-MONT > WRECALC
              COMPUTE WRECLAM = FTR-MONT - WRECALC
           END-IF.
       T40-F.
      * envoi connu et pas encore facture : historique
           IF WANO(1:1) = SPACE AND WANO(2:1) = SPACE
              MOVE SPACES     TO FTH-LIGNE
              MOVE FTR-TRA    TO FTH-TRA
              MOVE FTR-NFAC   TO FTH-NFAC
              MOVE FTR-DATFAC TO FTH-DATFAC
              MOVE FTR-NBL    TO FTH-NBL
              MOVE FTR-MONT   TO FTH-MONT
              MOVE WRECALC    TO FTH-RECALC
              MOVE WDATEJOUR  TO FTH-DATAUD
              WRITE FTH-LIGNE
           END-IF.
           ADD WRECALC TO WCA-RECALC(WPOSC).
           IF WANO NOT = SPACES
              ADD 1 TO WCA-NBANO(WPOSC) WTOT-ANO
           END-IF.
           IF WRECLAM > ZERO
              PERFORM T48 THRU T48-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE FTR-TRA    TO LTRA.
           MOVE FTR-NFAC   TO LNFAC.
           MOVE FTR-NBL    TO LNBL.
           MOVE FTR-DEPT   TO LDEPT.
           MOVE FTR-NPAL   TO LPAL.
           MOVE FTR-COLIS  TO LCOLIS.
           MOVE FTR-POIDS  TO LPDSF.
           IF WPOSM NOT = ZERO
              MOVE WMN-POIDS(WPOSM) TO LPDSM
           END-IF.
           MOVE FTR-MONT   TO LMONT.
           MOVE WRECALC    TO LRECALC.
           MOVE WRECLAM    TO LRECLAM.
           MOVE WANO       TO LANO.
           PERFORM T49 THRU T49-EXIT.
           WRITE LIGNE BEFORE 1.
       T40-EXIT.
           EXIT.
      *
      * ligne de tarif de l'envoi (WPOSA, zero si aucune) : la plus
      * petite tranche qui couvre le poids du manifeste, departement
      * de livraison de preference a **
       T44.
           MOVE ZERO TO WPOSA.
           PERFORM T45 THRU T45-EXIT
                   VARYING WIDXA FROM 1 BY 1 UNTIL WIDXA > WNB-TAR.
       T44-EXIT.
           EXIT.
       T45.
           IF WTA-TRA(WIDXA) NOT = FTR-TRA
              OR WTA-PDSMAX(WIDXA) < WMN-POIDS(WPOSM)
              OR (WTA-DEPT(WIDXA) NOT = FTR-DEPT
                  AND WTA-DEPT(WIDXA) NOT = "**")
              GO TO T45-EXIT
           END-IF.
           IF WPOSA = ZERO
              MOVE WIDXA TO WPOSA
              GO TO T45-EXIT
           END-IF.
           IF WTA-DEPT(WPOSA) = "**" AND WTA-DEPT(WIDXA) = FTR-DEPT
              MOVE WIDXA TO WPOSA
              GO TO T45-EXIT
           END-IF.
           IF WTA-DEPT(WIDXA) = WTA-DEPT(WPOSA)
              AND WTA-PDSMAX(WIDXA) < WTA-PDSMAX(WPOSA)
              MOVE WIDXA TO WPOSA
           END-IF.
       T45-EXIT.
           EXIT.
      *
      * poste du transporteur facture WTRA-TRT (WPOSC), cree au besoin
       T46.
           MOVE ZERO TO WTRV.
           PERFORM T47 VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CA OR WTRV = 1.
           IF WTRV = 1
              GO TO T46-EXIT
           END-IF.
           IF WNB-CA NOT < 100
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE TRANSPORTEURS FACTURES PLEINE, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-CA.
           MOVE WNB-CA   TO WPOSC.
           MOVE WTRA-TRT TO WCA-TRA(WPOSC).
           MOVE ZERO     TO WCA-NB(WPOSC) WCA-NBANO(WPOSC)
                            WCA-MONT(WPOSC) WCA-RECALC(WPOSC)
                            WCA-RECLAM(WPOSC).
       T46-EXIT.
           EXIT.
       T47.
           IF WCA-TRA(WIDXC) = WTRA-TRT
              MOVE 1 TO WTRV
              MOVE WIDXC TO WPOSC
           END-IF.
      *
      * envoi reclame, garde pour la lettre du transporteur
       T48.
           IF WNB-REC NOT < 3000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE ENVOIS RECLAMES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-REC.
           MOVE FTR-TRA    TO WRE-TRA(WNB-REC).
           MOVE FTR-NFAC   TO WRE-NFAC(WNB-REC).
           MOVE FTR-DATFAC TO WRE-DATFAC(WNB-REC).
           MOVE FTR-NBL    TO WRE-NBL(WNB-REC).
           MOVE FTR-MONT   TO WRE-MONT(WNB-REC).
           MOVE WRECLAM    TO WRE-RECLAM(WNB-REC).
           MOVE WANO       TO WRE-ANO(WNB-REC).
           ADD WRECLAM TO WCA-RECLAM(WPOSC) WTOT-RECLAM.
       T48-EXIT.
           EXIT.
      *
      * libelle du motif (anomalies WANO) : L2LIB pour la lettre,
      * LLIB pour l'audit
       T49.
           MOVE SPACES TO L2LIB LLIB.
           EVALUATE TRUE
              WHEN WANO(1:1) = 'I'
                 MOVE "ENVOI INCONNU DE NOS MANIFESTES" TO L2LIB
                 MOVE "ENVOI INCONNU" TO LLIB
              WHEN WANO(2:1) = 'D'
                 MOVE "BL DEJA FACTURE" TO L2LIB
                 MOVE "BL DEJA FACTURE" TO LLIB
              WHEN WANO(3:1) = 'P' AND WANO(4:1) = 'E'
                 MOVE "POIDS ET PRIX AU-DESSUS DU TARIF" TO L2LIB
                 MOVE "POIDS ET PRIX" TO LLIB
              WHEN WANO(3:1) = 'P'
                 MOVE "POIDS AU-DESSUS DU MANIFESTE" TO L2LIB
                 MOVE "POIDS > MANIFESTE" TO LLIB
              WHEN WANO(4:1) = 'E'
                 MOVE "PRIX AU-DESSUS DU TARIF" TO L2LIB
                 MOVE "PRIX > TARIF" TO LLIB
              WHEN WANO(5:1) = 'T'
                 MOVE "SANS TARIF" TO L2LIB
                 MOVE "SANS TARIF" TO LLIB
           END-EVALUATE.
       T49-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : lettre de reclamation d'un transporteur : ses envois     *
      *       reclames et le total                                     *
      *----------------------------------------------------------------*
       T80.
           IF WCA-RECLAM(WIDXC) = ZERO
              GO TO T80-EXIT
           END-IF.
           ADD 1 TO WTOT-LET.
           MOVE WCA-TRA(WIDXC) TO WLIB-TRA.
           MOVE SPACES TO WCPT-TRA.
           PERFORM T82 VARYING WIDXT FROM 1 BY 1
                   UNTIL WIDXT > WNB-TRA.
           MOVE SPACES TO LIGNE2.
           WRITE LIGNE2 BEFORE PAGE.
           MOVE SPACES TO LIGNE2.
           STRING "RECLAMATION FACTURES DE TRANSPORT - "
                  WLIB-TRA DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 1.
           MOVE SPACES TO LIGNE2.
           STRING "NOTRE COMPTE CLIENT : " WCPT-TRA
                  "   DATE : " WDATEJOUR
                  DELIMITED BY SIZE INTO L2TXT.
           WRITE LIGNE2 BEFORE 2.
           MOVE "RECLTRA" TO ITXTLNG-CODE.
           MOVE "FR" TO ITXTLNG-LANGUE.
           CALL 'txtlng1' USING TXTLNG.
           IF OTXTLNG-NBL = ZERO
              MOVE SPACES TO LIGNE2
              MOVE "APRES CONTROLE DE VOS FACTURES AVEC NOS MANIFESTES"
                   TO L2TXT
              WRITE LIGNE2 BEFORE 1
              MOVE SPACES TO LIGNE2
              MOVE "ET VOTRE GRILLE TARIFAIRE, NOUS CONTESTONS LES"
                   TO L2TXT
              WRITE LIGNE2 BEFORE 1
              MOVE SPACES TO LIGNE2
              MOVE "MONTANTS CI-DESSOUS ET VOUS DEMANDONS UN AVOIR."
                   TO L2TXT
              WRITE LIGNE2 BEFORE 2
           ELSE
              PERFORM T86 THRU T86-EXIT
                      VARYING WTXL FROM 1 BY 1
                      UNTIL WTXL > OTXTLNG-NBL
              MOVE SPACES TO LIGNE2
              WRITE LIGNE2 BEFORE 1
           END-IF.
           MOVE SPACES TO LIGNE2.
           MOVE "FACTURE       DATE    BL         MONTANT HT     RECLAME
      -    "  MOTIF" TO LIGNE2.
           WRITE LIGNE2 BEFORE 1.
           PERFORM T84 THRU T84-EXIT
                   VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WNB-REC.
           MOVE SPACES TO LIGNE2.
           MOVE WCA-RECLAM(WIDXC) TO L2RECLAM.
           MOVE "TOTAL RECLAME HT" TO L2LIB.
           WRITE LIGNE2 BEFORE 1.
       T80-EXIT.
           EXIT.
       T82.
           IF WTR-CODE(WIDXT) = WCA-TRA(WIDXC)
              MOVE WTR-LIB(WIDXT)    TO WLIB-TRA
              MOVE WTR-COMPTE(WIDXT) TO WCPT-TRA
           END-IF.
      *
      * un envoi reclame du transporteur
       T84.
           IF WRE-TRA(WIDXR) NOT = WCA-TRA(WIDXC)
              GO TO T84-EXIT
           END-IF.
           MOVE SPACES TO LIGNE2.
           MOVE WRE-ANO(WIDXR) TO WANO.
           PERFORM T49 THRU T49-EXIT.
           MOVE WRE-NFAC(WIDXR)   TO L2NFAC.
           MOVE WRE-DATFAC(WIDXR) TO L2DATE.
           MOVE WRE-NBL(WIDXR)    TO L2NBL.
           MOVE WRE-MONT(WIDXR)   TO L2MONT.
           MOVE WRE-RECLAM(WIDXR) TO L2RECLAM.
           WRITE LIGNE2 BEFORE 1.
       T84-EXIT.
           EXIT.
      *
      * lignes de texte TEXTLNG de la lettre
       T86.
           MOVE SPACES TO LIGNE2.
           MOVE OTXTLNG-TEXTE(WTXL) TO L2TXT.
           WRITE LIGNE2 BEFORE 1.
       T86-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : totaux par transporteur et recapitulatif                 *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T92 VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CA.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIG TO LCOLIS.
           MOVE "ENVOIS FACTURES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ANO TO LCOLIS.
           MOVE "ENVOIS EN ANOMALIE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MONT   TO LMONT.
           MOVE WTOT-RECLAM TO LRECLAM.
           MOVE "TOTAL FACT./RECLAME" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LET TO LCOLIS.
           MOVE "LETTRES RECLAMATION" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
       T92.
           MOVE SPACES TO LIGNE.
           MOVE WCA-TRA(WIDXC)    TO LTRA.
           MOVE WCA-NB(WIDXC)     TO LCOLIS.
           MOVE WCA-MONT(WIDXC)   TO LMONT.
           MOVE WCA-RECALC(WIDXC) TO LRECALC.
           MOVE WCA-RECLAM(WIDXC) TO LRECLAM.
           MOVE "TOTAL TRANSPORTEUR" TO LLIB.
           WRITE LIGNE BEFORE 1.
