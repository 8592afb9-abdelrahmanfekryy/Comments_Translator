      *DD9170 15/10/26 anes mentions ADR du document de transport
      *                     (enregistrements D) sous chaque palette,
      *                     points 1.1.3.6 par palette et par vehicule,
      *                     alerte de depassement du seuil ou mention
      *                     d'exemption
      *DD9156 15/10/26 anes chaque palette du jour ajoutee au journal
      *                     permanent des manifestes MANJRN, repris par
      *                     l'audit des factures transporteurs TRAFC010
      *DD9111 03/09/26 anes Creation - manifeste transporteur de fin de
      *                     journee : les BL expedies du jour
      *                     (FBLIVJOUR, palettes SSCC posees par
      *           - FBLIVJOUR : les BL du jour ; l'enregistrement C     *
      *             porte le transporteur, le SSCC, les colis et le     *
      *             poids de la palette                                 *
DD9156*           - MANJRN : chaque palette lue est ajoutee au journal  *
DD9156*             permanent des manifestes (audit des factures        *
DD9156*             transporteurs, TRAFC010)                            *
      *           Un manifeste par transporteur : une ligne par BL      *
      *           (SSCC, client livre, colis, poids), totaux du         *
      *           transporteur et ligne d'emargement chauffeur.  Les    *
      *           manifeste "A AFFECTER" en tete : un camion parti      *
      *           sans manifeste signe, c'est la contestation perdue    *
      *           d'avance.                                             *
DD9170*           Matieres dangereuses : les mentions ADR               *
DD9170*           (enregistrements D d'EXPDC020 : ONU, designation,     *
DD9170*           classe, groupe d'emballage, quantite) suivent leur    *
DD9170*           palette avec ses points 1.1.3.6 ; le total du         *
DD9170*           vehicule est compare au seuil ADRSEUIL (1000 par      *
DD9170*           defaut) : au-dessus, alerte au transporteur (vehicule *
DD9170*           signale et equipe ADR), en dessous, la mention        *
DD9170*           d'exemption du 1.1.3.6.                               *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
                       organization line sequential
                       file status is file-status2.
      *
DD9156     SELECT MANJRN ASSIGN TO MAN-JRN
DD9156                 organization line sequential
DD9156                 file status is file-status3.
DD9156*
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           02 FILLER             PIC X.
           02 BLJC-POIDS         PIC 9(7)V99.
           02 FILLER             PIC X.
DD9170     02 BLJC-VOL           PIC 9(5)V999.
DD9170     02 FILLER             PIC X.
DD9170     02 BLJC-PTSADR        PIC 9(6).
DD9170     02 FILLER             PIC X(20).
DD9170 01  BLJ-DGR REDEFINES BLJ-LIGNE.
DD9170     02 FILLER             PIC XX.
DD9170     02 BLJD-UN            PIC X(4).
DD9170     02 FILLER             PIC X.
DD9170     02 BLJD-CLASSE        PIC X(3).
DD9170     02 FILLER             PIC X.
DD9170     02 BLJD-GE            PIC X(3).
DD9170     02 FILLER             PIC X.
DD9170     02 BLJD-LQ            PIC X.
DD9170     02 FILLER             PIC X.
DD9170     02 BLJD-QTE           PIC 9(5)V99.
DD9170     02 FILLER             PIC X.
DD9170     02 BLJD-DESIG         PIC X(30).
DD9170     02 FILLER             PIC X(15).
DD9156*
DD9156* journal permanent des manifestes : une ligne par palette
DD9156 FD  MANJRN
DD9156          DATA RECORD MNJ-LIGNE.
DD9156 01  MNJ-LIGNE.
DD9156     02 MNJ-NBL            PIC 9(7).
DD9156     02 FILLER             PIC X.
DD9156     02 MNJ-NCL            PIC 9(6).
DD9156     02 FILLER             PIC X.
DD9156     02 MNJ-DATEXP         PIC 9(6).
DD9156     02 FILLER             PIC X.
DD9156     02 MNJ-TRANS          PIC X(3).
DD9156     02 FILLER             PIC X.
DD9156     02 MNJ-SSCC           PIC X(18).
DD9156     02 FILLER             PIC X.
DD9156     02 MNJ-COLIS          PIC 9(5).
DD9156     02 FILLER             PIC X.
DD9156     02 MNJ-POIDS          PIC 9(7)V99.
DD9156     02 FILLER             PIC X.
DD9156     02 MNJ-DATMAN         PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
DD9156 01  file-status3           PIC XX.
       01  WFINT                  PIC 9 value zero.
           88 FIN-TRANSTAB        value 1.
       01  WFINB                  PIC 9 value zero.
              03 WPL-COLIS        PIC 9(5).
              03 WPL-POIDS        PIC 9(7)V99.
              03 WPL-FAIT         PIC X.
DD9170        03 WPL-PTSADR       PIC 9(6).
       01  WNB-PAL                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
      *
       01  WBL-NBL                PIC 9(7).
       01  WBL-NCL                PIC 9(6).
DD9156 01  WBL-DATEXP             PIC 9(6).
DD9156 01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WTRANS-CUR             PIC X(3).
       01  WLIB-CUR               PIC X(20).
       01  WMAN-NB                PIC 9(5).
       01  WMAN-COLIS             PIC 9(7).
       01  WMAN-POIDS             PIC 9(9)V99.
       01  WTOT-MAN               PIC 9(3) VALUE ZERO.
DD9170*
DD9170**** mentions ADR du jour, rattachees a la palette qui les suit
DD9170 01  WTDGR.
DD9170     02 WTDGR-E OCCURS 3000.
DD9170        03 WDG-PAL          PIC 9(4).
DD9170        03 WDG-MENTION      PIC X(90).
DD9170 01  WNB-DGR                PIC 9(4) VALUE ZERO.
DD9170 01  WIDXD                  PIC 9(4).
DD9170 01  WED-QTE                PIC Z(4)9V,99.
DD9170 01  WMAN-PTS               PIC 9(7).
DD9170 01  WADR-SEUIL             PIC 9(5) VALUE 1000.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINT WFINB WNB-TRA WNB-PAL WTOT-MAN.
DD9170     string 'ADRSEUIL' x'00' delimited by size
DD9170            into var-name.
DD9170     move space to var-data.
DD9170     call 'genvcc' using var-name var-data.
DD9170     if var-data(1:5) numeric
DD9170        move var-data(1:5) to WADR-SEUIL.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
DD9156     if var-data(1:6) numeric
DD9156        move var-data(1:6) to WDATEJOUR.
           string 'expdc030.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
              DISPLAY "PAS DE FICHIER BL DU JOUR"
              STOP RUN
           END-IF.
DD9156     OPEN EXTEND MANJRN.
DD9156     IF FILE-STATUS3 NOT = ZERO
DD9156        OPEN OUTPUT MANJRN
DD9156     END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T35 THRU T35-EXIT UNTIL FIN-FBLIVJOUR.
           CLOSE FBLIVJOUR.
DD9156     CLOSE MANJRN.
      * les BL sans transporteur d'abord : ils bloquent le quai
           MOVE SPACES TO WTRANS-CUR.
           MOVE "A AFFECTER" TO WLIB-CUR.
           IF BLJ-TYPE = 'E'
              MOVE BLJE-NBL    TO WBL-NBL
              MOVE BLJE-NCLLIV TO WBL-NCL
DD9156        MOVE BLJE-DATEXP TO WBL-DATEXP
           ELSE
              IF BLJ-TYPE = 'C'
DD9156           PERFORM T37 THRU T37-EXIT
                 IF WNB-PAL < 2000
                    ADD 1 TO WNB-PAL
                    MOVE WBL-NBL    TO WPL-NBL(WNB-PAL)
                    MOVE BLJC-COLIS TO WPL-COLIS(WNB-PAL)
                    MOVE BLJC-POIDS TO WPL-POIDS(WNB-PAL)
                    MOVE SPACE      TO WPL-FAIT(WNB-PAL)
DD9170              IF BLJC-PTSADR NUMERIC
DD9170                 MOVE BLJC-PTSADR TO WPL-PTSADR(WNB-PAL)
DD9170              ELSE
DD9170                 MOVE ZERO TO WPL-PTSADR(WNB-PAL)
DD9170              END-IF
                 ELSE
                    DISPLAY "GPIWARNING"
                    DISPLAY "**TABLE PALETTES PLEINE, MANIFESTE TRONQUE"
                 END-IF
              END-IF
           END-IF.
DD9170     IF BLJ-TYPE = 'D'
DD9170        PERFORM T38 THRU T38-EXIT
DD9170     END-IF.
           PERFORM T30 THRU T30-EXIT.
       T35-EXIT.
           EXIT.
DD9156*
DD9156* palette au journal permanent des manifestes
DD9156 T37.
DD9156     MOVE SPACES      TO MNJ-LIGNE.
DD9156     MOVE WBL-NBL     TO MNJ-NBL.
DD9156     MOVE WBL-NCL     TO MNJ-NCL.
DD9156     MOVE WBL-DATEXP  TO MNJ-DATEXP.
DD9156     MOVE BLJC-TRANS  TO MNJ-TRANS.
DD9156     MOVE BLJC-SSCC   TO MNJ-SSCC.
DD9156     MOVE BLJC-COLIS  TO MNJ-COLIS.
DD9156     MOVE BLJC-POIDS  TO MNJ-POIDS.
DD9156     MOVE WDATEJOUR   TO MNJ-DATMAN.
DD9156     WRITE MNJ-LIGNE.
DD9156 T37-EXIT.
DD9156     EXIT.
      *
DD9170*
DD9170* mention ADR du document de transport, pour la palette a venir
DD9170 T38.
DD9170     IF WNB-DGR NOT < 3000
DD9170        DISPLAY "GPIWARNING"
DD9170        DISPLAY "**TABLE MENTIONS ADR PLEINE, MANIFESTE INCOMPLET"
DD9170        GO TO T38-EXIT
DD9170     END-IF.
DD9170     ADD 1 TO WNB-DGR.
DD9170     COMPUTE WDG-PAL(WNB-DGR) = WNB-PAL + 1.
DD9170     IF BLJD-QTE NUMERIC
DD9170        MOVE BLJD-QTE TO WED-QTE
DD9170     ELSE
DD9170        MOVE ZERO TO WED-QTE
DD9170     END-IF.
DD9170     MOVE SPACES TO WDG-MENTION(WNB-DGR).
DD9170     IF BLJD-LQ = 'O'
DD9170        STRING "UN" BLJD-UN " " DELIMITED BY SIZE
DD9170               BLJD-DESIG DELIMITED BY "  "
DD9170               ", " DELIMITED BY SIZE
DD9170               BLJD-CLASSE DELIMITED BY " "
DD9170               ", QUANTITE LIMITEE, " WED-QTE " KG/L"
DD9170               DELIMITED BY SIZE INTO WDG-MENTION(WNB-DGR)
DD9170     ELSE
DD9170        STRING "UN" BLJD-UN " " DELIMITED BY SIZE
DD9170               BLJD-DESIG DELIMITED BY "  "
DD9170               ", " DELIMITED BY SIZE
DD9170               BLJD-CLASSE DELIMITED BY " "
DD9170               ", GE " DELIMITED BY SIZE
DD9170               BLJD-GE DELIMITED BY " "
DD9170               ", " WED-QTE " KG/L"
DD9170               DELIMITED BY SIZE INTO WDG-MENTION(WNB-DGR)
DD9170     END-IF.
DD9170 T38-EXIT.
DD9170     EXIT.
      * manifeste du transporteur de la table courante
       T45.
           MOVE WTR-CODE(WIDXT) TO WTRANS-CUR.
      *----------------------------------------------------------------*
       T50.
           MOVE ZERO TO WMAN-NB WMAN-COLIS WMAN-POIDS.
DD9170     MOVE ZERO TO WMAN-PTS.
           PERFORM T55 THRU T55-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-PAL.
           IF WMAN-NB = ZERO
                  DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
DD9170     IF WMAN-PTS NOT = ZERO
DD9170        MOVE SPACES TO LIGNE
DD9170        STRING "POINTS ADR DU VEHICULE (1.1.3.6) : " WMAN-PTS
DD9170               DELIMITED BY SIZE INTO LLIB
DD9170        WRITE LIGNE BEFORE 1
DD9170        MOVE SPACES TO LIGNE
DD9170        IF WMAN-PTS > WADR-SEUIL
DD9170           MOVE "SEUIL DEPASSE : PANNEAUX ORANGE, EQUIPEMENT ET"
DD9170                TO LLIB
DD9170           WRITE LIGNE BEFORE 1
DD9170           MOVE SPACES TO LIGNE
DD9170           MOVE "CHAUFFEUR ADR OBLIGATOIRES" TO LLIB
DD9170        ELSE
DD9170           MOVE "CHARGEMENT SOUS LES LIMITES DU 1.1.3.6"
DD9170                TO LLIB
DD9170        END-IF
DD9170        WRITE LIGNE BEFORE 1
DD9170        MOVE SPACES TO LIGNE
DD9170     END-IF.
           MOVE "EMARGEMENT CHAUFFEUR : ................" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WPL-COLIS(WIDX) TO LCOLIS.
           MOVE WPL-POIDS(WIDX) TO LPOIDS.
           MOVE "PALETTE A CHARGER" TO LLIB.
DD9170     ADD WPL-PTSADR(WIDX) TO WMAN-PTS.
DD9170     IF WPL-PTSADR(WIDX) NOT = ZERO
DD9170        STRING "PALETTE A CHARGER - ADR " WPL-PTSADR(WIDX)
DD9170               " POINTS" DELIMITED BY SIZE INTO LLIB
DD9170     END-IF.
           WRITE LIGNE BEFORE 1.
DD9170     PERFORM T57 THRU T57-EXIT
DD9170             VARYING WIDXD FROM 1 BY 1 UNTIL WIDXD > WNB-DGR.
       T55-EXIT.
           EXIT.
      *
DD9170* mentions ADR de la palette
DD9170 T57.
DD9170     IF WDG-PAL(WIDXD) NOT = WIDX
DD9170        GO TO T57-EXIT
DD9170     END-IF.
DD9170     MOVE SPACES TO LIGNE.
DD9170     STRING "         " WDG-MENTION(WIDXD)
DD9170            DELIMITED BY SIZE INTO LIGNE.
DD9170     WRITE LIGNE BEFORE 1.
DD9170 T57-EXIT.
DD9170     EXIT.
DD9170*
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
