      *DD9169 15/10/26 anes Creation - compte palettes EUR consignees :
      *                     debit du client livre par palette des BL du
      *                     jour (FBLIVJOUR), credit sur les palettes
      *                     vides rendues au livreur (PODJRN) ou
      *                     comptees au quai de reception (PALQUAI) ;
      *                     les palettes rendues a un transporteur
      *                     passent a son compte d'echange ; journal
      *                     permanent PALJRN repris par le releve
      *                     mensuel PALC020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALC010.
      *
      ******************************************************************
      * GPICMT    Compte palettes EUR, mouvements du jour :             *
      *           - FBLIVJOUR : les BL du jour ; chaque enregistrement  *
      *             C (une palette) debite d'une palette le client      *
      *             livre de l'entete E du BL (origine B)               *
      *           - PODJRN : le journal des POD (PODC010) ; les         *
      *             palettes vides rendues au livreur creditent le      *
      *             client et, si le livreur n'est pas un de nos        *
      *             chauffeurs (source CHF), debitent le transporteur   *
      *             qui les detient desormais (origine P)               *
      *           - PALQUAI : les comptages du quai de reception (bon,  *
      *             tiers C client ou T transporteur, code, nombre de   *
      *             palettes, date) ; credit du tiers qui rapporte      *
      *             les palettes (origine Q)                            *
      *           - PALJRN : le journal permanent des mouvements (type  *
      *             et code du tiers, sens D/C, quantite, origine,      *
      *             reference BL ou bon, date du mouvement, date du     *
      *             run) ; un BL ou un bon deja au journal pour la      *
      *             meme origine n'est jamais repris (relance du jour,  *
      *             POD relue chaque nuit)                              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FBLIVJOUR ASSIGN TO FBL-IVJOUR
                       organization line sequential
                       file status is file-status.
      *
           SELECT PODJRN ASSIGN TO POD-JRN
                       organization line sequential
                       file status is file-status2.
      *
           SELECT PALQUAI ASSIGN TO PAL-QUAI
                       organization line sequential
                       file status is file-status3.
      *
           SELECT PALJRN ASSIGN TO PAL-JRN
                       organization line sequential
                       file status is file-status4.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FBLIVJOUR
                DATA RECORD BLJ-LIGNE.
       01  BLJ-LIGNE.
           02 BLJ-TYPE           PIC X.
           02 FILLER             PIC X.
           02 BLJ-SUITE          PIC X(68).
       01  BLJ-ENT REDEFINES BLJ-LIGNE.
           02 FILLER             PIC XX.
           02 BLJE-NBL           PIC 9(7).
           02 FILLER             PIC X.
           02 BLJE-NCLLIV        PIC 9(6).
           02 FILLER             PIC X.
           02 BLJE-NCLCDE        PIC 9(6).
           02 FILLER             PIC X.
           02 BLJE-NCDE          PIC 9(7).
           02 FILLER             PIC X.
           02 BLJE-DATEXP        PIC 9(6).
           02 FILLER             PIC X.
           02 BLJE-RDVREF        PIC X(10).
           02 FILLER             PIC X(23).
       01  BLJ-COL REDEFINES BLJ-LIGNE.
           02 FILLER             PIC XX.
           02 BLJC-SSCC          PIC X(18).
           02 FILLER             PIC X.
           02 BLJC-TRANS         PIC X(3).
           02 FILLER             PIC X.
           02 BLJC-COLIS         PIC 9(5).
           02 FILLER             PIC X.
           02 BLJC-POIDS         PIC 9(7)V99.
           02 FILLER             PIC X.
           02 BLJC-VOL           PIC 9(5)V999.
           02 FILLER             PIC X(27).
      *
       FD  PODJRN
                DATA RECORD PDJ-LIGNE.
       01  PDJ-LIGNE.
           02 PDJ-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 PDJ-NCDE           PIC 9(7).
           02 FILLER             PIC X.
           02 PDJ-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 PDJ-SSCC           PIC X(18).
           02 FILLER             PIC X.
           02 PDJ-DATLIV         PIC 9(6).
           02 FILLER             PIC X.
           02 PDJ-HEURE          PIC 9(4).
           02 FILLER             PIC X.
           02 PDJ-STATUT         PIC X.
           02 FILLER             PIC X.
           02 PDJ-SIGNE          PIC X(20).
           02 FILLER             PIC X.
           02 PDJ-RESERVE        PIC X(30).
           02 FILLER             PIC X.
           02 PDJ-SRC            PIC X(3).
           02 FILLER             PIC X.
           02 PDJ-DATINT         PIC 9(6).
           02 FILLER             PIC X.
           02 PDJ-PALRET         PIC 9(3).
      *
      * comptages des palettes vides rapportees au quai
       FD  PALQUAI
                DATA RECORD PQI-LIGNE.
       01  PQI-LIGNE.
           02 PQI-NBON           PIC 9(7).
           02 FILLER             PIC X.
           02 PQI-TTIERS         PIC X.
           02 FILLER             PIC X.
           02 PQI-TIERS          PIC X(6).
           02 FILLER             PIC X.
           02 PQI-QTE            PIC 9(3).
           02 FILLER             PIC X.
           02 PQI-DATE           PIC 9(6).
      *
      * journal permanent du compte palettes (lu par PALC020)
       FD  PALJRN
                DATA RECORD PJ-LIGNE.
       01  PJ-LIGNE.
           02 PJ-TTIERS          PIC X.
           02 FILLER             PIC X.
           02 PJ-TIERS           PIC X(6).
           02 FILLER             PIC X.
           02 PJ-SENS            PIC X.
           02 FILLER             PIC X.
           02 PJ-QTE             PIC 9(5).
           02 FILLER             PIC X.
           02 PJ-ORIG            PIC X.
           02 FILLER             PIC X.
           02 PJ-REF             PIC 9(7).
           02 FILLER             PIC X.
           02 PJ-DATE            PIC 9(6).
           02 FILLER             PIC X.
           02 PJ-DATINT          PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LORIG                PIC X.
           02 FILLER               PIC X(2).
           02 LREF                 PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LTTIERS              PIC X.
           02 FILLER               PIC X(2).
           02 LTIERS               PIC X(6).
           02 FILLER               PIC X(2).
           02 LSENS                PIC X.
           02 FILLER               PIC X(2).
           02 LQTE                 PIC ZZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
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
       01  WFINB                  PIC 9 value zero.
           88 FIN-FBLIVJOUR       value 1.
       01  WFINP                  PIC 9 value zero.
           88 FIN-PODJRN          value 1.
       01  WFINQ                  PIC 9 value zero.
           88 FIN-PALQUAI         value 1.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-PALJRN          value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
      **** references deja passees au journal (origine + BL ou bon)
       01  WTDEJ.
           02 WTDEJ-E OCCURS 60000.
              03 WDJ-ORIG         PIC X.
              03 WDJ-REF          PIC 9(7).
       01  WNB-DEJ                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WTRV                   PIC 9.
      *
      **** BL en cours de lecture
       01  WBL-NBL                PIC 9(7) VALUE ZERO.
       01  WBL-NCL                PIC 9(6) VALUE ZERO.
       01  WBL-DATE               PIC 9(6) VALUE ZERO.
       01  WBL-NBPAL              PIC 9(5) VALUE ZERO.
      *
      **** mouvement a ecrire
       01  WMV-TTIERS             PIC X.
       01  WMV-TIERS              PIC X(6).
       01  WMV-NCL                PIC 9(6).
       01  WMV-SENS               PIC X.
       01  WMV-QTE                PIC 9(5).
       01  WMV-ORIG               PIC X.
       01  WMV-REF                PIC 9(7).
       01  WMV-DATE               PIC 9(6).
      *
       01  WTOT-DEB               PIC 9(7) VALUE ZERO.
       01  WTOT-CRE               PIC 9(7) VALUE ZERO.
       01  WTOT-TRD               PIC 9(7) VALUE ZERO.
       01  WTOT-TRC               PIC 9(7) VALUE ZERO.
       01  WTOT-DEJA              PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : references deja au journal, puis BL du jour, retours     *
      *       sur POD et comptages du quai                             *
      *----------------------------------------------------------------*
       T10.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'palc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT PALJRN.
           IF FILE-STATUS4 = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T22 THRU T22-EXIT UNTIL FIN-PALJRN
              CLOSE PALJRN
           END-IF.
           OPEN EXTEND PALJRN.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT PALJRN
           END-IF.
           OPEN INPUT FBLIVJOUR.
           IF FILE-STATUS = ZERO
              PERFORM T30 THRU T30-EXIT
              PERFORM T32 THRU T32-EXIT UNTIL FIN-FBLIVJOUR
              PERFORM T35 THRU T35-EXIT
              CLOSE FBLIVJOUR
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE FICHIER BL DU JOUR, AUCUN DEBIT"
           END-IF.
           OPEN INPUT PODJRN.
           IF FILE-STATUS2 = ZERO
              PERFORM T40 THRU T40-EXIT
              PERFORM T42 THRU T42-EXIT UNTIL FIN-PODJRN
              CLOSE PODJRN
           END-IF.
           OPEN INPUT PALQUAI.
           IF FILE-STATUS3 = ZERO
              PERFORM T50 THRU T50-EXIT
              PERFORM T52 THRU T52-EXIT UNTIL FIN-PALQUAI
              CLOSE PALQUAI
           END-IF.
           CLOSE PALJRN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T22 : chargement des references du journal                 *
      *----------------------------------------------------------------*
       T20.
           READ PALJRN NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T20-EXIT.
           EXIT.
       T22.
           MOVE PJ-ORIG TO WMV-ORIG.
           MOVE PJ-REF  TO WMV-REF.
           PERFORM T80 THRU T80-EXIT.
           IF WTRV = ZERO
              PERFORM T82 THRU T82-EXIT
           END-IF.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T35 : BL du jour ; les palettes (enregistrements C) sont   *
      *           comptees par BL et le client livre est debite au     *
      *           changement de BL                                     *
      *----------------------------------------------------------------*
       T30.
           READ FBLIVJOUR NEXT RECORD
                AT END MOVE 1 TO WFINB.
       T30-EXIT.
           EXIT.
       T32.
           IF BLJ-TYPE = 'E'
              PERFORM T35 THRU T35-EXIT
              MOVE BLJE-NBL    TO WBL-NBL
              MOVE BLJE-NCLLIV TO WBL-NCL
              MOVE BLJE-DATEXP TO WBL-DATE
              MOVE ZERO        TO WBL-NBPAL
           ELSE
              IF BLJ-TYPE = 'C' AND WBL-NBL NOT = ZERO
                 ADD 1 TO WBL-NBPAL
              END-IF
           END-IF.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
       T35.
           IF WBL-NBL = ZERO OR WBL-NBPAL = ZERO
              GO TO T35-EXIT
           END-IF.
           MOVE 'B'       TO WMV-ORIG.
           MOVE WBL-NBL   TO WMV-REF.
           PERFORM T80 THRU T80-EXIT.
           IF WTRV = 1
              ADD 1 TO WTOT-DEJA
              GO TO T35-EXIT
           END-IF.
           PERFORM T82 THRU T82-EXIT.
           MOVE 'C'       TO WMV-TTIERS.
           MOVE WBL-NCL   TO WMV-NCL.
           MOVE WMV-NCL   TO WMV-TIERS.
           MOVE 'D'       TO WMV-SENS.
           MOVE WBL-NBPAL TO WMV-QTE.
           IF WBL-DATE NUMERIC AND WBL-DATE NOT = ZERO
              MOVE WBL-DATE  TO WMV-DATE
           ELSE
              MOVE WDATEJOUR TO WMV-DATE
           END-IF.
           PERFORM T70 THRU T70-EXIT.
           MOVE "PALETTES LIVREES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T35-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40/T42 : palettes vides rendues au livreur sur la POD :       *
      *           credit du client, debit du transporteur              *
      *----------------------------------------------------------------*
       T40.
           READ PODJRN NEXT RECORD
                AT END MOVE 1 TO WFINP.
       T40-EXIT.
           EXIT.
       T42.
           IF PDJ-PALRET NOT NUMERIC OR PDJ-PALRET = ZERO
              GO TO T42F
           END-IF.
           MOVE 'P'        TO WMV-ORIG.
           MOVE PDJ-NBL    TO WMV-REF.
           PERFORM T80 THRU T80-EXIT.
           IF WTRV = 1
              GO TO T42F
           END-IF.
           PERFORM T82 THRU T82-EXIT.
           MOVE 'C'        TO WMV-TTIERS.
           MOVE PDJ-NCL    TO WMV-NCL.
           MOVE WMV-NCL    TO WMV-TIERS.
           MOVE 'C'        TO WMV-SENS.
           MOVE PDJ-PALRET TO WMV-QTE.
           MOVE PDJ-DATLIV TO WMV-DATE.
           PERFORM T70 THRU T70-EXIT.
           MOVE "PALETTES RENDUES AU LIVREUR" TO LLIB.
           WRITE LIGNE BEFORE 1.
      * nos chauffeurs les ramenent au quai : pas de compte d'echange
           IF PDJ-SRC = "CHF"
              GO TO T42F
           END-IF.
           MOVE 'T'        TO WMV-TTIERS.
           MOVE PDJ-SRC    TO WMV-TIERS.
           MOVE 'D'        TO WMV-SENS.
           PERFORM T70 THRU T70-EXIT.
           MOVE "PALETTES REPRISES PAR LE TRANSPORTEUR" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T42F.
           PERFORM T40 THRU T40-EXIT.
       T42-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50/T52 : comptages du quai : credit du client ou du           *
      *           transporteur qui rapporte les palettes               *
      *----------------------------------------------------------------*
       T50.
           READ PALQUAI NEXT RECORD
                AT END MOVE 1 TO WFINQ.
       T50-EXIT.
           EXIT.
       T52.
           MOVE SPACES TO LIGNE.
           MOVE 'Q'        TO LORIG.
           MOVE PQI-NBON   TO LREF.
           MOVE PQI-TTIERS TO LTTIERS.
           MOVE PQI-TIERS  TO LTIERS.
           IF PQI-NBON NOT NUMERIC OR PQI-NBON = ZERO
              OR PQI-QTE NOT NUMERIC OR PQI-QTE = ZERO
              OR (PQI-TTIERS NOT = 'C' AND PQI-TTIERS NOT = 'T')
              OR PQI-TIERS = SPACES
              MOVE ZERO TO LREF
              MOVE "REJET : BON, TIERS (C/T) OU QUANTITE INVALIDE"
                   TO LLIB
              ADD 1 TO WTOT-REJ
              WRITE LIGNE BEFORE 1
              GO TO T52F
           END-IF.
           IF PQI-TTIERS = 'C' AND PQI-TIERS NOT NUMERIC
              MOVE "REJET : CODE CLIENT NON NUMERIQUE" TO LLIB
              ADD 1 TO WTOT-REJ
              WRITE LIGNE BEFORE 1
              GO TO T52F
           END-IF.
           MOVE 'Q'        TO WMV-ORIG.
           MOVE PQI-NBON   TO WMV-REF.
           PERFORM T80 THRU T80-EXIT.
           IF WTRV = 1
              ADD 1 TO WTOT-DEJA
              GO TO T52F
           END-IF.
           PERFORM T82 THRU T82-EXIT.
           MOVE PQI-TTIERS TO WMV-TTIERS.
           MOVE PQI-TIERS  TO WMV-TIERS.
           MOVE 'C'        TO WMV-SENS.
           MOVE PQI-QTE    TO WMV-QTE.
           IF PQI-DATE NUMERIC AND PQI-DATE NOT = ZERO
              MOVE PQI-DATE  TO WMV-DATE
           ELSE
              MOVE WDATEJOUR TO WMV-DATE
           END-IF.
           PERFORM T70 THRU T70-EXIT.
           MOVE "PALETTES RAPPORTEES AU QUAI" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T52F.
           PERFORM T50 THRU T50-EXIT.
       T52-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : ecriture du mouvement au journal et ligne de l'etat      *
      *----------------------------------------------------------------*
       T70.
           MOVE SPACES TO PJ-LIGNE.
           MOVE WMV-TTIERS TO PJ-TTIERS.
           MOVE WMV-TIERS  TO PJ-TIERS.
           MOVE WMV-SENS   TO PJ-SENS.
           MOVE WMV-QTE    TO PJ-QTE.
           MOVE WMV-ORIG   TO PJ-ORIG.
           MOVE WMV-REF    TO PJ-REF.
           MOVE WMV-DATE   TO PJ-DATE.
           MOVE WDATEJOUR  TO PJ-DATINT.
           WRITE PJ-LIGNE.
           IF WMV-TTIERS = 'C'
              IF WMV-SENS = 'D'
                 ADD WMV-QTE TO WTOT-DEB
              ELSE
                 ADD WMV-QTE TO WTOT-CRE
              END-IF
           ELSE
              IF WMV-SENS = 'D'
                 ADD WMV-QTE TO WTOT-TRD
              ELSE
                 ADD WMV-QTE TO WTOT-TRC
              END-IF
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WMV-ORIG   TO LORIG.
           MOVE WMV-REF    TO LREF.
           MOVE WMV-TTIERS TO LTTIERS.
           MOVE WMV-TIERS  TO LTIERS.
           MOVE WMV-SENS   TO LSENS.
           MOVE WMV-QTE    TO LQTE.
           MOVE WMV-DATE   TO LDATE.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80/T82 : reference deja passee (WTRV = 1), ajout a la table   *
      *----------------------------------------------------------------*
       T80.
           MOVE ZERO TO WTRV.
           PERFORM T81 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-DEJ OR WTRV = 1.
       T80-EXIT.
           EXIT.
       T81.
           IF WDJ-ORIG(WIDX) = WMV-ORIG AND WDJ-REF(WIDX) = WMV-REF
              MOVE 1 TO WTRV
           END-IF.
      *
       T82.
           IF WNB-DEJ NOT < 60000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE REFERENCES PALJRN PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-DEJ.
           MOVE WMV-ORIG TO WDJ-ORIG(WNB-DEJ).
           MOVE WMV-REF  TO WDJ-REF(WNB-DEJ).
       T82-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEB TO LQTE.
           MOVE "TOTAL PALETTES DEBITEES AUX CLIENTS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CRE TO LQTE.
           MOVE "TOTAL PALETTES CREDITEES AUX CLIENTS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-TRD TO LQTE.
           MOVE "TOTAL PALETTES DEBITEES AUX TRANSPORTEURS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-TRC TO LQTE.
           MOVE "TOTAL PALETTES CREDITEES AUX TRANSPORTEURS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEJA TO LQTE.
           MOVE "BL OU BONS DEJA AU JOURNAL (NON REPRIS)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LQTE.
           MOVE "COMPTAGES DU QUAI REJETES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
