      *DD9169 15/10/26 anes Nombre de palettes EUR vides rendues au
      *                     livreur, recu dans PODIN et garde au journal
      *                     PODJRN pour le compte palettes (PALC010)
      *DD9167 15/10/26 anes Creation - preuves de livraison (POD) : les
      *                     fichiers de statut des transporteurs et les
      *                     retours signes de nos chauffeurs (PODIN)
      *                     sont rapproches des BL expedies (BLEXP,
      *                     palettes MANJRN) et gardes au journal
      *                     permanent PODJRN ; reserves et refus partent
      *                     au fichier RECLIT et en ouverture de litige
      *                     LITMVT (LITC010) quand la commande est deja
      *                     facturee ; liste quotidienne des BL sans
      *                     POD apres NBJPOD jours
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODC010.
      *
      ******************************************************************
      * GPICMT    Preuves de livraison :                                *
      *           - PODIN : les statuts recus (source = code            *
      *             transporteur ou CHF pour nos chauffeurs, BL ou a    *
      *             defaut SSCC de la palette, date/heure de livraison, *
      *             signataire, statut L livre / R refuse / A avise,    *
      *             texte des reserves, blanc = sans reserve, nombre de *
      *             palettes EUR vides rendues au livreur)              *
      *           - BLEXP : le journal des expeditions (EXPDC020) ; la  *
      *             commande et le client livre du BL en viennent       *
      *           - MANJRN : le journal des palettes (EXPDC030), pour   *
      *             retrouver le BL d'un SSCC                           *
      *           - PODJRN : le journal permanent des POD, une ligne    *
      *             par statut accepte (lu par AUDIC010 et par la       *
      *             facturation sur POD, podfac1)                       *
      *           Un livre avec reserves ou un refus ecrit un litige    *
      *           BL dans RECLIT (nature V reserve, R refus) et, si la  *
      *           commande a deja sa facture dans FFACTURE, un          *
      *           mouvement d'ouverture C dans LITMVT pour LITC010 ;    *
      *           sinon le litige est a ouvrir a la facturation.        *
      *           Les BL expedies depuis plus de NBJPOD jours           *
      *           (parametre, 5 par defaut) sans POD livre ou refuse    *
      *           sortent sur la liste du jour ; au-dela de 90 jours    *
      *           le BL n'est plus suivi ici.                           *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PODIN ASSIGN TO POD-IN
                       organization line sequential
                       file status is file-status.
      *
           SELECT BLEXP ASSIGN TO BLE-XP
                       organization line sequential
                       file status is file-status2.
      *
           SELECT MANJRN ASSIGN TO MAN-JRN
                       organization line sequential
                       file status is file-status3.
      *
           SELECT PODJRN ASSIGN TO POD-JRN
                       organization line sequential
                       file status is file-status4.
      *
           SELECT RECLIT ASSIGN TO REC-LIT
                       organization line sequential
                       file status is file-status5.
      *
           SELECT LITMVT ASSIGN TO LIT-MVT
                       organization line sequential
                       file status is file-status6.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status7.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PODIN
                DATA RECORD PDI-LIGNE.
       01  PDI-LIGNE.
           02 PDI-SRC            PIC X(3).
           02 FILLER             PIC X.
           02 PDI-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 PDI-SSCC           PIC X(18).
           02 FILLER             PIC X.
           02 PDI-DATLIV         PIC 9(6).
           02 FILLER             PIC X.
           02 PDI-HEURE          PIC 9(4).
           02 FILLER             PIC X.
           02 PDI-STATUT         PIC X.
           02 FILLER             PIC X.
           02 PDI-SIGNE          PIC X(20).
           02 FILLER             PIC X.
           02 PDI-RESERVE        PIC X(30).
           02 FILLER             PIC X.
           02 PDI-PALRET         PIC 9(3).
      *
       FD  BLEXP
                DATA RECORD BLX-LIGNE.
       01  BLX-LIGNE.
           02 BLX-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 BLX-NCDE           PIC 9(7).
           02 FILLER             PIC X.
           02 BLX-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 BLX-DATEXP         PIC 9(6).
           02 FILLER             PIC X.
           02 BLX-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 BLX-QTE            PIC 9(6)V99.
      *
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
      * journal permanent des preuves de livraison
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
       FD  LITMVT
                DATA RECORD LMV-LIGNE.
       01  LMV-LIGNE.
           02 LMV-TYPE           PIC X.
           02 FILLER             PIC X.
           02 LMV-NFAC           PIC 9(7).
           02 FILLER             PIC X.
           02 LMV-MOTIF          PIC XX.
           02 FILLER             PIC X.
           02 LMV-MONTANT        PIC 9(9)V99.
           02 FILLER             PIC X.
           02 LMV-RESP           PIC X(8).
           02 FILLER             PIC X.
           02 LMV-STATUT         PIC X.
           02 FILLER             PIC X.
           02 LMV-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 LMV-NBL            PIC 9(7).
           02 FILLER             PIC X.
           02 LMV-LIB            PIC X(30).
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
           02 FILLER                PIC X(41).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNBL                 PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNCDE                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LSTATUT              PIC X.
           02 FILLER               PIC X(2).
           02 LSRC                 PIC X(3).
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(60).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
       01  file-status6           PIC XX.
       01  file-status7           PIC XX.
       01  WFINX                  PIC 9 value zero.
           88 FIN-FICHIER         value 1.
       01  WNBJPOD                PIC 9(3) VALUE 5.
       01  WHORIZON               PIC 9(3) VALUE 90.
       01  WDATEJOUR              PIC 9(6).
       01  WJOUR-NUM              PIC S9(7).
       01  WDAT-NUM               PIC S9(7).
       01  WDATW                  PIC 9(6).
       01  WDATW-X REDEFINES WDATW.
           02 WDATW-AA            PIC 99.
           02 WDATW-MM            PIC 99.
           02 WDATW-JJ            PIC 99.
      *
      **** BL expedies dans l'horizon de suivi (un poste par BL)
      **** POD : L livre, R refuse, A avise seulement, blanc = rien
       01  WTBL.
           02 WTBL-E OCCURS 9000.
              03 WBL-NBL          PIC 9(7).
              03 WBL-NCDE         PIC 9(7).
              03 WBL-NCL          PIC 9(6).
              03 WBL-DATEXP       PIC 9(6).
              03 WBL-POD          PIC X.
       01  WNB-BL                 PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WPOS                   PIC 9(4).
      *
      **** palettes du journal des manifestes : SSCC -> BL
       01  WTSSC.
           02 WTSSC-E OCCURS 9000.
              03 WSC-SSCC         PIC X(18).
              03 WSC-NBL          PIC 9(7).
       01  WNB-SSC                PIC 9(4) VALUE ZERO.
      *
      **** reserves et refus du run, en attente de leur facture
       01  WTLIT.
           02 WTLIT-E OCCURS 2000.
              03 WLT-NBL          PIC 9(7).
              03 WLT-NCDE         PIC 9(7).
              03 WLT-NCL          PIC 9(6).
              03 WLT-STATUT       PIC X.
              03 WLT-RESERVE      PIC X(30).
              03 WLT-NFAC         PIC 9(7).
       01  WNB-LIT                PIC 9(4) VALUE ZERO.
      *
       01  WNBL                   PIC 9(7).
       01  WNCDE                  PIC 9(7).
       01  WTOT-LUS               PIC 9(5) VALUE ZERO.
       01  WTOT-ACC               PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-RES               PIC 9(5) VALUE ZERO.
       01  WTOT-REF               PIC 9(5) VALUE ZERO.
       01  WTOT-LMV               PIC 9(5) VALUE ZERO.
       01  WTOT-SANS              PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : BL suivis, POD deja recues, integration du jour, litiges *
      *       puis liste des BL sans POD                               *
      *----------------------------------------------------------------*
       T10.
           string 'NBJPOD' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WNBJPOD.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'podc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           MOVE WDATEJOUR TO WDATW.
           COMPUTE WJOUR-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                              + WDATW-JJ.
           OPEN OUTPUT ETAT1.
           OPEN INPUT BLEXP.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "JOURNAL DES EXPEDITIONS BLEXP ABSENT"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           MOVE ZERO TO WFINX.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-FICHIER.
           CLOSE BLEXP.
           OPEN INPUT MANJRN.
           IF FILE-STATUS3 = ZERO
              MOVE ZERO TO WFINX
              PERFORM T24 THRU T24-EXIT
              PERFORM T25 THRU T25-EXIT UNTIL FIN-FICHIER
              CLOSE MANJRN
           END-IF.
           OPEN INPUT PODJRN.
           IF FILE-STATUS4 = ZERO
              MOVE ZERO TO WFINX
              PERFORM T26 THRU T26-EXIT
              PERFORM T27 THRU T27-EXIT UNTIL FIN-FICHIER
              CLOSE PODJRN
           END-IF.
           OPEN INPUT PODIN.
           IF FILE-STATUS = ZERO
              PERFORM T30 THRU T30-EXIT
              CLOSE PODIN
           ELSE
              MOVE SPACES TO LIGNE
              MOVE "PAS DE STATUT DE LIVRAISON RECU CE JOUR" TO LLIB
              WRITE LIGNE BEFORE 1
           END-IF.
           IF WNB-LIT NOT = ZERO
              PERFORM T60 THRU T60-EXIT
           END-IF.
           PERFORM T80 THRU T80-EXIT.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T27 : BL de l'horizon, palettes, POD deja recues           *
      *----------------------------------------------------------------*
       T20.
           READ BLEXP NEXT RECORD
                AT END MOVE 1 TO WFINX.
       T20-EXIT.
           EXIT.
      * le journal est ecrit BL par BL : un poste a chaque changement
       T22.
           MOVE BLX-DATEXP TO WDATW.
           COMPUTE WDAT-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                            + WDATW-JJ.
           IF WJOUR-NUM - WDAT-NUM > WHORIZON
              GO TO T22F
           END-IF.
           IF WNB-BL NOT = ZERO
              IF WBL-NBL(WNB-BL) = BLX-NBL
                 GO TO T22F
              END-IF
           END-IF.
           IF WNB-BL NOT < 9000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE BL PLEINE, SUIVI POD TRONQUE"
              GO TO T22F
           END-IF.
           ADD 1 TO WNB-BL.
           MOVE BLX-NBL    TO WBL-NBL(WNB-BL).
           MOVE BLX-NCDE   TO WBL-NCDE(WNB-BL).
           MOVE BLX-NCL    TO WBL-NCL(WNB-BL).
           MOVE BLX-DATEXP TO WBL-DATEXP(WNB-BL).
           MOVE SPACE      TO WBL-POD(WNB-BL).
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
       T24.
           READ MANJRN NEXT RECORD
                AT END MOVE 1 TO WFINX.
       T24-EXIT.
           EXIT.
       T25.
           MOVE MNJ-DATMAN TO WDATW.
           COMPUTE WDAT-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                            + WDATW-JJ.
           IF WJOUR-NUM - WDAT-NUM NOT > WHORIZON
              AND WNB-SSC < 9000
              ADD 1 TO WNB-SSC
              MOVE MNJ-SSCC TO WSC-SSCC(WNB-SSC)
              MOVE MNJ-NBL  TO WSC-NBL(WNB-SSC)
           END-IF.
           PERFORM T24 THRU T24-EXIT.
       T25-EXIT.
           EXIT.
      *
       T26.
           READ PODJRN NEXT RECORD
                AT END MOVE 1 TO WFINX.
       T26-EXIT.
           EXIT.
       T27.
           MOVE PDJ-NBL TO WNBL.
           PERFORM T40 THRU T40-EXIT.
           IF WPOS NOT = ZERO
              IF WBL-POD(WPOS) NOT = 'L' AND WBL-POD(WPOS) NOT = 'R'
                 MOVE PDJ-STATUT TO WBL-POD(WPOS)
              END-IF
           END-IF.
           PERFORM T26 THRU T26-EXIT.
       T27-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : integration des statuts recus                            *
      *----------------------------------------------------------------*
       T30.
           OPEN EXTEND PODJRN.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT PODJRN
           END-IF.
           OPEN EXTEND RECLIT.
           IF FILE-STATUS5 NOT = ZERO
              OPEN OUTPUT RECLIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE "INTEGRATION DES PREUVES DE LIVRAISON" TO LLIB.
           WRITE LIGNE BEFORE 2.
           MOVE ZERO TO WFINX.
           PERFORM T32 THRU T32-EXIT.
           PERFORM T35 THRU T35-EXIT UNTIL FIN-FICHIER.
           CLOSE PODJRN RECLIT.
       T30-EXIT.
           EXIT.
       T32.
           READ PODIN NEXT RECORD
                AT END MOVE 1 TO WFINX.
       T32-EXIT.
           EXIT.
       T35.
           ADD 1 TO WTOT-LUS.
           MOVE SPACES TO LIGNE.
           MOVE PDI-NBL    TO LNBL.
           MOVE PDI-DATLIV TO LDATE.
           MOVE PDI-STATUT TO LSTATUT.
           MOVE PDI-SRC    TO LSRC.
           IF PDI-STATUT NOT = 'L' AND PDI-STATUT NOT = 'R'
              AND PDI-STATUT NOT = 'A'
              MOVE "REJET : STATUT INCONNU (L/R/A)" TO LLIB
              GO TO T35-REJ
           END-IF.
      * BL absent du statut : retrouve par le SSCC de sa palette
           MOVE PDI-NBL TO WNBL.
           IF WNBL = ZERO
              PERFORM T37 THRU T37-EXIT
                      VARYING WIDX FROM 1 BY 1
                      UNTIL WIDX > WNB-SSC OR WNBL NOT = ZERO
              MOVE WNBL TO LNBL
           END-IF.
           PERFORM T40 THRU T40-EXIT.
           IF WPOS = ZERO
              MOVE "REJET : BL OU SSCC INCONNU DE NOS EXPEDITIONS"
                   TO LLIB
              GO TO T35-REJ
           END-IF.
           MOVE WBL-NCDE(WPOS) TO LNCDE.
           MOVE WBL-NCL(WPOS)  TO LNCL.
           IF WBL-POD(WPOS) = 'L' OR WBL-POD(WPOS) = 'R'
              MOVE "REJET : POD DEJA RECUE POUR CE BL" TO LLIB
              GO TO T35-REJ
           END-IF.
           MOVE SPACES TO PDJ-LIGNE.
           MOVE WNBL           TO PDJ-NBL.
           MOVE WBL-NCDE(WPOS) TO PDJ-NCDE.
           MOVE WBL-NCL(WPOS)  TO PDJ-NCL.
           MOVE PDI-SSCC       TO PDJ-SSCC.
           MOVE PDI-DATLIV     TO PDJ-DATLIV.
           MOVE PDI-HEURE      TO PDJ-HEURE.
           MOVE PDI-STATUT     TO PDJ-STATUT.
           MOVE PDI-SIGNE      TO PDJ-SIGNE.
           MOVE PDI-RESERVE    TO PDJ-RESERVE.
           MOVE PDI-SRC        TO PDJ-SRC.
           MOVE WDATEJOUR      TO PDJ-DATINT.
      * palettes EUR vides rendues au livreur (compte PALC010)
           IF PDI-PALRET NUMERIC
              MOVE PDI-PALRET  TO PDJ-PALRET
           ELSE
              MOVE ZERO        TO PDJ-PALRET
           END-IF.
           WRITE PDJ-LIGNE.
           MOVE PDI-STATUT TO WBL-POD(WPOS).
           ADD 1 TO WTOT-ACC.
           IF PDI-STATUT = 'A'
              MOVE "AVISE - CLIENT ABSENT, BL TOUJOURS EN SUSPENS"
                   TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T35F
           END-IF.
           IF PDI-STATUT = 'L' AND PDI-RESERVE = SPACES
              MOVE "LIVRE SANS RESERVE" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T35F
           END-IF.
           PERFORM T45 THRU T45-EXIT.
           WRITE LIGNE BEFORE 1.
           GO TO T35F.
       T35-REJ.
           ADD 1 TO WTOT-REJ.
           WRITE LIGNE BEFORE 1.
       T35F.
           PERFORM T32 THRU T32-EXIT.
       T35-EXIT.
           EXIT.
       T37.
           IF WSC-SSCC(WIDX) = PDI-SSCC AND PDI-SSCC NOT = SPACES
              MOVE WSC-NBL(WIDX) TO WNBL
           END-IF.
       T37-EXIT.
           EXIT.
      *
      * poste du BL WNBL dans la table (WPOS = 0 si absent)
       T40.
           MOVE ZERO TO WPOS.
           PERFORM T42 THRU T42-EXIT
                   VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-BL OR WPOS NOT = ZERO.
       T40-EXIT.
           EXIT.
       T42.
           IF WBL-NBL(WIDX) = WNBL
              MOVE WIDX TO WPOS
           END-IF.
       T42-EXIT.
           EXIT.
      *
      * reserves ou refus : litige BL dans RECLIT, ouverture de litige
      * a rapprocher de la facture de la commande
       T45.
           MOVE SPACES TO LIT-LIGNE.
           MOVE WNBL           TO LIT-NBL.
           MOVE WBL-NCL(WPOS)  TO LIT-NCL.
           MOVE ZERO           TO LIT-QTEXP LIT-QTREC LIT-QTREF.
           MOVE WDATEJOUR      TO LIT-DATE.
           IF PDI-STATUT = 'R'
              MOVE 'R' TO LIT-NATURE
              MOVE "REFUSE A LA LIVRAISON - LITIGE ENREGISTRE" TO LLIB
              ADD 1 TO WTOT-REF
           ELSE
              MOVE 'V' TO LIT-NATURE
              MOVE "LIVRE AVEC RESERVES - LITIGE ENREGISTRE" TO LLIB
              ADD 1 TO WTOT-RES
           END-IF.
           WRITE LIT-LIGNE.
           IF WNB-LIT < 2000
              ADD 1 TO WNB-LIT
              MOVE WNBL           TO WLT-NBL(WNB-LIT)
              MOVE WBL-NCDE(WPOS) TO WLT-NCDE(WNB-LIT)
              MOVE WBL-NCL(WPOS)  TO WLT-NCL(WNB-LIT)
              MOVE PDI-STATUT     TO WLT-STATUT(WNB-LIT)
              MOVE PDI-RESERVE    TO WLT-RESERVE(WNB-LIT)
              MOVE ZERO           TO WLT-NFAC(WNB-LIT)
           END-IF.
       T45-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : facture de la commande de chaque litige (un passage      *
      *       FFACTURE) puis ouverture LITMVT ou litige a ouvrir       *
      *----------------------------------------------------------------*
       T60.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS7 = ZERO
              MOVE ZERO TO WFINX
              PERFORM T62 THRU T62-EXIT
              PERFORM T64 THRU T64-EXIT UNTIL FIN-FICHIER
              CLOSE FFACTURE
           END-IF.
           OPEN EXTEND LITMVT.
           IF FILE-STATUS6 NOT = ZERO
              OPEN OUTPUT LITMVT
           END-IF.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "LITIGES DE LIVRAISON (RESERVES ET REFUS)" TO LLIB.
           WRITE LIGNE BEFORE 2.
           PERFORM T66 THRU T66-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-LIT.
           CLOSE LITMVT.
       T60-EXIT.
           EXIT.
       T62.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINX.
       T62-EXIT.
           EXIT.
       T64.
           IF FBNCDE(1:7) NUMERIC
              AND FBCFA NOT = 5 AND FBCFA NOT = 6 AND FBCFA NOT = 7
              MOVE FBNCDE(1:7) TO WNCDE
              PERFORM T65 THRU T65-EXIT
                      VARYING WPOS FROM 1 BY 1 UNTIL WPOS > WNB-LIT
           END-IF.
           PERFORM T62 THRU T62-EXIT.
       T64-EXIT.
           EXIT.
       T65.
           IF WLT-NCDE(WPOS) = WNCDE
              MOVE FBCLE-CDESUP TO WLT-NFAC(WPOS)
           END-IF.
       T65-EXIT.
           EXIT.
       T66.
           MOVE SPACES TO LIGNE.
           MOVE WLT-NBL(WIDX)    TO LNBL.
           MOVE WLT-NCDE(WIDX)   TO LNCDE.
           MOVE WLT-NCL(WIDX)    TO LNCL.
           MOVE WLT-STATUT(WIDX) TO LSTATUT.
           IF WLT-NFAC(WIDX) = ZERO
              MOVE "COMMANDE NON FACTUREE - LITIGE A OUVRIR EN FACTURE"
                TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T66-EXIT
           END-IF.
           MOVE SPACES TO LMV-LIGNE.
           MOVE 'C'              TO LMV-TYPE.
           MOVE WLT-NFAC(WIDX)   TO LMV-NFAC.
           MOVE 'PO'             TO LMV-MOTIF.
           MOVE ZERO             TO LMV-MONTANT.
           MOVE 'POD'            TO LMV-RESP.
           MOVE 'O'              TO LMV-STATUT.
           MOVE WDATEJOUR        TO LMV-DATE.
           MOVE WLT-NBL(WIDX)    TO LMV-NBL.
           IF WLT-STATUT(WIDX) = 'R'
              MOVE "REFUS A LA LIVRAISON" TO LMV-LIB
           ELSE
              MOVE WLT-RESERVE(WIDX) TO LMV-LIB
           END-IF.
           WRITE LMV-LIGNE.
           ADD 1 TO WTOT-LMV.
           STRING "OUVERTURE DE LITIGE SUR FACTURE " WLT-NFAC(WIDX)
                  DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE 1.
       T66-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : BL expedies depuis plus de NBJPOD jours sans POD         *
      *----------------------------------------------------------------*
       T80.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "BL SANS PREUVE DE LIVRAISON APRES " WNBJPOD
                  " JOURS" DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE 2.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-BL.
       T80-EXIT.
           EXIT.
       T82.
           IF WBL-POD(WIDX) = 'L' OR WBL-POD(WIDX) = 'R'
              GO TO T82-EXIT
           END-IF.
           MOVE WBL-DATEXP(WIDX) TO WDATW.
           COMPUTE WDAT-NUM = WDATW-AA * 360 + WDATW-MM * 30
                                            + WDATW-JJ.
           IF WJOUR-NUM - WDAT-NUM NOT > WNBJPOD
              GO TO T82-EXIT
           END-IF.
           ADD 1 TO WTOT-SANS.
           MOVE SPACES TO LIGNE.
           MOVE WBL-NBL(WIDX)    TO LNBL.
           MOVE WBL-NCDE(WIDX)   TO LNCDE.
           MOVE WBL-NCL(WIDX)    TO LNCL.
           MOVE WBL-DATEXP(WIDX) TO LDATE.
           MOVE WBL-POD(WIDX)    TO LSTATUT.
           IF WBL-POD(WIDX) = 'A'
              MOVE "AVISE SEULEMENT - A RELANCER" TO LLIB
           ELSE
              MOVE "AUCUNE PREUVE DE LIVRAISON" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
       T82-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE WTOT-LUS TO LNBL.
           MOVE "TOTAL STATUTS RECUS" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ACC TO LNBL.
           MOVE "TOTAL STATUTS INTEGRES AU JOURNAL PODJRN" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LNBL.
           MOVE "TOTAL STATUTS REJETES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-RES TO LNBL.
           MOVE "TOTAL LIVRAISONS AVEC RESERVES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REF TO LNBL.
           MOVE "TOTAL LIVRAISONS REFUSEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LMV TO LNBL.
           MOVE "TOTAL LITIGES OUVERTS DANS LITMVT" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-SANS TO LNBL.
           MOVE "TOTAL BL SANS PREUVE DE LIVRAISON" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
