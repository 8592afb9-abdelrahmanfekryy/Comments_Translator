      *DD9172 15/10/26 anes Creation - information CO2 des prestations
      *                     de transport : emissions de chaque BL du
      *                     jour (FBLIVJOUR) estimees par vehicule
      *                     (transporteur x zone de livraison, facteur
      *                     CO2TRA, distance ZONLIV) et reparties au
      *                     prorata du poids brut, journal permanent
      *                     CO2JRN, fiche CO2 jointe au BL des clients
      *                     qui l'ont demandee (CO2CLI)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CO2C010.
      *
      ******************************************************************
      * GPICMT    Information CO2 des BL du jour :                      *
      *           - FBLIVJOUR : les BL du jour (entete E : client       *
      *             livre, commande ; enregistrements C : transporteur  *
      *             et poids brut de chaque palette, cumule depuis      *
      *             ARTCOLIS par EXPDC020)                              *
      *           - CLILIV / ZONLIV : code postal du client livre et    *
      *             zone de livraison (prefixe le plus long, cf         *
      *             EXPDC040) ; ZONLIV porte la distance du depot a la  *
      *             zone en km                                          *
      *           - CO2TRA : par transporteur, le mode (RT route, MS    *
      *             messagerie, FE fer...) et le facteur d'emission du  *
      *             vehicule en grammes de CO2e par km ; la ligne       *
      *             transporteur *** donne le facteur par defaut        *
      *           - CO2CLI : les clients qui demandent l'information    *
      *             CO2 sur leurs BL et leurs factures                  *
      *           Les BL d'un meme transporteur pour une meme zone      *
      *           partagent un vehicule dont le trajet (aller-retour,   *
      *           retour a vide compris) emet 2 x distance x facteur ;  *
      *           chaque BL en porte la part de son poids brut (a       *
      *           poids nul, parts egales).  Le resultat en kg CO2e     *
      *           est ecrit au journal CO2JRN (un BL deja au journal    *
      *           n'est pas repris), lu par la facturation (co2bl1)     *
      *           et par les releves CO2C020 ; un BL sans facteur ou    *
      *           sans distance est signale et reste hors journal       *
      *           jusqu'a correction des tables.  Pour les clients      *
      *           CO2CLI une fiche d'information par BL sort sur        *
      *           l'etat co2bl, a joindre au BL.                        *
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
           SELECT CLILIV ASSIGN TO CLI-LIV
                       organization line sequential
                       file status is file-status2.
      *
           SELECT ZONLIV ASSIGN TO ZON-LIV
                       organization line sequential
                       file status is file-status3.
      *
           SELECT CO2TRA ASSIGN TO CO2-TRA
                       organization line sequential
                       file status is file-status4.
      *
           SELECT CO2CLI ASSIGN TO CO2-CLI
                       organization line sequential
                       file status is file-status5.
      *
           SELECT CO2JRN ASSIGN TO CO2-JRN
                       organization line sequential
                       file status is file-status6.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           SELECT ETAT2 ASSIGN TO wlabel-etat2
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
           02 FILLER             PIC X.
           02 BLJC-PTSADR        PIC 9(6).
           02 FILLER             PIC X(20).
      *
       FD  CLILIV
                DATA RECORD CLV-LIGNE.
       01  CLV-LIGNE.
           02 CLV-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CLV-CP             PIC X(5).
           02 FILLER             PIC X.
           02 CLV-HDEB           PIC 9(4).
           02 FILLER             PIC X.
           02 CLV-HFIN           PIC 9(4).
      *
      * zones de livraison, distance du depot en fin de ligne
       FD  ZONLIV
                DATA RECORD ZON-LIGNE.
       01  ZON-LIGNE.
           02 ZON-CP             PIC X(5).
           02 FILLER             PIC X.
           02 ZON-CODE           PIC X(3).
           02 FILLER             PIC X.
           02 ZON-LIB            PIC X(20).
           02 FILLER             PIC X.
           02 ZON-KM             PIC 9(4).
      *
      * facteurs d'emission par transporteur (tenus par les achats
      * transport) : grammes de CO2e par km parcouru par le vehicule
       FD  CO2TRA
                DATA RECORD CTA-LIGNE.
       01  CTA-LIGNE.
           02 CTA-TRANS          PIC X(3).
           02 FILLER             PIC X.
           02 CTA-MODE           PIC XX.
           02 FILLER             PIC X.
           02 CTA-FACT           PIC 9(5).
           02 FILLER             PIC X.
           02 CTA-LIB            PIC X(20).
      *
       FD  CO2CLI
                DATA RECORD CCL-LIGNE.
       01  CCL-LIGNE.
           02 CCL-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CCL-LIB            PIC X(30).
      *
      * journal permanent CO2 : une ligne par BL (lu par co2bl1 et
      * CO2C020)
       FD  CO2JRN
                DATA RECORD CJ-LIGNE.
       01  CJ-LIGNE.
           02 CJ-NBL             PIC 9(7).
           02 FILLER             PIC X.
           02 CJ-NCDE            PIC 9(7).
           02 FILLER             PIC X.
           02 CJ-NCL             PIC 9(6).
           02 FILLER             PIC X.
           02 CJ-DATE            PIC 9(6).
           02 FILLER             PIC X.
           02 CJ-TRANS           PIC X(3).
           02 FILLER             PIC X.
           02 CJ-MODE            PIC XX.
           02 FILLER             PIC X.
           02 CJ-ZONE            PIC X(3).
           02 FILLER             PIC X.
           02 CJ-KM              PIC 9(4).
           02 FILLER             PIC X.
           02 CJ-POIDS           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 CJ-CO2             PIC 9(6)V99.
           02 FILLER             PIC X.
           02 CJ-DATINT          PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNBL                 PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LTRANS               PIC X(3).
           02 FILLER               PIC X(2).
           02 LZONE                PIC X(3).
           02 FILLER               PIC X(2).
           02 LKM                  PIC ZZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LPOIDS               PIC ZZZZZZ9.99 blank zero.
           02 FILLER               PIC X(2).
           02 LCO2                 PIC ZZZZZ9.99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(50).
      *
       FD  ETAT2
                DATA RECORD LIGNE2
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE2                 PIC X(132).
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
       01  file-status6           PIC XX.
       01  WFINB                  PIC 9 value zero.
           88 FIN-FBLIVJOUR       value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-CLILIV          value 1.
       01  WFINZ                  PIC 9 value zero.
           88 FIN-ZONLIV          value 1.
       01  WFINT                  PIC 9 value zero.
           88 FIN-CO2TRA          value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-CO2CLI          value 1.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-CO2JRN          value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
      **** zones de livraison (prefixe de code postal) et distance
       01  WTZON.
           02 WTZON-E OCCURS 500.
              03 WZO-CP           PIC X(5).
              03 WZO-LG           PIC 9.
              03 WZO-CODE         PIC X(3).
              03 WZO-KM           PIC 9(4).
       01  WNB-ZON                PIC 9(3) VALUE ZERO.
       01  WIDXZ                  PIC 9(3).
       01  WLG                    PIC 9.
       01  WLG-MAX                PIC 9.
       01  WCP-TRT                PIC X(5).
      *
      **** code postal par client livre
       01  WTCLV.
           02 WTCLV-E OCCURS 5000.
              03 WCV-NCL          PIC 9(6).
              03 WCV-CP           PIC X(5).
       01  WNB-CLV                PIC 9(4) VALUE ZERO.
       01  WIDXV                  PIC 9(4).
      *
      **** facteurs d'emission par transporteur
       01  WTFAC.
           02 WTFAC-E OCCURS 200.
              03 WFA-TRANS        PIC X(3).
              03 WFA-MODE         PIC XX.
              03 WFA-FACT         PIC 9(5).
       01  WNB-FAC                PIC 9(3) VALUE ZERO.
       01  WIDXF                  PIC 9(3).
      *
      **** clients demandeurs de l'information CO2
       01  WTCCL.
           02 WTCCL-E OCCURS 2000.
              03 WCC-NCL          PIC 9(6).
       01  WNB-CCL                PIC 9(4) VALUE ZERO.
       01  WIDXL                  PIC 9(4).
      *
      **** BL deja au journal CO2
       01  WTDEJ.
           02 WTDEJ-E OCCURS 60000.
              03 WDJ-NBL          PIC 9(7).
       01  WNB-DEJ                PIC 9(5) VALUE ZERO.
       01  WIDXD                  PIC 9(5).
      *
      **** BL du jour : poids brut, vehicule, part d'emissions
       01  WTBL.
           02 WTBL-E OCCURS 5000.
              03 WBL-NBL          PIC 9(7).
              03 WBL-NCDE         PIC 9(7).
              03 WBL-NCL          PIC 9(6).
              03 WBL-DATE         PIC 9(6).
              03 WBL-TRANS        PIC X(3).
              03 WBL-POIDS        PIC 9(7)V99.
              03 WBL-ZONE         PIC 9(3).
              03 WBL-FAC          PIC 9(3).
              03 WBL-VEH          PIC 9(4).
              03 WBL-CO2          PIC 9(6)V99.
       01  WNB-BL                 PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
      *
      **** vehicules du jour : transporteur x zone
       01  WTVEH.
           02 WTVEH-E OCCURS 2000.
              03 WVE-TRANS        PIC X(3).
              03 WVE-ZONE         PIC 9(3).
              03 WVE-NBBL         PIC 9(4).
              03 WVE-POIDS        PIC 9(8)V99.
              03 WVE-CO2          PIC 9(7)V99.
       01  WNB-VEH                PIC 9(4) VALUE ZERO.
       01  WIDXH                  PIC 9(4).
       01  WTRV                   PIC 9.
       01  WDEF-FAC               PIC 9(3) VALUE ZERO.
       01  WCO2-CLI               PIC X.
      *
      **** fiche d'information CO2 (etat co2bl)
       01  WED-POIDS              PIC ZZZZZZ9.99.
       01  WED-CO2                PIC ZZZZZ9.99.
       01  WED-KM                 PIC ZZZ9.
       01  WED-FACT               PIC ZZZZ9.
      *
       01  WTOT-BL                PIC 9(5) VALUE ZERO.
       01  WTOT-DEJA              PIC 9(5) VALUE ZERO.
       01  WTOT-REJ               PIC 9(5) VALUE ZERO.
       01  WTOT-FIC               PIC 9(5) VALUE ZERO.
       01  WTOT-CO2               PIC 9(8)V99 VALUE ZERO.
       01  WED-TOTCO2             PIC ZZZZZZZ9.99.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : tables, BL du jour, vehicules, repartition et journal    *
      *----------------------------------------------------------------*
       T10.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'co2c010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'co2bl.'
                  var-data delimited by ' '
                                     into wlabel-etat2.
           OPEN OUTPUT ETAT1.
           OPEN OUTPUT ETAT2.
           OPEN INPUT FBLIVJOUR.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE FICHIER BL DU JOUR, AUCUN CALCUL CO2"
              CLOSE ETAT1 ETAT2
              STOP RUN
           END-IF.
           OPEN INPUT CO2TRA.
           IF FILE-STATUS4 = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T21 THRU T21-EXIT UNTIL FIN-CO2TRA
              CLOSE CO2TRA
           END-IF.
           OPEN INPUT ZONLIV.
           IF FILE-STATUS3 = ZERO
              PERFORM T22 THRU T22-EXIT
              PERFORM T23 THRU T23-EXIT UNTIL FIN-ZONLIV
              CLOSE ZONLIV
           END-IF.
           OPEN INPUT CLILIV.
           IF FILE-STATUS2 = ZERO
              PERFORM T24 THRU T24-EXIT
              PERFORM T25 THRU T25-EXIT UNTIL FIN-CLILIV
              CLOSE CLILIV
           END-IF.
           OPEN INPUT CO2CLI.
           IF FILE-STATUS5 = ZERO
              PERFORM T26 THRU T26-EXIT
              PERFORM T27 THRU T27-EXIT UNTIL FIN-CO2CLI
              CLOSE CO2CLI
           END-IF.
           OPEN INPUT CO2JRN.
           IF FILE-STATUS6 = ZERO
              PERFORM T28 THRU T28-EXIT
              PERFORM T29 THRU T29-EXIT UNTIL FIN-CO2JRN
              CLOSE CO2JRN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-FBLIVJOUR.
           CLOSE FBLIVJOUR.
      * zone, facteur et vehicule de chaque BL, puis emissions du
      * vehicule reparties sur ses BL
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-BL.
           PERFORM T46 THRU T46-EXIT
                   VARYING WIDXH FROM 1 BY 1 UNTIL WIDXH > WNB-VEH.
           OPEN EXTEND CO2JRN.
           IF FILE-STATUS6 NOT = ZERO
              OPEN OUTPUT CO2JRN
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE "INFORMATION CO2 DES BL DU JOUR" TO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "BL       CLIENT  TRS  ZON  KM     POIDS KG     KG CO2E"
                TO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-BL.
           CLOSE CO2JRN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1 ETAT2.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T29 : chargement des tables                                *
      *----------------------------------------------------------------*
       T20.
           READ CO2TRA NEXT RECORD
                AT END MOVE 1 TO WFINT.
       T20-EXIT.
           EXIT.
       T21.
           IF CTA-FACT NOT NUMERIC
              GO TO T21F
           END-IF.
           IF WNB-FAC = 200
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE CO2TRA PLEINE, TRANSPORTEUR " CTA-TRANS
                      " IGNORE"
              GO TO T21F
           END-IF.
           ADD 1 TO WNB-FAC.
           MOVE CTA-TRANS TO WFA-TRANS(WNB-FAC).
           MOVE CTA-MODE  TO WFA-MODE(WNB-FAC).
           MOVE CTA-FACT  TO WFA-FACT(WNB-FAC).
           IF CTA-TRANS = "***"
              MOVE WNB-FAC TO WDEF-FAC
           END-IF.
       T21F.
           PERFORM T20 THRU T20-EXIT.
       T21-EXIT.
           EXIT.
      *
       T22.
           READ ZONLIV NEXT RECORD
                AT END MOVE 1 TO WFINZ.
       T22-EXIT.
           EXIT.
       T23.
           IF WNB-ZON < 500
              ADD 1 TO WNB-ZON
              MOVE ZON-CP   TO WZO-CP(WNB-ZON)
              MOVE ZON-CODE TO WZO-CODE(WNB-ZON)
              IF ZON-KM NUMERIC
                 MOVE ZON-KM TO WZO-KM(WNB-ZON)
              ELSE
                 MOVE ZERO   TO WZO-KM(WNB-ZON)
              END-IF
              MOVE ZERO TO WLG
              INSPECT ZON-CP TALLYING WLG
                      FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE WLG TO WZO-LG(WNB-ZON)
           END-IF.
           PERFORM T22 THRU T22-EXIT.
       T23-EXIT.
           EXIT.
      *
       T24.
           READ CLILIV NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T24-EXIT.
           EXIT.
       T25.
           IF WNB-CLV < 5000
              ADD 1 TO WNB-CLV
              MOVE CLV-NCL TO WCV-NCL(WNB-CLV)
              MOVE CLV-CP  TO WCV-CP(WNB-CLV)
           END-IF.
           PERFORM T24 THRU T24-EXIT.
       T25-EXIT.
           EXIT.
      *
       T26.
           READ CO2CLI NEXT RECORD
                AT END MOVE 1 TO WFINL.
       T26-EXIT.
           EXIT.
       T27.
           IF WNB-CCL < 2000
              ADD 1 TO WNB-CCL
              MOVE CCL-NCL TO WCC-NCL(WNB-CCL)
           END-IF.
           PERFORM T26 THRU T26-EXIT.
       T27-EXIT.
           EXIT.
      *
       T28.
           READ CO2JRN NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T28-EXIT.
           EXIT.
       T29.
           IF WNB-DEJ = 60000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE JOURNAL CO2 PLEINE, RUN ABANDONNE"
              CLOSE ETAT1 ETAT2
              STOP RUN
           END-IF.
           ADD 1 TO WNB-DEJ.
           MOVE CJ-NBL TO WDJ-NBL(WNB-DEJ).
           PERFORM T28 THRU T28-EXIT.
       T29-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : BL du jour ; le poids brut et le transporteur        *
      *           viennent des palettes (enregistrements C)            *
      *----------------------------------------------------------------*
       T30.
           READ FBLIVJOUR NEXT RECORD
                AT END MOVE 1 TO WFINB.
       T30-EXIT.
           EXIT.
       T32.
           IF BLJ-TYPE = 'E'
              IF WNB-BL = 5000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE BL PLEINE, RUN ABANDONNE"
                 CLOSE ETAT1 ETAT2
                 STOP RUN
              END-IF
              ADD 1 TO WNB-BL
              MOVE BLJE-NBL    TO WBL-NBL(WNB-BL)
              MOVE BLJE-NCDE   TO WBL-NCDE(WNB-BL)
              MOVE BLJE-NCLLIV TO WBL-NCL(WNB-BL)
              MOVE BLJE-DATEXP TO WBL-DATE(WNB-BL)
              MOVE SPACES      TO WBL-TRANS(WNB-BL)
              MOVE ZERO        TO WBL-POIDS(WNB-BL) WBL-ZONE(WNB-BL)
                                  WBL-FAC(WNB-BL) WBL-VEH(WNB-BL)
                                  WBL-CO2(WNB-BL)
           ELSE
              IF BLJ-TYPE = 'C' AND WNB-BL NOT = ZERO
                 IF WBL-TRANS(WNB-BL) = SPACES
                    MOVE BLJC-TRANS TO WBL-TRANS(WNB-BL)
                 END-IF
                 IF BLJC-POIDS NUMERIC
                    ADD BLJC-POIDS TO WBL-POIDS(WNB-BL)
                 END-IF
              END-IF
           END-IF.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : zone du client livre, facteur du transporteur et         *
      *       vehicule (transporteur x zone) du BL                     *
      *----------------------------------------------------------------*
       T40.
           MOVE SPACES TO WCP-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T40-CLV VARYING WIDXV FROM 1 BY 1
                   UNTIL WIDXV > WNB-CLV OR WTRV = 1.
           MOVE ZERO TO WLG-MAX.
           IF WCP-TRT NOT = SPACES
              PERFORM T42 THRU T42-EXIT
                      VARYING WIDXZ FROM 1 BY 1 UNTIL WIDXZ > WNB-ZON
           END-IF.
           MOVE WDEF-FAC TO WBL-FAC(WIDX).
           MOVE ZERO TO WTRV.
           PERFORM T40-FAC VARYING WIDXF FROM 1 BY 1
                   UNTIL WIDXF > WNB-FAC OR WTRV = 1.
           IF WBL-ZONE(WIDX) = ZERO OR WBL-FAC(WIDX) = ZERO
              GO TO T40-EXIT
           END-IF.
           IF WZO-KM(WBL-ZONE(WIDX)) = ZERO
              GO TO T40-EXIT
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T40-VEH VARYING WIDXH FROM 1 BY 1
                   UNTIL WIDXH > WNB-VEH OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-VEH = 2000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE VEHICULES PLEINE, BL " WBL-NBL(WIDX)
                         " SANS CO2"
                 GO TO T40-EXIT
              END-IF
              ADD 1 TO WNB-VEH
              MOVE WNB-VEH          TO WIDXH
              MOVE WBL-TRANS(WIDX)  TO WVE-TRANS(WIDXH)
              MOVE WBL-ZONE(WIDX)   TO WVE-ZONE(WIDXH)
              MOVE ZERO             TO WVE-NBBL(WIDXH)
                                       WVE-POIDS(WIDXH)
      * trajet du vehicule : aller-retour depot / zone
              COMPUTE WVE-CO2(WIDXH) ROUNDED =
                      2 * WZO-KM(WBL-ZONE(WIDX))
                        * WFA-FACT(WBL-FAC(WIDX)) / 1000
           ELSE
              SUBTRACT 1 FROM WIDXH
           END-IF.
           MOVE WIDXH TO WBL-VEH(WIDX).
           ADD 1 TO WVE-NBBL(WIDXH).
           ADD WBL-POIDS(WIDX) TO WVE-POIDS(WIDXH).
       T40-EXIT.
           EXIT.
       T40-CLV.
           IF WCV-NCL(WIDXV) = WBL-NCL(WIDX)
              MOVE 1 TO WTRV
              MOVE WCV-CP(WIDXV) TO WCP-TRT
           END-IF.
       T40-FAC.
           IF WFA-TRANS(WIDXF) = WBL-TRANS(WIDX)
              MOVE 1 TO WTRV
              MOVE WIDXF TO WBL-FAC(WIDX)
           END-IF.
       T40-VEH.
           IF WVE-TRANS(WIDXH) = WBL-TRANS(WIDX)
              AND WVE-ZONE(WIDXH) = WBL-ZONE(WIDX)
              MOVE 1 TO WTRV
           END-IF.
      *
      * zone du code postal : le prefixe le plus long l'emporte
       T42.
           IF WZO-LG(WIDXZ) = ZERO OR WZO-LG(WIDXZ) NOT > WLG-MAX
              GO TO T42-EXIT
           END-IF.
           MOVE WZO-LG(WIDXZ) TO WLG.
           IF WCP-TRT(1:WLG) = WZO-CP(WIDXZ)(1:WLG)
              MOVE WLG   TO WLG-MAX
              MOVE WIDXZ TO WBL-ZONE(WIDX)
           END-IF.
       T42-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T46 : emissions du vehicule reparties sur ses BL au prorata    *
      *       du poids brut (parts egales si aucun poids)              *
      *----------------------------------------------------------------*
       T46.
           PERFORM T48 THRU T48-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-BL.
       T46-EXIT.
           EXIT.
       T48.
           IF WBL-VEH(WIDX) NOT = WIDXH
              GO TO T48-EXIT
           END-IF.
           IF WVE-POIDS(WIDXH) = ZERO
              COMPUTE WBL-CO2(WIDX) ROUNDED =
                      WVE-CO2(WIDXH) / WVE-NBBL(WIDXH)
           ELSE
              COMPUTE WBL-CO2(WIDX) ROUNDED =
                      WVE-CO2(WIDXH) * WBL-POIDS(WIDX)
                                     / WVE-POIDS(WIDXH)
           END-IF.
       T48-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : edition du BL, journal CO2 et fiche du client demandeur  *
      *----------------------------------------------------------------*
       T50.
           MOVE SPACES TO LIGNE.
           MOVE WBL-NBL(WIDX)   TO LNBL.
           MOVE WBL-NCL(WIDX)   TO LNCL.
           MOVE WBL-TRANS(WIDX) TO LTRANS.
           MOVE WBL-POIDS(WIDX) TO LPOIDS.
           IF WBL-ZONE(WIDX) NOT = ZERO
              MOVE WZO-CODE(WBL-ZONE(WIDX)) TO LZONE
              MOVE WZO-KM(WBL-ZONE(WIDX))   TO LKM
           END-IF.
           IF WBL-VEH(WIDX) = ZERO
              ADD 1 TO WTOT-REJ
              IF WBL-ZONE(WIDX) = ZERO
                 MOVE "ZONE INCONNUE (CLILIV/ZONLIV), SANS CO2" TO LLIB
              ELSE
                 IF WBL-FAC(WIDX) = ZERO
                    MOVE "TRANSPORTEUR SANS FACTEUR CO2TRA" TO LLIB
                 ELSE
                    MOVE "DISTANCE DE LA ZONE NON RENSEIGNEE" TO LLIB
                 END-IF
              END-IF
              WRITE LIGNE BEFORE 1
              GO TO T50-EXIT
           END-IF.
           MOVE WBL-CO2(WIDX) TO LCO2.
           MOVE ZERO TO WTRV.
           PERFORM T50-DEJ VARYING WIDXD FROM 1 BY 1
                   UNTIL WIDXD > WNB-DEJ OR WTRV = 1.
           IF WTRV = 1
              ADD 1 TO WTOT-DEJA
              MOVE "BL DEJA AU JOURNAL CO2" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T50-EXIT
           END-IF.
           MOVE SPACES TO CJ-LIGNE.
           MOVE WBL-NBL(WIDX)            TO CJ-NBL.
           MOVE WBL-NCDE(WIDX)           TO CJ-NCDE.
           MOVE WBL-NCL(WIDX)            TO CJ-NCL.
           MOVE WBL-DATE(WIDX)           TO CJ-DATE.
           MOVE WBL-TRANS(WIDX)          TO CJ-TRANS.
           MOVE WFA-MODE(WBL-FAC(WIDX))  TO CJ-MODE.
           MOVE WZO-CODE(WBL-ZONE(WIDX)) TO CJ-ZONE.
           MOVE WZO-KM(WBL-ZONE(WIDX))   TO CJ-KM.
           MOVE WBL-POIDS(WIDX)          TO CJ-POIDS.
           MOVE WBL-CO2(WIDX)            TO CJ-CO2.
           MOVE WDATEJOUR                TO CJ-DATINT.
           WRITE CJ-LIGNE.
           ADD 1 TO WTOT-BL.
           ADD WBL-CO2(WIDX) TO WTOT-CO2.
           MOVE ZERO TO WTRV.
           PERFORM T50-CCL VARYING WIDXL FROM 1 BY 1
                   UNTIL WIDXL > WNB-CCL OR WTRV = 1.
           IF WTRV = 1
              MOVE "FICHE CO2 A JOINDRE AU BL" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
           IF WTRV = 1
              PERFORM T60 THRU T60-EXIT
           END-IF.
       T50-EXIT.
           EXIT.
       T50-DEJ.
           IF WDJ-NBL(WIDXD) = WBL-NBL(WIDX)
              MOVE 1 TO WTRV
           END-IF.
       T50-CCL.
           IF WCC-NCL(WIDXL) = WBL-NCL(WIDX)
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T60 : fiche d'information CO2 du BL (une page, jointe au BL)   *
      *----------------------------------------------------------------*
       T60.
           ADD 1 TO WTOT-FIC.
           MOVE SPACES TO LIGNE2.
           MOVE "INFORMATION CO2 DE LA PRESTATION DE TRANSPORT"
                TO LIGNE2.
           WRITE LIGNE2 BEFORE 3.
           MOVE SPACES TO LIGNE2.
           STRING "BL " WBL-NBL(WIDX) "   COMMANDE " WBL-NCDE(WIDX)
                  "   CLIENT " WBL-NCL(WIDX) "   DU " WBL-DATE(WIDX)
                  DELIMITED BY SIZE INTO LIGNE2.
           WRITE LIGNE2 BEFORE 2.
           MOVE WZO-KM(WBL-ZONE(WIDX))  TO WED-KM.
           MOVE SPACES TO LIGNE2.
           STRING "TRANSPORTEUR " WBL-TRANS(WIDX)
                  "   MODE " WFA-MODE(WBL-FAC(WIDX))
                  "   ZONE " WZO-CODE(WBL-ZONE(WIDX))
                  "   DISTANCE " WED-KM " KM"
                  DELIMITED BY SIZE INTO LIGNE2.
           WRITE LIGNE2 BEFORE 1.
           MOVE WBL-POIDS(WIDX) TO WED-POIDS.
           MOVE SPACES TO LIGNE2.
           STRING "POIDS BRUT TRANSPORTE      " WED-POIDS " KG"
                  DELIMITED BY SIZE INTO LIGNE2.
           WRITE LIGNE2 BEFORE 1.
           MOVE WBL-CO2(WIDX) TO WED-CO2.
           MOVE SPACES TO LIGNE2.
           STRING "EMISSIONS ESTIMEES          " WED-CO2 " KG CO2E"
                  DELIMITED BY SIZE INTO LIGNE2.
           WRITE LIGNE2 BEFORE 2.
           MOVE WFA-FACT(WBL-FAC(WIDX)) TO WED-FACT.
           MOVE SPACES TO LIGNE2.
           STRING "FACTEUR VEHICULE " WED-FACT
                  " G CO2E/KM, TRAJET ALLER-RETOUR, VEHICULE PARTAGE"
                  DELIMITED BY SIZE INTO LIGNE2.
           WRITE LIGNE2 BEFORE 1.
           MOVE SPACES TO LIGNE2.
           MOVE "ENTRE SES BL AU PRORATA DU POIDS BRUT" TO LIGNE2.
           WRITE LIGNE2 BEFORE PAGE.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-BL TO LNBL.
           MOVE "TOTAL BL PORTES AU JOURNAL CO2" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEJA TO LNBL.
           MOVE "TOTAL BL DEJA AU JOURNAL" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-REJ TO LNBL.
           MOVE "TOTAL BL SANS CO2 (TABLES A COMPLETER)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-FIC TO LNBL.
           MOVE "TOTAL FICHES CO2 JOINTES AUX BL" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE WTOT-CO2 TO WED-TOTCO2.
           MOVE SPACES TO LIGNE.
           STRING "TOTAL EMISSIONS DU JOUR " WED-TOTCO2 " KG CO2E"
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
