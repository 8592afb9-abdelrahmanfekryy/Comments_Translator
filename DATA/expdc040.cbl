      *DD9166 15/10/26 anes Creation - plan de tournees de la flotte
      *                     propre : les BL du jour (FBLIVJOUR) livres
      *                     par nos camions sont regroupes par zone de
      *                     livraison (ZONLIV sur le code postal du
      *                     client livre), charges dans la limite de
      *                     poids et de palettes du camion (FLOTTE) en
      *                     respectant le creneau du client (CLILIV) et
      *                     le rendez-vous plateforme (RDVLIV) - ordre
      *                     de chargement, feuille de route emargee par
      *                     arret et liste des BL non planifies
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPDC040.
      *
      ******************************************************************
      * GPICMT    Plan de tournees de la flotte propre :                *
      *           - FLOTTE : les camions (code, transporteur interne    *
      *             sous lequel CLITRANS affecte les clients livres     *
      *             par nos soins, charge utile en kg, nombre de        *
      *             palettes, heure de depart, minutes par arret        *
      *             trajet compris, libelle) ; l'ordre du fichier est   *
      *             l'ordre d'affectation des camions                   *
      *           - ZONLIV : les zones de livraison (prefixe de code    *
      *             postal, departement sur 2 ou plus fin, code et      *
      *             libelle) ; le prefixe le plus long l'emporte et     *
      *             l'ordre du fichier est l'ordre de depart des zones  *
      *           - CLILIV : par client livre, code postal et creneau   *
      *             de reception (heures debut/fin, zero = libre)       *
      *           - RDVLIV : le rendez-vous plateforme de la commande   *
      *             remplace le creneau (arrivee au plus tard a         *
      *             l'heure du rendez-vous)                             *
      *           - FBLIVJOUR : les BL du jour ; l'enregistrement C     *
      *             porte la palette (SSCC, transporteur, poids brut    *
      *             cumule par EXPDC020 depuis ARTCOLIS)                *
      *           Seuls les BL dont le transporteur est celui d'un      *
      *           camion de FLOTTE sont planifies.  Les arrets sont     *
      *           pris zone par zone, au plus pressant d'abord ; un     *
      *           arret va au camion deja dans sa zone qui a encore     *
      *           la place et arrive dans le creneau, sinon au premier  *
      *           camion vide, sinon il sort en non planifie avec son   *
      *           motif.  Par camion : ordre de chargement (dernier     *
      *           arret charge en premier) puis feuille de route avec   *
      *           ligne d'emargement par arret.                         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLOTTE ASSIGN TO FLO-TTE
                       organization line sequential
                       file status is file-status.
      *
           SELECT ZONLIV ASSIGN TO ZON-LIV
                       organization line sequential
                       file status is file-status2.
      *
           SELECT CLILIV ASSIGN TO CLI-LIV
                       organization line sequential
                       file status is file-status3.
      *
           SELECT RDVLIV ASSIGN TO RDV-LIV
                       organization line sequential
                       file status is file-status4.
      *
           SELECT FBLIVJOUR ASSIGN TO FBL-IVJOUR
                       organization line sequential
                       file status is file-status5.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FLOTTE
                DATA RECORD FLO-LIGNE.
       01  FLO-LIGNE.
           02 FLO-CAM            PIC X(4).
           02 FILLER             PIC X.
           02 FLO-TRANS          PIC X(3).
           02 FILLER             PIC X.
           02 FLO-POIDS          PIC 9(5).
           02 FILLER             PIC X.
           02 FLO-NBPAL          PIC 9(2).
           02 FILLER             PIC X.
           02 FLO-HDEP           PIC 9(4).
           02 FILLER             PIC X.
           02 FLO-ARRET          PIC 9(3).
           02 FILLER             PIC X.
           02 FLO-LIB            PIC X(20).
      *
       FD  ZONLIV
                DATA RECORD ZON-LIGNE.
       01  ZON-LIGNE.
           02 ZON-CP             PIC X(5).
           02 FILLER             PIC X.
           02 ZON-CODE           PIC X(3).
           02 FILLER             PIC X.
           02 ZON-LIB            PIC X(20).
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
       FD  RDVLIV
                DATA RECORD RDV-LIGNE.
       01  RDV-LIGNE.
           02 RDV-NCDE           PIC 9(7).
           02 FILLER             PIC X.
           02 RDV-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 RDV-DATRDV         PIC 9(6).
           02 FILLER             PIC X.
           02 RDV-HEURE          PIC 9(4).
           02 FILLER             PIC X.
           02 RDV-QUAI           PIC X(4).
           02 FILLER             PIC X.
           02 RDV-REF            PIC X(10).
      *
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
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LRANG                PIC ZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LNBL                 PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LCP                  PIC X(5).
           02 FILLER               PIC X(2).
           02 LZONE                PIC X(3).
           02 FILLER               PIC X(2).
           02 LCREN                PIC X(11).
           02 FILLER               PIC X(2).
           02 LHEURE               PIC X(5).
           02 FILLER               PIC X(2).
           02 LNBPAL               PIC ZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LPOIDS               PIC Z(6)9V,99 blank zero.
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
       01  file-status5           PIC XX.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FLOTTE          value 1.
       01  WFINZ                  PIC 9 value zero.
           88 FIN-ZONLIV          value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-CLILIV          value 1.
       01  WFINV                  PIC 9 value zero.
           88 FIN-RDVLIV          value 1.
       01  WFINB                  PIC 9 value zero.
           88 FIN-FBLIVJOUR       value 1.
      *
      **** camions de la flotte propre et leur chargement
       01  WTCAM.
           02 WTCAM-E OCCURS 50.
              03 WCA-CODE         PIC X(4).
              03 WCA-TRANS        PIC X(3).
              03 WCA-POIDS        PIC 9(5).
              03 WCA-NBPAL        PIC 9(2).
              03 WCA-HDEP         PIC 9(4).
              03 WCA-ARRET        PIC 9(3).
              03 WCA-LIB          PIC X(20).
              03 WCA-ZONE         PIC 9(3).
              03 WCA-NBARR        PIC 9(3).
              03 WCA-CHPAL        PIC 9(3).
              03 WCA-CHPOIDS      PIC 9(7)V99.
              03 WCA-HCOUR        PIC 9(4).
       01  WNB-CAM                PIC 9(2) VALUE ZERO.
       01  WIDXC                  PIC 9(2).
      *
      **** zones de livraison (prefixe de code postal)
       01  WTZON.
           02 WTZON-E OCCURS 500.
              03 WZO-CP           PIC X(5).
              03 WZO-LG           PIC 9.
              03 WZO-CODE         PIC X(3).
              03 WZO-LIB          PIC X(20).
       01  WNB-ZON                PIC 9(3) VALUE ZERO.
       01  WIDXZ                  PIC 9(3).
      *
      **** code postal et creneau par client livre
       01  WTCLV.
           02 WTCLV-E OCCURS 5000.
              03 WCV-NCL          PIC 9(6).
              03 WCV-CP           PIC X(5).
              03 WCV-HDEB         PIC 9(4).
              03 WCV-HFIN         PIC 9(4).
       01  WNB-CLV                PIC 9(4) VALUE ZERO.
      *
      **** rendez-vous plateforme par commande
       01  WTRDV.
           02 WTRDV-E OCCURS 2000.
              03 WRV-NCDE         PIC 9(7).
              03 WRV-HEURE        PIC 9(4).
       01  WNB-RDV                PIC 9(4) VALUE ZERO.
      *
      **** arrets : un par BL livre par la flotte propre (heures en
      **** minutes depuis minuit)
       01  WTARR.
           02 WTARR-E OCCURS 2000.
              03 WAR-NBL          PIC 9(7).
              03 WAR-NCL          PIC 9(6).
              03 WAR-CP           PIC X(5).
              03 WAR-ZONE         PIC 9(3).
              03 WAR-RDV          PIC X.
              03 WAR-HDEB         PIC 9(4).
              03 WAR-HFIN         PIC 9(4).
              03 WAR-NBPAL        PIC 9(3).
              03 WAR-POIDS        PIC 9(7)V99.
              03 WAR-CAM          PIC 9(2).
              03 WAR-RANG         PIC 9(3).
              03 WAR-HARR         PIC 9(4).
              03 WAR-FAIT         PIC X.
              03 WAR-MOTIF        PIC X(30).
       01  WNB-ARR                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WIDXA                  PIC 9(4).
      *
      **** palettes des arrets (enregistrements C)
       01  WTPAL.
           02 WTPAL-E OCCURS 3000.
              03 WPL-ARR          PIC 9(4).
              03 WPL-SSCC         PIC X(18).
              03 WPL-POIDS        PIC 9(7)V99.
       01  WNB-PAL                PIC 9(4) VALUE ZERO.
       01  WIDXP                  PIC 9(4).
      *
      **** BL en cours de lecture
       01  WBL-NBL                PIC 9(7).
       01  WBL-NCL                PIC 9(6).
       01  WBL-NCDE               PIC 9(7).
       01  WBL-ARR                PIC 9(4).
       01  WBL-PROPRE             PIC 9.
      *
      **** choix de l'arret suivant et du camion
       01  WCLE                   PIC 9(7).
       01  WCLE-MIN               PIC 9(7).
       01  WPASSE                 PIC 9.
       01  WCAM-TRV               PIC 9(2).
       01  WMOT-CAP               PIC 9.
       01  WMOT-CREN              PIC 9.
       01  WHARR                  PIC 9(4).
       01  WLG                    PIC 9.
       01  WLG-MAX                PIC 9.
       01  WRANG                  PIC 9(3).
      *
      **** conversions d'heures HHMM <-> minutes
       01  WHHMM                  PIC 9(4).
       01  WHHMM-X REDEFINES WHHMM.
           02 WHHMM-HH            PIC 99.
           02 WHHMM-MM            PIC 99.
       01  WMIN                   PIC 9(4).
       01  WHEURE-ED              PIC X(5).
       01  WHEURE-ED2             PIC X(5).
      *
       01  WTOT-CAM               PIC 9(3) VALUE ZERO.
       01  WTOT-PLAN              PIC 9(4) VALUE ZERO.
       01  WTOT-NPLAN             PIC 9(4) VALUE ZERO.
       01  WTOT-POIDS             PIC 9(9)V99 VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : tables, arrets du jour, planification puis editions      *
      *----------------------------------------------------------------*
       T10.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           string 'expdc040.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT FLOTTE.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE FICHIER FLOTTE"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-FLOTTE.
           CLOSE FLOTTE.
           OPEN INPUT ZONLIV.
           IF FILE-STATUS2 = ZERO
              PERFORM T24 THRU T24-EXIT
              PERFORM T25 THRU T25-EXIT UNTIL FIN-ZONLIV
              CLOSE ZONLIV
           END-IF.
           OPEN INPUT CLILIV.
           IF FILE-STATUS3 = ZERO
              PERFORM T26 THRU T26-EXIT
              PERFORM T27 THRU T27-EXIT UNTIL FIN-CLILIV
              CLOSE CLILIV
           END-IF.
           OPEN INPUT RDVLIV.
           IF FILE-STATUS4 = ZERO
              PERFORM T28 THRU T28-EXIT
              PERFORM T29 THRU T29-EXIT UNTIL FIN-RDVLIV
              CLOSE RDVLIV
           END-IF.
           OPEN INPUT FBLIVJOUR.
           IF FILE-STATUS5 NOT = ZERO
              DISPLAY "PAS DE FICHIER BL DU JOUR"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           MOVE ZERO TO WBL-PROPRE WBL-ARR.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T35 THRU T35-EXIT UNTIL FIN-FBLIVJOUR.
           CLOSE FBLIVJOUR.
           PERFORM T50 THRU T50-EXIT WNB-ARR TIMES.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-CAM.
           PERFORM T80 THRU T80-EXIT.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T29 : chargement des tables                                *
      *----------------------------------------------------------------*
       T20.
           READ FLOTTE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T20-EXIT.
           EXIT.
       T22.
           IF WNB-CAM < 50
              ADD 1 TO WNB-CAM
              MOVE FLO-CAM   TO WCA-CODE(WNB-CAM)
              MOVE FLO-TRANS TO WCA-TRANS(WNB-CAM)
              MOVE FLO-POIDS TO WCA-POIDS(WNB-CAM)
              MOVE FLO-NBPAL TO WCA-NBPAL(WNB-CAM)
              MOVE FLO-ARRET TO WCA-ARRET(WNB-CAM)
              MOVE FLO-LIB   TO WCA-LIB(WNB-CAM)
              MOVE FLO-HDEP  TO WHHMM
              PERFORM T96 THRU T96-EXIT
              MOVE WMIN      TO WCA-HDEP(WNB-CAM) WCA-HCOUR(WNB-CAM)
              MOVE ZERO      TO WCA-ZONE(WNB-CAM) WCA-NBARR(WNB-CAM)
                                WCA-CHPAL(WNB-CAM) WCA-CHPOIDS(WNB-CAM)
           END-IF.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
       T24.
           READ ZONLIV NEXT RECORD
                AT END MOVE 1 TO WFINZ.
       T24-EXIT.
           EXIT.
       T25.
           IF WNB-ZON < 500
              ADD 1 TO WNB-ZON
              MOVE ZON-CP   TO WZO-CP(WNB-ZON)
              MOVE ZON-CODE TO WZO-CODE(WNB-ZON)
              MOVE ZON-LIB  TO WZO-LIB(WNB-ZON)
              MOVE ZERO TO WLG
              INSPECT ZON-CP TALLYING WLG
                      FOR CHARACTERS BEFORE INITIAL SPACE
              MOVE WLG TO WZO-LG(WNB-ZON)
           END-IF.
           PERFORM T24 THRU T24-EXIT.
       T25-EXIT.
           EXIT.
      *
       T26.
           READ CLILIV NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T26-EXIT.
           EXIT.
       T27.
           IF WNB-CLV < 5000
              ADD 1 TO WNB-CLV
              MOVE CLV-NCL  TO WCV-NCL(WNB-CLV)
              MOVE CLV-CP   TO WCV-CP(WNB-CLV)
              MOVE CLV-HDEB TO WCV-HDEB(WNB-CLV)
              MOVE CLV-HFIN TO WCV-HFIN(WNB-CLV)
           END-IF.
           PERFORM T26 THRU T26-EXIT.
       T27-EXIT.
           EXIT.
      *
       T28.
           READ RDVLIV NEXT RECORD
                AT END MOVE 1 TO WFINV.
       T28-EXIT.
           EXIT.
       T29.
           IF WNB-RDV < 2000
              ADD 1 TO WNB-RDV
              MOVE RDV-NCDE  TO WRV-NCDE(WNB-RDV)
              MOVE RDV-HEURE TO WRV-HEURE(WNB-RDV)
           END-IF.
           PERFORM T28 THRU T28-EXIT.
       T29-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T35 : BL du jour ; l'arret est cree a la premiere palette  *
      *           confiee a un camion de la flotte                     *
      *----------------------------------------------------------------*
       T30.
           READ FBLIVJOUR NEXT RECORD
                AT END MOVE 1 TO WFINB.
       T30-EXIT.
           EXIT.
       T35.
           IF BLJ-TYPE = 'E'
              MOVE BLJE-NBL    TO WBL-NBL
              MOVE BLJE-NCLLIV TO WBL-NCL
              MOVE BLJE-NCDE   TO WBL-NCDE
              MOVE ZERO        TO WBL-ARR
           ELSE
              IF BLJ-TYPE = 'C'
                 PERFORM T37 THRU T37-EXIT
              END-IF
           END-IF.
           PERFORM T30 THRU T30-EXIT.
       T35-EXIT.
           EXIT.
      *
       T37.
           MOVE ZERO TO WBL-PROPRE.
           PERFORM T38 THRU T38-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-CAM.
           IF WBL-PROPRE = ZERO
              GO TO T37-EXIT
           END-IF.
           IF WBL-ARR = ZERO
              IF WNB-ARR NOT < 2000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE ARRETS PLEINE, PLAN TRONQUE"
                 GO TO T37-EXIT
              END-IF
              PERFORM T40 THRU T40-EXIT
           END-IF.
           ADD 1 TO WAR-NBPAL(WBL-ARR).
           ADD BLJC-POIDS TO WAR-POIDS(WBL-ARR).
           IF WNB-PAL < 3000
              ADD 1 TO WNB-PAL
              MOVE WBL-ARR    TO WPL-ARR(WNB-PAL)
              MOVE BLJC-SSCC  TO WPL-SSCC(WNB-PAL)
              MOVE BLJC-POIDS TO WPL-POIDS(WNB-PAL)
           END-IF.
       T37-EXIT.
           EXIT.
       T38.
           IF BLJC-TRANS = WCA-TRANS(WIDXC)
              MOVE 1 TO WBL-PROPRE
           END-IF.
       T38-EXIT.
           EXIT.
      *
      * creation de l'arret : code postal et creneau du client, zone,
      * rendez-vous plateforme de la commande
       T40.
           ADD 1 TO WNB-ARR.
           MOVE WNB-ARR TO WBL-ARR.
           MOVE WBL-NBL TO WAR-NBL(WNB-ARR).
           MOVE WBL-NCL TO WAR-NCL(WNB-ARR).
           MOVE SPACES  TO WAR-CP(WNB-ARR) WAR-RDV(WNB-ARR)
                           WAR-FAIT(WNB-ARR) WAR-MOTIF(WNB-ARR).
           MOVE ZERO    TO WAR-ZONE(WNB-ARR) WAR-NBPAL(WNB-ARR)
                           WAR-POIDS(WNB-ARR) WAR-CAM(WNB-ARR)
                           WAR-RANG(WNB-ARR) WAR-HARR(WNB-ARR)
                           WAR-HDEB(WNB-ARR).
           MOVE 9999    TO WAR-HFIN(WNB-ARR).
           PERFORM T42 THRU T42-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-CLV.
           PERFORM T44 THRU T44-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-RDV.
           MOVE ZERO TO WLG-MAX.
           PERFORM T46 THRU T46-EXIT
                   VARYING WIDXZ FROM 1 BY 1 UNTIL WIDXZ > WNB-ZON.
       T40-EXIT.
           EXIT.
       T42.
           IF WCV-NCL(WIDX) NOT = WBL-NCL
              GO TO T42-EXIT
           END-IF.
           MOVE WCV-CP(WIDX) TO WAR-CP(WNB-ARR).
           IF WCV-HFIN(WIDX) NOT = ZERO
              MOVE WCV-HDEB(WIDX) TO WHHMM
              PERFORM T96 THRU T96-EXIT
              MOVE WMIN TO WAR-HDEB(WNB-ARR)
              MOVE WCV-HFIN(WIDX) TO WHHMM
              PERFORM T96 THRU T96-EXIT
              MOVE WMIN TO WAR-HFIN(WNB-ARR)
           END-IF.
       T42-EXIT.
           EXIT.
       T44.
           IF WRV-NCDE(WIDX) NOT = WBL-NCDE
              GO TO T44-EXIT
           END-IF.
           MOVE 'O' TO WAR-RDV(WNB-ARR).
           MOVE WRV-HEURE(WIDX) TO WHHMM.
           PERFORM T96 THRU T96-EXIT.
           MOVE ZERO TO WAR-HDEB(WNB-ARR).
           MOVE WMIN TO WAR-HFIN(WNB-ARR).
       T44-EXIT.
           EXIT.
       T46.
           IF WZO-LG(WIDXZ) = ZERO OR WZO-LG(WIDXZ) NOT > WLG-MAX
              GO TO T46-EXIT
           END-IF.
           MOVE WZO-LG(WIDXZ) TO WLG.
           IF WAR-CP(WNB-ARR)(1:WLG) = WZO-CP(WIDXZ)(1:WLG)
              MOVE WLG   TO WLG-MAX
              MOVE WIDXZ TO WAR-ZONE(WNB-ARR)
           END-IF.
       T46-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : arret suivant (zone dans l'ordre de ZONLIV, puis heure   *
      *       limite la plus proche) et affectation a un camion        *
      *----------------------------------------------------------------*
       T50.
           MOVE 9999999 TO WCLE-MIN.
           MOVE ZERO TO WIDXA.
           PERFORM T52 THRU T52-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ARR.
           IF WIDXA = ZERO
              GO TO T50-EXIT
           END-IF.
           MOVE 'O' TO WAR-FAIT(WIDXA).
           IF WAR-ZONE(WIDXA) = ZERO
              MOVE "ZONE INCONNUE (CLILIV/ZONLIV)" TO WAR-MOTIF(WIDXA)
              GO TO T50-EXIT
           END-IF.
           MOVE ZERO TO WCAM-TRV WMOT-CAP WMOT-CREN.
      * d'abord un camion deja engage dans la zone, puis un camion vide
           MOVE 1 TO WPASSE.
           PERFORM T55 THRU T55-EXIT
                   VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CAM OR WCAM-TRV NOT = ZERO.
           IF WCAM-TRV = ZERO
              MOVE 2 TO WPASSE
              PERFORM T55 THRU T55-EXIT
                      VARYING WIDXC FROM 1 BY 1
                      UNTIL WIDXC > WNB-CAM OR WCAM-TRV NOT = ZERO
           END-IF.
           IF WCAM-TRV = ZERO
              IF WMOT-CREN = 1
                 MOVE "CRENEAU/RENDEZ-VOUS INTENABLE"
                      TO WAR-MOTIF(WIDXA)
              ELSE
                 MOVE "CAPACITE CAMIONS DEPASSEE" TO WAR-MOTIF(WIDXA)
              END-IF
              GO TO T50-EXIT
           END-IF.
           MOVE WCAM-TRV TO WAR-CAM(WIDXA).
           MOVE WAR-ZONE(WIDXA) TO WCA-ZONE(WCAM-TRV).
           ADD 1 TO WCA-NBARR(WCAM-TRV).
           MOVE WCA-NBARR(WCAM-TRV) TO WAR-RANG(WIDXA).
           ADD WAR-NBPAL(WIDXA) TO WCA-CHPAL(WCAM-TRV).
           ADD WAR-POIDS(WIDXA) TO WCA-CHPOIDS(WCAM-TRV).
           MOVE WHARR TO WAR-HARR(WIDXA) WCA-HCOUR(WCAM-TRV).
       T50-EXIT.
           EXIT.
       T52.
           IF WAR-FAIT(WIDX) = 'O'
              GO TO T52-EXIT
           END-IF.
           COMPUTE WCLE = WAR-ZONE(WIDX) * 10000 + WAR-HFIN(WIDX).
           IF WCLE < WCLE-MIN
              MOVE WCLE TO WCLE-MIN
              MOVE WIDX TO WIDXA
           END-IF.
       T52-EXIT.
           EXIT.
      *
      * le camion WIDXC peut-il prendre l'arret WIDXA ?
       T55.
           IF WPASSE = 1
              IF WCA-NBARR(WIDXC) = ZERO
                 OR WCA-ZONE(WIDXC) NOT = WAR-ZONE(WIDXA)
                 GO TO T55-EXIT
              END-IF
           ELSE
              IF WCA-NBARR(WIDXC) NOT = ZERO
                 GO TO T55-EXIT
              END-IF
           END-IF.
           IF WCA-CHPAL(WIDXC) + WAR-NBPAL(WIDXA) > WCA-NBPAL(WIDXC)
              OR WCA-CHPOIDS(WIDXC) + WAR-POIDS(WIDXA)
                 > WCA-POIDS(WIDXC)
              MOVE 1 TO WMOT-CAP
              GO TO T55-EXIT
           END-IF.
      * arrivee estimee : arret precedent + duree d'un arret, attente
      * jusqu'a l'ouverture du creneau
           COMPUTE WHARR = WCA-HCOUR(WIDXC) + WCA-ARRET(WIDXC).
           IF WHARR < WAR-HDEB(WIDXA)
              MOVE WAR-HDEB(WIDXA) TO WHARR
           END-IF.
           IF WHARR > WAR-HFIN(WIDXA)
              MOVE 1 TO WMOT-CREN
              GO TO T55-EXIT
           END-IF.
           MOVE WIDXC TO WCAM-TRV.
       T55-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : par camion, ordre de chargement puis feuille de route    *
      *----------------------------------------------------------------*
       T60.
           IF WCA-NBARR(WIDXC) = ZERO
              GO TO T60-EXIT
           END-IF.
           ADD 1 TO WTOT-CAM.
           MOVE WCA-HDEP(WIDXC) TO WMIN.
           PERFORM T97 THRU T97-EXIT.
           MOVE SPACES TO LIGNE.
           STRING "ORDRE DE CHARGEMENT CAMION " WCA-CODE(WIDXC)
                  " " WCA-LIB(WIDXC) " DEPART " WHEURE-ED
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
      * dernier arret de la tournee charge en premier (fond du camion)
           PERFORM T62 THRU T62-EXIT
                   VARYING WRANG FROM WCA-NBARR(WIDXC) BY -1
                   UNTIL WRANG = ZERO.
           MOVE SPACES TO LIGNE.
           MOVE "CHARGEMENT CONTROLE PAR : ................" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE PAGE.
           MOVE SPACES TO LIGNE.
           STRING "FEUILLE DE ROUTE CAMION " WCA-CODE(WIDXC)
                  " " WCA-LIB(WIDXC) " DEPART " WHEURE-ED
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T66 THRU T66-EXIT
                   VARYING WRANG FROM 1 BY 1
                   UNTIL WRANG > WCA-NBARR(WIDXC).
           MOVE SPACES TO LIGNE.
           MOVE WCA-NBARR(WIDXC)   TO LRANG.
           MOVE WCA-CHPAL(WIDXC)   TO LNBPAL.
           MOVE WCA-CHPOIDS(WIDXC) TO LPOIDS.
           MOVE "TOTAL TOURNEE (ARRETS / PALETTES / POIDS)" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "EMARGEMENT CHAUFFEUR : ................" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE PAGE.
       T60-EXIT.
           EXIT.
      *
      * palettes de l'arret de rang WRANG
       T62.
           PERFORM T63 THRU T63-EXIT
                   VARYING WIDXP FROM 1 BY 1 UNTIL WIDXP > WNB-PAL.
       T62-EXIT.
           EXIT.
       T63.
           MOVE WPL-ARR(WIDXP) TO WIDX.
           IF WAR-CAM(WIDX) NOT = WIDXC OR WAR-RANG(WIDX) NOT = WRANG
              GO TO T63-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WRANG             TO LRANG.
           MOVE WAR-NBL(WIDX)     TO LNBL.
           MOVE WAR-NCL(WIDX)     TO LNCL.
           MOVE WAR-CP(WIDX)      TO LCP.
           MOVE WZO-CODE(WAR-ZONE(WIDX)) TO LZONE.
           MOVE WPL-POIDS(WIDXP)  TO LPOIDS.
           STRING "PALETTE " WPL-SSCC(WIDXP)
                  DELIMITED BY SIZE INTO LLIB.
           WRITE LIGNE BEFORE 1.
       T63-EXIT.
           EXIT.
      *
      * arret de rang WRANG : heure estimee, creneau, emargement client
       T66.
           PERFORM T67 THRU T67-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ARR.
       T66-EXIT.
           EXIT.
       T67.
           IF WAR-CAM(WIDX) NOT = WIDXC OR WAR-RANG(WIDX) NOT = WRANG
              GO TO T67-EXIT
           END-IF.
           ADD 1 TO WTOT-PLAN.
           ADD WAR-POIDS(WIDX) TO WTOT-POIDS.
           MOVE SPACES TO LIGNE.
           MOVE WRANG             TO LRANG.
           MOVE WAR-NBL(WIDX)     TO LNBL.
           MOVE WAR-NCL(WIDX)     TO LNCL.
           MOVE WAR-CP(WIDX)      TO LCP.
           MOVE WZO-CODE(WAR-ZONE(WIDX)) TO LZONE.
           MOVE WAR-NBPAL(WIDX)   TO LNBPAL.
           MOVE WAR-POIDS(WIDX)   TO LPOIDS.
           MOVE WAR-HARR(WIDX)    TO WMIN.
           PERFORM T97 THRU T97-EXIT.
           MOVE WHEURE-ED         TO LHEURE.
           PERFORM T70 THRU T70-EXIT.
           MOVE WZO-LIB(WAR-ZONE(WIDX)) TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "EMARGEMENT CLIENT : ............ HEURE : ......"
                TO LLIB.
           WRITE LIGNE BEFORE 2.
       T67-EXIT.
           EXIT.
      *
      * libelle du creneau de l'arret WIDX
       T70.
           IF WAR-RDV(WIDX) = 'O'
              MOVE WAR-HFIN(WIDX) TO WMIN
              PERFORM T97 THRU T97-EXIT
              STRING "RDV " WHEURE-ED DELIMITED BY SIZE INTO LCREN
              GO TO T70-EXIT
           END-IF.
           IF WAR-HFIN(WIDX) = 9999
              MOVE "LIBRE" TO LCREN
              GO TO T70-EXIT
           END-IF.
           MOVE WAR-HDEB(WIDX) TO WMIN.
           PERFORM T97 THRU T97-EXIT.
           MOVE WHEURE-ED TO WHEURE-ED2.
           MOVE WAR-HFIN(WIDX) TO WMIN.
           PERFORM T97 THRU T97-EXIT.
           STRING WHEURE-ED2 "-" WHEURE-ED DELIMITED BY SIZE INTO LCREN.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : BL non planifies et leur motif                           *
      *----------------------------------------------------------------*
       T80.
           MOVE SPACES TO LIGNE.
           MOVE "BL FLOTTE PROPRE NON PLANIFIES" TO LLIB.
           WRITE LIGNE BEFORE 2.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ARR.
       T80-EXIT.
           EXIT.
       T82.
           IF WAR-CAM(WIDX) NOT = ZERO
              GO TO T82-EXIT
           END-IF.
           ADD 1 TO WTOT-NPLAN.
           MOVE SPACES TO LIGNE.
           MOVE WAR-NBL(WIDX)     TO LNBL.
           MOVE WAR-NCL(WIDX)     TO LNCL.
           MOVE WAR-CP(WIDX)      TO LCP.
           IF WAR-ZONE(WIDX) NOT = ZERO
              MOVE WZO-CODE(WAR-ZONE(WIDX)) TO LZONE
           END-IF.
           MOVE WAR-NBPAL(WIDX)   TO LNBPAL.
           MOVE WAR-POIDS(WIDX)   TO LPOIDS.
           PERFORM T70 THRU T70-EXIT.
           MOVE WAR-MOTIF(WIDX)   TO LLIB.
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
           MOVE WTOT-CAM TO LNBPAL.
           MOVE "TOTAL CAMIONS ENGAGES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-PLAN  TO LRANG.
           MOVE WTOT-POIDS TO LPOIDS.
           MOVE "TOTAL ARRETS PLANIFIES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-NPLAN TO LRANG.
           MOVE "TOTAL BL NON PLANIFIES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T96 : HHMM -> minutes ; T97 : minutes -> HH:MM                 *
      *----------------------------------------------------------------*
       T96.
           COMPUTE WMIN = WHHMM-HH * 60 + WHHMM-MM.
       T96-EXIT.
           EXIT.
       T97.
           DIVIDE WMIN BY 60 GIVING WHHMM-HH REMAINDER WHHMM-MM.
           MOVE SPACES TO WHEURE-ED.
           STRING WHHMM-HH ":" WHHMM-MM DELIMITED BY SIZE
                  INTO WHEURE-ED.
       T97-EXIT.
           EXIT.
