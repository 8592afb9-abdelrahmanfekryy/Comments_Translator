      *DD9175 15/10/26 anes Creation - prix par paliers de quantite :
      *                     grille PALTAR par client + article ou
      *                     famille, palier atteint et palier suivant
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PALPRIX1.
      *
      ******************************************************************
      * GPICMT    Prix par paliers de quantite : la table PALTAR porte  *
      *           une grille par client (000000 = tous clients) et par  *
      *           article (type A) ou famille stat (type F), bornee par *
      *           dates de debut/fin (AAMMJJ, bornes incluses, fin a    *
      *           zero = sans fin).  Jusqu'a cinq paliers : seuil de    *
      *           quantite en unites (unite U) ou en nombre de PCB      *
      *           (unite P), et pour chaque palier un prix net OU une   *
      *           remise en % sur le net du tarif (prix a zero).        *
      *           Recherche : client + article, client + famille, tous  *
      *           clients + article, tous clients + famille ; la        *
      *           premiere grille en vigueur est seule retenue.  La     *
      *           ligne est valorisee au plus haut palier atteint, et   *
      *           le palier suivant (seuil et quantite manquante) est   *
      *           rendu pour la mention de l'ARC.  PALTAR et ARTFAM     *
      *           sont charges au premier appel du run.                 *

      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PALTAR ASSIGN TO PAL-TAR
                       organization line sequential
                       file status is file-status.
      *
           SELECT ARTFAM ASSIGN TO ART-FAM
                       organization line sequential
                       file status is file-status2.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PALTAR
                DATA RECORD PAL-LIGNE.
       01  PAL-LIGNE.
           02 PAL-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 PAL-TYPE           PIC X.
           02 FILLER             PIC X.
           02 PAL-CODE           PIC X(7).
           02 FILLER             PIC X.
           02 PAL-UNITE          PIC X.
           02 FILLER             PIC X.
           02 PAL-DATDEB         PIC 9(6).
           02 FILLER             PIC X.
           02 PAL-DATFIN         PIC 9(6).
           02 PAL-PALIER OCCURS 5.
              03 FILLER          PIC X.
              03 PAL-SEUIL       PIC 9(6).
              03 FILLER          PIC X.
              03 PAL-PRIX        PIC 9(7)V99.
              03 FILLER          PIC X.
              03 PAL-REMISE      PIC 9(2)V99.
      *
       FD  ARTFAM
                DATA RECORD AFM-LIGNE.
       01  AFM-LIGNE.
           02 AFM-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 AFM-FAM            PIC X(3).
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  WFIN                   PIC 9 VALUE ZERO.
           88 FIN-PALTAR          VALUE 1.
       01  WFINA                  PIC 9 VALUE ZERO.
           88 FIN-ARTFAM          VALUE 1.
       01  WPREM                  PIC 9 VALUE ZERO.
           88 TABLE-CHARGEE       VALUE 1.
      *
      **** grilles de paliers, chargees au premier appel
       01  WTGRI.
           02 WTGRI-E OCCURS 2000.
              03 WGR-NCL          PIC 9(6).
              03 WGR-TYPE         PIC X.
              03 WGR-CODE         PIC X(7).
              03 WGR-UNITE        PIC X.
              03 WGR-DATDEB       PIC 9(6).
              03 WGR-DATFIN       PIC 9(6).
              03 WGR-PALIER OCCURS 5.
                 04 WGR-SEUIL     PIC 9(6).
                 04 WGR-PRIX      PIC 9(7)V99.
                 04 WGR-REMISE    PIC 9(2)V99.
       01  WNB-GRI                PIC 9(4) VALUE ZERO.
      *
      **** article -> famille stat (ARTFAM, cf COMIC010)
       01  WTFAM.
           02 WTFAM-E OCCURS 9000.
              03 WFM-NAR          PIC X(7).
              03 WFM-FAM          PIC X(3).
       01  WNB-FAM                PIC 9(5) VALUE ZERO.
      *
       01  WIDX                   PIC 9(5).
       01  WPOS                   PIC 9(4).
       01  WTRV                   PIC 9.
       01  WPASSE                 PIC 9.
       01  WIDXP                  PIC 9.
       01  WFAM                   PIC X(3).
       01  WNCL-RCH               PIC 9(6).
       01  WTYPE-RCH              PIC X.
       01  WCODE-RCH              PIC X(7).
       01  WMULT                  PIC 9(5).
       01  WQSEUIL                PIC 9(7)V99.
       01  WQATT                  PIC 9(7)V99.
      *
       LINKAGE SECTION.
           copy '../copy/palprix.com'.
      *
       PROCEDURE DIVISION USING PALPRIX.
       T10.
           MOVE "0"   TO OPALPRIX-RTN.
           MOVE SPACE TO OPALPRIX-GRILLE OPALPRIX-TROUVE.
           MOVE ZERO  TO OPALPRIX-PALIER OPALPRIX-PRIX OPALPRIX-REMISE
                         OPALPRIX-SUIV OPALPRIX-QTESUIV OPALPRIX-QTEMANQ
                         OPALPRIX-PRIXSUIV OPALPRIX-REMSUIV.
           MOVE IPALPRIX-PRIX TO OPALPRIX-NET.
           IF NOT TABLE-CHARGEE
              PERFORM T20 THRU T20-EXIT
              MOVE 1 TO WPREM
           END-IF.
           IF WNB-GRI = ZERO
              GO TO T10F
           END-IF.
           MOVE IPALPRIX-FAM TO WFAM.
           IF WFAM = SPACES
              PERFORM T35 THRU T35-EXIT
           END-IF.
      * client + article, client + famille, tous clients + article,
      * tous clients + famille : la premiere grille en vigueur gagne
           MOVE ZERO TO WTRV.
           PERFORM T40 THRU T40-EXIT
                   VARYING WPASSE FROM 1 BY 1
                   UNTIL WPASSE > 4 OR WTRV = 1.
           IF WTRV = ZERO
              GO TO T10F
           END-IF.
           MOVE 'O' TO OPALPRIX-GRILLE.
           MOVE 1 TO WMULT.
           IF WGR-UNITE(WPOS) = 'P' AND IPALPRIX-PCB > ZERO
              MOVE IPALPRIX-PCB TO WMULT
           END-IF.
           MOVE ZERO TO WQATT.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDXP FROM 1 BY 1 UNTIL WIDXP > 5.
           IF OPALPRIX-PALIER = ZERO
              GO TO T10F
           END-IF.
           MOVE 'O' TO OPALPRIX-TROUVE.
           IF OPALPRIX-PRIX NOT = ZERO
              MOVE OPALPRIX-PRIX TO OPALPRIX-NET
           ELSE
              COMPUTE OPALPRIX-NET ROUNDED =
                      IPALPRIX-PRIX * (100 - OPALPRIX-REMISE) / 100
           END-IF.
       T10F.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20/T30 : chargement des tables PALTAR et ARTFAM               *
      *----------------------------------------------------------------*
       T20.
           MOVE ZERO TO WNB-GRI WNB-FAM WFIN WFINA.
           OPEN INPUT PALTAR.
           IF FILE-STATUS NOT = ZERO
              GO TO T20-EXIT
           END-IF.
           PERFORM T25 THRU T25-EXIT.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-PALTAR.
           CLOSE PALTAR.
           OPEN INPUT ARTFAM.
           IF FILE-STATUS2 NOT = ZERO
              GO TO T20-EXIT
           END-IF.
           PERFORM T26 THRU T26-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-ARTFAM.
           CLOSE ARTFAM.
       T20-EXIT.
           EXIT.
       T25.
           READ PALTAR NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T25-EXIT.
           EXIT.
       T26.
           READ ARTFAM NEXT RECORD
                AT END MOVE 1 TO WFINA.
       T26-EXIT.
           EXIT.
       T30.
           IF WNB-GRI < 2000
              ADD 1 TO WNB-GRI
              MOVE PAL-NCL    TO WGR-NCL(WNB-GRI)
              MOVE PAL-TYPE   TO WGR-TYPE(WNB-GRI)
              MOVE PAL-CODE   TO WGR-CODE(WNB-GRI)
              MOVE PAL-UNITE  TO WGR-UNITE(WNB-GRI)
              MOVE PAL-DATDEB TO WGR-DATDEB(WNB-GRI)
              MOVE PAL-DATFIN TO WGR-DATFIN(WNB-GRI)
              PERFORM T31 THRU T31-EXIT
                      VARYING WIDXP FROM 1 BY 1 UNTIL WIDXP > 5
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PALPRIX1 TABLE DES PALIERS PLEINE, GRILLE "
                      PAL-NCL " " PAL-CODE " NON CHARGEE"
           END-IF.
           PERFORM T25 THRU T25-EXIT.
       T30-EXIT.
           EXIT.
       T31.
           MOVE PAL-SEUIL(WIDXP)  TO WGR-SEUIL(WNB-GRI WIDXP).
           MOVE PAL-PRIX(WIDXP)   TO WGR-PRIX(WNB-GRI WIDXP).
           MOVE PAL-REMISE(WIDXP) TO WGR-REMISE(WNB-GRI WIDXP).
       T31-EXIT.
           EXIT.
       T32.
           IF WNB-FAM < 9000
              ADD 1 TO WNB-FAM
              MOVE AFM-NAR TO WFM-NAR(WNB-FAM)
              MOVE AFM-FAM TO WFM-FAM(WNB-FAM)
           END-IF.
           PERFORM T26 THRU T26-EXIT.
       T32-EXIT.
           EXIT.
      *
      * famille stat de l'article
       T35.
           MOVE ZERO TO WTRV.
           PERFORM T35-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-FAM OR WTRV = 1.
       T35-EXIT.
           EXIT.
       T35-CMP.
           IF WFM-NAR(WIDX) = IPALPRIX-NAR
              MOVE 1 TO WTRV
              MOVE WFM-FAM(WIDX) TO WFAM
           END-IF.
      *
      *----------------------------------------------------------------*
      * T40 : une passe de recherche de grille (WTRV/WPOS) ; passes    *
      *       famille sautees si l'article n'a pas de famille          *
      *----------------------------------------------------------------*
       T40.
           IF WPASSE < 3
              MOVE IPALPRIX-NCL TO WNCL-RCH
           ELSE
              MOVE ZERO TO WNCL-RCH
           END-IF.
           IF WPASSE = 1 OR WPASSE = 3
              MOVE 'A' TO WTYPE-RCH
              MOVE IPALPRIX-NAR TO WCODE-RCH
           ELSE
              IF WFAM = SPACES
                 GO TO T40-EXIT
              END-IF
              MOVE 'F' TO WTYPE-RCH
              MOVE SPACES TO WCODE-RCH
              MOVE WFAM TO WCODE-RCH(1:3)
           END-IF.
           PERFORM T45 VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-GRI OR WTRV = 1.
       T40-EXIT.
           EXIT.
      *
      * grille de la cle en vigueur a la date (bornes incluses)
       T45.
           IF WGR-NCL(WIDX) = WNCL-RCH
              AND WGR-TYPE(WIDX) = WTYPE-RCH
              AND WGR-CODE(WIDX) = WCODE-RCH
              AND WGR-DATDEB(WIDX) NOT > IPALPRIX-DATE
              AND (WGR-DATFIN(WIDX) = ZERO
                   OR WGR-DATFIN(WIDX) NOT < IPALPRIX-DATE)
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOS
           END-IF.
      *
      *----------------------------------------------------------------*
      * T50 : un palier de la grille : le plus haut seuil atteint      *
      *       donne le palier, le plus bas seuil non atteint donne le  *
      *       palier suivant (seuil a zero = palier inutilise)         *
      *----------------------------------------------------------------*
       T50.
           IF WGR-SEUIL(WPOS WIDXP) = ZERO
              GO TO T50-EXIT
           END-IF.
           COMPUTE WQSEUIL = WGR-SEUIL(WPOS WIDXP) * WMULT.
           IF IPALPRIX-QTE NOT < WQSEUIL
              IF WQSEUIL NOT < WQATT
                 MOVE WQSEUIL TO WQATT
                 MOVE WIDXP TO OPALPRIX-PALIER
                 MOVE WGR-PRIX(WPOS WIDXP)   TO OPALPRIX-PRIX
                 MOVE WGR-REMISE(WPOS WIDXP) TO OPALPRIX-REMISE
              END-IF
           ELSE
              IF OPALPRIX-SUIV = ZERO
                 OR WQSEUIL < OPALPRIX-QTESUIV
                 MOVE WIDXP   TO OPALPRIX-SUIV
                 MOVE WQSEUIL TO OPALPRIX-QTESUIV
                 COMPUTE OPALPRIX-QTEMANQ = WQSEUIL - IPALPRIX-QTE
                 MOVE WGR-PRIX(WPOS WIDXP)   TO OPALPRIX-PRIXSUIV
                 MOVE WGR-REMISE(WPOS WIDXP) TO OPALPRIX-REMSUIV
              END-IF
           END-IF.
       T50-EXIT.
           EXIT.
