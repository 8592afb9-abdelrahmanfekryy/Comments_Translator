      *DD9182 15/10/26 anes Creation - completude des articles dans
      *                     les tables referentielles (EAN, colisage,
      *                     emplacement, prix, famille, origine,
      *                     nomenclature, lots dates et regles DLC) :
      *                     une ligne par article, severite selon
      *                     vendu/date/exporte, NOTIF equipe article
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTQC010.
      *
      ******************************************************************
      * GPICMT    Completude des articles : une ligne par article actif *
      *           (present dans FARTUSAP ou dans STOCKLOT, ou facture   *
      *           dans les NBJVTE derniers jours - 90 par defaut) ou    *
      *           cree depuis moins de NBJNOUV jours (30), avec un      *
      *           indicateur par table referentielle :                  *
      *           - EAN (GENCODTB), colisage PCB + poids + volume       *
      *             (ARTCOLIS), emplacement (EMPLACEM), prix de revient *
      *             en cours (ARTPRA), prix plancher (PXPLANCH), prix   *
      *             tarif (ARTTARIF), famille (ARTFAM)                  *
      *           - article exporte (facture livree hors France) :      *
      *             origine (ARTORIG)                                   *
      *           - article vendu : nomenclature douaniere des lignes   *
      *             facturees (FFACTLIG)                                *
      *           - article date (present dans STOCKLOT) : lots avec    *
      *             DFA et DLC coherentes, regle de vie residuelle      *
      *             (CLIDLC, ou la generique 000000) pour chaque client *
      *             facture                                             *
      *           X = a completer, . = renseigne, - = origine non       *
      *           requise.  Severite d'un article incomplet : 1 vendu   *
      *           et exporte ou date, 2 vendu, 3 non vendu.  La date de *
      *           creation est celle de la premiere apparition de       *
      *           l'article (historique ARTQHIS reecrit dans ARTQHISN,  *
      *           inconnue pour les articles deja presents au premier   *
      *           passage) ; l'historique garde aussi la date depuis    *
      *           laquelle l'article est incomplet.  Les articles crees *
      *           depuis NBJNOUV jours sont edites en premier, puis les *
      *           autres, par severite.  Un article vendu encore        *
      *           incomplet NBJINC jours (15) apres sa creation (a      *
      *           defaut, apres sa premiere detection) declenche une    *
      *           NOTIF categorie ARTICLE, une seule fois tant qu'il    *
      *           n'a pas ete complete.                                 *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FARTUSAP ASSIGN TO FAR-TUSAP
                       organization indexed
                       access mode sequential
                       record key FAP-CLE
                       file status is file-status.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode sequential
                       record key FBCLE-CDESUP
                       file status is file-status2.
      *
           SELECT FFACTLIG ASSIGN TO FFA-CTLIG
                       organization indexed
                       access mode sequential
                       record key FLG-CLE
                       file status is file-status3.
      *
           SELECT EMPLACEM ASSIGN TO EMP-LACEM
                       organization indexed
                       access mode random
                       record key EMP-NAR
                       file status is file-status4.
      *
           SELECT ARTORIG ASSIGN TO ART-ORIG
                       organization indexed
                       access mode random
                       record key ORG-NAR
                       file status is file-status5.
      *
           SELECT GENCODTB ASSIGN TO GEN-CODTB
                       organization indexed
                       access mode sequential
                       record key GCT-EAN
                       file status is file-status6.
      *
           SELECT ARTCOLIS ASSIGN TO ART-COLIS
                       organization line sequential
                       file status is file-status6.
      *
           SELECT ARTPRA ASSIGN TO ART-PRA
                       organization line sequential
                       file status is file-status6.
      *
           SELECT PXPLANCH ASSIGN TO PXPLANCH
                       organization line sequential
                       file status is file-status6.
      *
           SELECT ARTTARIF ASSIGN TO ART-TARIF
                       organization line sequential
                       file status is file-status6.
      *
           SELECT ARTFAM ASSIGN TO ART-FAM
                       organization line sequential
                       file status is file-status6.
      *
           SELECT STOCKLOT ASSIGN TO STOCKLOT
                       organization line sequential
                       file status is file-status6.
      *
           SELECT CLIDLC ASSIGN TO CLIDLC
                       organization line sequential
                       file status is file-status6.
      *
           SELECT ARTQHIS ASSIGN TO ART-QHIS
                       organization line sequential
                       file status is file-status6.
      *
           SELECT ARTQHISN ASSIGN TO ART-QHISN
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FARTUSAP
                DATA RECORD FAP-LIGNE.
       01  FAP-LIGNE.
           02 FAP-CLE.
              03 FAP-NMA         PIC 99.
              03 FAP-NARX        PIC X(7).
           02 FAP-QDIS           PIC S9(7)V99.
           02 FILLER             PIC X(18).
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
           02 FILLER                PIC X(37).
      *
       FD  FFACTLIG
                DATA RECORD FLG-LIGNE.
       01  FLG-LIGNE.
           02 FLG-CLE.
              03 FLG-NFAC          PIC 9(7).
              03 FLG-NAR           PIC X(7).
           02 FLG-NCL              PIC 9(6).
           02 FLG-QTE              PIC 9(6)V99.
           02 FLG-NOMEN            PIC X(8).
           02 FLG-VALFISC          PIC 9(9)V99.
           02 FLG-MASSE            PIC 9(7)V99.
           02 FILLER               PIC X(10).
      *
       FD  EMPLACEM
                DATA RECORD EMP-LIGNE.
       01  EMP-LIGNE.
           02 EMP-NAR            PIC X(7).
           02 EMP-ZONE           PIC X(10).
      *
       FD  ARTORIG
                DATA RECORD ORG-LIGNE.
       01  ORG-LIGNE.
           02 ORG-NAR            PIC X(7).
           02 ORG-PAYS           PIC XX.
           02 ORG-MATIERE        PIC X(30).
      *
       FD  GENCODTB
                DATA RECORD GCT-LIGNE.
       01  GCT-LIGNE.
           02 GCT-EAN            PIC X(13).
           02 GCT-NAR            PIC X(7).
      *
       FD  ARTCOLIS
                DATA RECORD ACO-LIGNE.
       01  ACO-LIGNE.
           02 ACO-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 ACO-PCB            PIC 9(4).
           02 FILLER             PIC X.
           02 ACO-MASSE          PIC 9(5)V99.
           02 FILLER             PIC X.
           02 ACO-VOL            PIC 9(3)V999.
      *
       FD  ARTPRA
                DATA RECORD APR-LIGNE.
       01  APR-LIGNE.
           02 APR-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 APR-DATDEB         PIC 9(6).
           02 FILLER             PIC X.
           02 APR-DATFIN         PIC 9(6).
           02 FILLER             PIC X.
           02 APR-PRA            PIC 9(7)V99.
      *
       FD  PXPLANCH
                DATA RECORD PXP-LIGNE.
       01  PXP-LIGNE.
           02 PXP-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 PXP-PLANCH         PIC 9(7)V99.
      *
       FD  ARTTARIF
                DATA RECORD ATA-LIGNE.
       01  ATA-LIGNE.
           02 ATA-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 ATA-PRIX           PIC 9(7)V99.
      *
       FD  ARTFAM
                DATA RECORD AFM-LIGNE.
       01  AFM-LIGNE.
           02 AFM-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 AFM-FAM            PIC X(3).
      *
       FD  STOCKLOT
                DATA RECORD SLT-LIGNE.
       01  SLT-LIGNE.
           02 SLT-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 SLT-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 SLT-DFA            PIC 9(6).
           02 FILLER             PIC X.
           02 SLT-DLC            PIC 9(6).
           02 FILLER             PIC X.
           02 SLT-QTE            PIC 9(6)V99.
      *
       FD  CLIDLC
                DATA RECORD CDL-LIGNE.
       01  CDL-LIGNE.
           02 CDL-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CDL-MINRES         PIC 9(2).
      *
      * historique des articles : premiere apparition (creation),
      * incomplet depuis le, NOTIF envoyee le (zero = non)
       FD  ARTQHIS
                DATA RECORD AQH-LIGNE.
       01  AQH-LIGNE.
           02 AQH-NAR              PIC X(7).
           02 FILLER               PIC X.
           02 AQH-DATCRE           PIC 9(6).
           02 FILLER               PIC X.
           02 AQH-DATINC           PIC 9(6).
           02 FILLER               PIC X.
           02 AQH-DATNOT           PIC 9(6).
      *
       FD  ARTQHISN
                DATA RECORD AQN-LIGNE.
       01  AQN-LIGNE.
           02 AQN-NAR              PIC X(7).
           02 FILLER               PIC X.
           02 AQN-DATCRE           PIC 9(6).
           02 FILLER               PIC X.
           02 AQN-DATINC           PIC 9(6).
           02 FILLER               PIC X.
           02 AQN-DATNOT           PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LDCRE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LVTE                 PIC X.
           02 FILLER               PIC X.
           02 LEXP                 PIC X.
           02 FILLER               PIC X.
           02 LDAT                 PIC X.
           02 FILLER               PIC X(2).
           02 LFLG-E OCCURS 11.
              03 FILLER            PIC X(2).
              03 LFLG              PIC X.
              03 FILLER            PIC X(2).
           02 FILLER               PIC X(2).
           02 LSEV                 PIC 9 blank zero.
           02 FILLER               PIC X(2).
           02 LDINC                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(20).
       01  L2.
           02 LRLIB                PIC X(40).
           02 LRNB                 PIC Z(5)9.
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
       01  WFINP                  PIC 9 value zero.
           88 FIN-FARTUSAP        value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-FFACTLIG        value 1.
       01  WFINT                  PIC 9 value zero.
           88 FIN-TABLE           value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WNBJVTE                PIC 9(3) VALUE 90.
       01  WNBJNOUV               PIC 9(3) VALUE 30.
       01  WNBJNOUV-ED            PIC ZZ9.
       01  WNBJINC                PIC 9(3) VALUE 15.
       01  WPREMIER               PIC 9 VALUE ZERO.
           88 PREMIER-PASSAGE     VALUE 1.
      *
      **** dates en jours (annee de 360 jours, comme FARTC010)
       01  WDATE-CAL              PIC 9(6).
       01  WDATE-CAL-X REDEFINES WDATE-CAL.
           02 WDC-AA              PIC 99.
           02 WDC-MM              PIC 99.
           02 WDC-JJ              PIC 99.
       01  WNUM-CAL               PIC 9(5).
       01  WNUM-JOUR              PIC 9(5).
       01  WNUM-DEB               PIC 9(5).
       01  WECART                 PIC 9(5).
      *
      **** factures de la periode de vente, dans l'ordre de la cle
       01  WNB-FAC                PIC 9(6) VALUE ZERO.
       01  WTFAC.
           02 WTFAC-E OCCURS 1 TO 120000 DEPENDING ON WNB-FAC
                       ASCENDING KEY WFA-NFAC
                       INDEXED BY IX-FAC.
              03 WFA-NFAC         PIC 9(7).
              03 WFA-EXP          PIC X.
      *
      **** clients ayant une regle CLIDLC, regle generique 000000
       01  WTDLC.
           02 WTDLC-E OCCURS 2000 PIC 9(6).
       01  WNB-DLC                PIC 9(4) VALUE ZERO.
       01  WIDXD                  PIC 9(4).
       01  WDLC-GEN               PIC 9 VALUE ZERO.
           88 REGLE-GENERIQUE     VALUE 1.
      *
      **** articles dans l'ordre du code ; WAR-FLG : un indicateur
      **** par table (X a completer, . renseigne, - non requis,
      **** blanc sans objet) dans l'ordre de WTCOL
       01  WNB-ART                PIC 9(5) VALUE ZERO.
       01  WTART.
           02 WTART-E OCCURS 1 TO 20000 DEPENDING ON WNB-ART
                       ASCENDING KEY WAR-NAR
                       INDEXED BY IX-ART.
              03 WAR-NAR          PIC X(7).
              03 WAR-DATCRE       PIC 9(6).
              03 WAR-DATINC       PIC 9(6).
              03 WAR-DATNOT       PIC 9(6).
              03 WAR-STK          PIC X.
              03 WAR-VTE          PIC X.
              03 WAR-EXP          PIC X.
              03 WAR-DAT          PIC X.
              03 WAR-FLG          PIC X OCCURS 11.
              03 WAR-SCAN         PIC X.
              03 WAR-NOUV         PIC X.
              03 WAR-SEV          PIC 9.
              03 WAR-NOT          PIC X.
       01  WNAR-TRT               PIC X(7).
       01  WPOS                   PIC 9(5).
       01  WIDX                   PIC 9(5).
       01  WIDXS                  PIC 9(5).
       01  WTRV                   PIC 9.
       01  WIDXF                  PIC 99.
       01  WNB-MANQ               PIC 99.
       01  WSEV-TRT               PIC 9.
      **** ordre d'edition des severites, zero = article complet
       01  WTORD-TABLE            PIC X(4) VALUE "1230".
       01  WTORD-T REDEFINES WTORD-TABLE.
           02 WTORD-E OCCURS 4    PIC 9.
       01  WPASS                  PIC 9.
       01  WGRP                   PIC 9.
       01  WNB-LIG                PIC 9(5).
       01  WPOSL                  PIC 9(3).
      *
      **** tables controlees : entete de colonne, libelle du
      **** recapitulatif, nombre d'articles a completer
       01  WTCOL-TABLE.
           02 FILLER              PIC X(44) VALUE
              "EAN COLIEMPLPRA PLANTARIFAM ORIGNOMELOT DLC ".
       01  WTCOL-T REDEFINES WTCOL-TABLE.
           02 WTCOL-E OCCURS 11   PIC X(4).
       01  WTLIB-TABLE.
           02 FILLER              PIC X(36) VALUE
              "CODE EAN (GENCODTB)".
           02 FILLER              PIC X(36) VALUE
              "COLISAGE PCB/POIDS/VOLUME (ARTCOLIS)".
           02 FILLER              PIC X(36) VALUE
              "EMPLACEMENT (EMPLACEM)".
           02 FILLER              PIC X(36) VALUE
              "PRIX DE REVIENT EN COURS (ARTPRA)".
           02 FILLER              PIC X(36) VALUE
              "PRIX PLANCHER (PXPLANCH)".
           02 FILLER              PIC X(36) VALUE
              "PRIX TARIF (ARTTARIF)".
           02 FILLER              PIC X(36) VALUE
              "FAMILLE (ARTFAM)".
           02 FILLER              PIC X(36) VALUE
              "ORIGINE ARTICLE EXPORTE (ARTORIG)".
           02 FILLER              PIC X(36) VALUE
              "NOMENCLATURE DOUANIERE (FACTURES)".
           02 FILLER              PIC X(36) VALUE
              "LOTS DATES : DFA/DLC (STOCKLOT)".
           02 FILLER              PIC X(36) VALUE
              "REGLE DLC DES CLIENTS (CLIDLC)".
       01  WTLIB-T REDEFINES WTLIB-TABLE.
           02 WTLIB-E OCCURS 11   PIC X(36).
       01  WTCOD.
           02 WCO-NB OCCURS 11    PIC 9(6).
      *
      **** NOTIF : tables manquantes de l'article
       01  WMANQ                  PIC X(44).
       01  WPTR                   PIC 99.
       01  WECART-ED              PIC ZZZ9.
      *
       01  WTOT-SCAN              PIC 9(6) VALUE ZERO.
       01  WTOT-COMPLET           PIC 9(6) VALUE ZERO.
       01  WTOT-NOUV              PIC 9(6) VALUE ZERO.
       01  WTOT-NOTIF             PIC 9(6) VALUE ZERO.
       01  WTOT-SEVT.
           02 WTOT-SEV OCCURS 3   PIC 9(6).
      *
           copy '../copy/notif.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, historique, articles actifs et vendus,       *
      *       tables referentielles, evaluation, historique et edition *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINP WFINF WFINL WNB-FAC WNB-DLC WDLC-GEN
                        WNB-ART WPREMIER WTOT-SCAN WTOT-COMPLET
                        WTOT-NOUV WTOT-NOTIF.
           INITIALIZE WTCOD WTOT-SEVT.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'artqc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'NBJVTE' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WNBJVTE.
           string 'NBJNOUV' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WNBJNOUV.
           string 'NBJINC' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WNBJINC.
           MOVE WDATEJOUR TO WDATE-CAL.
           PERFORM T60 THRU T60-EXIT.
           MOVE WNUM-CAL TO WNUM-JOUR.
           MOVE ZERO TO WNUM-DEB.
           IF WNUM-JOUR > WNBJVTE
              COMPUTE WNUM-DEB = WNUM-JOUR - WNBJVTE
           END-IF.
           OPEN OUTPUT ETAT1.
      * historique : creation connue des articles deja vus
           OPEN INPUT ARTQHIS.
           IF FILE-STATUS6 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T14 THRU T14-EXIT UNTIL FIN-TABLE
              CLOSE ARTQHIS
           ELSE
              MOVE 1 TO WPREMIER
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS D'HISTORIQUE ARTQHIS : PREMIER PASSAGE, "
                      "DATES DE CREATION INCONNUES"
           END-IF.
      * articles actifs : stock par magasin, lots dates
           OPEN INPUT FARTUSAP.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "OUVERTURE FARTUSAP IMPOSSIBLE " FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-FARTUSAP.
           CLOSE FARTUSAP.
           OPEN INPUT STOCKLOT.
           IF FILE-STATUS6 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T24 THRU T24-EXIT UNTIL FIN-TABLE
              CLOSE STOCKLOT
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE STOCKLOT : AUCUN ARTICLE DATE CONTROLE"
           END-IF.
           OPEN INPUT CLIDLC.
           IF FILE-STATUS6 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T26 THRU T26-EXIT UNTIL FIN-TABLE
              CLOSE CLIDLC
           END-IF.
      * articles vendus / exportes sur la periode de vente
           OPEN INPUT FFACTURE.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS2
              STOP RUN
           END-IF.
           PERFORM T28 THRU T28-EXIT.
           PERFORM T29 THRU T29-EXIT UNTIL FIN-FFACTURE.
           CLOSE FFACTURE.
           OPEN INPUT FFACTLIG.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "OUVERTURE FFACTLIG IMPOSSIBLE " FILE-STATUS3
              STOP RUN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T31 THRU T31-EXIT UNTIL FIN-FFACTLIG.
           CLOSE FFACTLIG.
           PERFORM T40 THRU T40-EXIT.
           OPEN INPUT EMPLACEM.
           IF FILE-STATUS4 NOT = ZERO
              DISPLAY "OUVERTURE EMPLACEM IMPOSSIBLE " FILE-STATUS4
              STOP RUN
           END-IF.
           OPEN INPUT ARTORIG.
           IF FILE-STATUS5 NOT = ZERO
              DISPLAY "OUVERTURE ARTORIG IMPOSSIBLE " FILE-STATUS5
              STOP RUN
           END-IF.
           PERFORM T50 THRU T50-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ART.
           CLOSE EMPLACEM ARTORIG.
           PERFORM T70 THRU T70-EXIT.
           PERFORM T80 THRU T80-EXIT
                   VARYING WGRP FROM 1 BY 1 UNTIL WGRP > 2.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T14 : historique ARTQHIS (dans l'ordre des articles)           *
      *----------------------------------------------------------------*
       T14.
           READ ARTQHIS NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T14-EXIT.
           IF AQH-NAR = SPACES
              GO TO T14-EXIT
           END-IF.
           MOVE AQH-NAR TO WNAR-TRT.
           PERFORM T36 THRU T36-EXIT.
           MOVE AQH-DATCRE TO WAR-DATCRE(WPOS).
           MOVE AQH-DATINC TO WAR-DATINC(WPOS).
           MOVE AQH-DATNOT TO WAR-DATNOT(WPOS).
       T14-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T22 : articles en stock (FARTUSAP, tous magasins)          *
      *----------------------------------------------------------------*
       T20.
           READ FARTUSAP NEXT RECORD
                AT END MOVE 1 TO WFINP.
       T20-EXIT.
           EXIT.
       T22.
           MOVE FAP-NARX TO WNAR-TRT.
           PERFORM T36 THRU T36-EXIT.
           MOVE 'O' TO WAR-STK(WPOS).
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T24 : lots STOCKLOT : l'article est date ; DLC renseignee et   *
      *       pas anterieure a la date de fabrication                  *
      *----------------------------------------------------------------*
       T24.
           READ STOCKLOT NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T24-EXIT.
           IF SLT-NAR = SPACES
              GO TO T24-EXIT
           END-IF.
           MOVE SLT-NAR TO WNAR-TRT.
           PERFORM T36 THRU T36-EXIT.
           MOVE 'O' TO WAR-DAT(WPOS).
           IF SLT-DLC NOT NUMERIC OR SLT-DFA NOT NUMERIC
              MOVE 'X' TO WAR-FLG(WPOS, 10)
              GO TO T24-EXIT
           END-IF.
           IF SLT-DLC = ZERO OR SLT-DLC < SLT-DFA
              MOVE 'X' TO WAR-FLG(WPOS, 10)
           ELSE
              IF WAR-FLG(WPOS, 10) NOT = 'X'
                 MOVE '.' TO WAR-FLG(WPOS, 10)
              END-IF
           END-IF.
       T24-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T26 : clients de la table CLIDLC (000000 = regle generique)    *
      *----------------------------------------------------------------*
       T26.
           READ CLIDLC NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T26-EXIT.
           IF CDL-NCL NOT NUMERIC
              GO TO T26-EXIT
           END-IF.
           IF CDL-NCL = ZERO
              MOVE 1 TO WDLC-GEN
              GO TO T26-EXIT
           END-IF.
           IF WNB-DLC < 2000
              ADD 1 TO WNB-DLC
              MOVE CDL-NCL TO WTDLC-E(WNB-DLC)
           END-IF.
       T26-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T28/T29 : factures de la periode de vente (duplicata et avoirs *
      *           exclus), top export = livree hors France             *
      *----------------------------------------------------------------*
       T28.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T28-EXIT.
           EXIT.
       T29.
           IF FBDUP = '1' OR FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              GO TO T29F
           END-IF.
           MOVE FBDATE TO WDATE-CAL.
           PERFORM T60 THRU T60-EXIT.
           IF WNUM-CAL < WNUM-DEB OR WNUM-CAL > WNUM-JOUR
              GO TO T29F
           END-IF.
           IF WNB-FAC NOT < 120000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE FACTURES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-FAC.
           MOVE FBCLE-CDESUP TO WFA-NFAC(WNB-FAC).
           MOVE 'N' TO WFA-EXP(WNB-FAC).
           IF FBPAYS NOT = "FR" AND FBPAYS NOT = SPACES
              MOVE 'O' TO WFA-EXP(WNB-FAC)
           END-IF.
       T29F.
           PERFORM T28 THRU T28-EXIT.
       T29-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T31 : lignes facturees : article vendu, exporte,           *
      *           nomenclature, regle DLC du client d'un article date  *
      *----------------------------------------------------------------*
       T30.
           READ FFACTLIG NEXT RECORD
                AT END MOVE 1 TO WFINL.
       T30-EXIT.
           EXIT.
       T31.
           IF WNB-FAC = ZERO
              GO TO T31F
           END-IF.
           SEARCH ALL WTFAC-E
              AT END
                 GO TO T31F
              WHEN WFA-NFAC(IX-FAC) = FLG-NFAC
                 CONTINUE
           END-SEARCH.
           MOVE FLG-NAR TO WNAR-TRT.
           PERFORM T36 THRU T36-EXIT.
           MOVE 'O' TO WAR-VTE(WPOS).
           IF WFA-EXP(IX-FAC) = 'O'
              MOVE 'O' TO WAR-EXP(WPOS)
           END-IF.
           IF FLG-NOMEN = SPACES OR FLG-NOMEN = ZERO
              MOVE 'X' TO WAR-FLG(WPOS, 9)
           ELSE
              IF WAR-FLG(WPOS, 9) NOT = 'X'
                 MOVE '.' TO WAR-FLG(WPOS, 9)
              END-IF
           END-IF.
           IF WAR-DAT(WPOS) NOT = 'O'
              GO TO T31F
           END-IF.
           MOVE ZERO TO WTRV.
           IF REGLE-GENERIQUE
              MOVE 1 TO WTRV
           ELSE
              PERFORM T32 VARYING WIDXD FROM 1 BY 1
                      UNTIL WIDXD > WNB-DLC OR WTRV = 1
           END-IF.
           IF WTRV = ZERO
              MOVE 'X' TO WAR-FLG(WPOS, 11)
           ELSE
              IF WAR-FLG(WPOS, 11) NOT = 'X'
                 MOVE '.' TO WAR-FLG(WPOS, 11)
              END-IF
           END-IF.
       T31F.
           PERFORM T30 THRU T30-EXIT.
       T31-EXIT.
           EXIT.
       T32.
           IF WTDLC-E(WIDXD) = FLG-NCL
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T36 : recherche ou creation de l'article WNAR-TRT (WPOS),      *
      *       cree a sa place dans l'ordre des codes                   *
      *----------------------------------------------------------------*
       T36.
           PERFORM T38 THRU T38-EXIT.
           IF WPOS NOT = ZERO
              GO TO T36-EXIT
           END-IF.
           IF WNB-ART NOT < 20000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES ARTICLES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T36-CMP VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-ART OR WTRV = 1.
           IF WTRV = ZERO
              COMPUTE WPOS = WNB-ART + 1
           END-IF.
           ADD 1 TO WNB-ART.
           PERFORM T37 VARYING WIDXS FROM WNB-ART BY -1
                   UNTIL WIDXS NOT > WPOS.
           MOVE WNAR-TRT TO WAR-NAR(WPOS).
           MOVE ZERO     TO WAR-DATINC(WPOS) WAR-DATNOT(WPOS)
                            WAR-SEV(WPOS).
           MOVE WDATEJOUR TO WAR-DATCRE(WPOS).
           IF PREMIER-PASSAGE
              MOVE ZERO TO WAR-DATCRE(WPOS)
           END-IF.
           MOVE 'N' TO WAR-STK(WPOS) WAR-VTE(WPOS) WAR-EXP(WPOS)
                       WAR-DAT(WPOS) WAR-SCAN(WPOS) WAR-NOUV(WPOS)
                       WAR-NOT(WPOS).
           PERFORM T39 VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > 11.
       T36-EXIT.
           EXIT.
       T36-CMP.
           IF WAR-NAR(WIDXS) > WNAR-TRT
              MOVE 1 TO WTRV
              MOVE WIDXS TO WPOS
           END-IF.
       T37.
           MOVE WTART-E(WIDXS - 1) TO WTART-E(WIDXS).
      * tables de base et origine absentes tant qu'elles ne sont pas
      * lues ; nomenclature, lots et regle DLC sans objet
       T39.
           IF WIDXF > 8
              MOVE SPACE TO WAR-FLG(WPOS, WIDXF)
           ELSE
              MOVE 'X' TO WAR-FLG(WPOS, WIDXF)
           END-IF.
      *
      * T38 : recherche seule de l'article WNAR-TRT (WPOS, zero si
      *       absent de la table)
       T38.
           MOVE ZERO TO WPOS.
           IF WNB-ART = ZERO
              GO TO T38-EXIT
           END-IF.
           SEARCH ALL WTART-E
              AT END
                 GO TO T38-EXIT
              WHEN WAR-NAR(IX-ART) = WNAR-TRT
                 SET WPOS TO IX-ART
           END-SEARCH.
       T38-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : tables referentielles lues en sequence ; une table       *
      *       absente laisse ses articles a completer                  *
      *----------------------------------------------------------------*
       T40.
           OPEN INPUT GENCODTB.
           IF FILE-STATUS6 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T41 THRU T41-EXIT UNTIL FIN-TABLE
              CLOSE GENCODTB
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**OUVERTURE GENCODTB IMPOSSIBLE " FILE-STATUS6
           END-IF.
           OPEN INPUT ARTCOLIS.
           IF FILE-STATUS6 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T42 THRU T42-EXIT UNTIL FIN-TABLE
              CLOSE ARTCOLIS
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE TABLE ARTCOLIS"
           END-IF.
           OPEN INPUT ARTPRA.
           IF FILE-STATUS6 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T43 THRU T43-EXIT UNTIL FIN-TABLE
              CLOSE ARTPRA
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE TABLE ARTPRA"
           END-IF.
           OPEN INPUT PXPLANCH.
           IF FILE-STATUS6 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T44 THRU T44-EXIT UNTIL FIN-TABLE
              CLOSE PXPLANCH
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE TABLE PXPLANCH"
           END-IF.
           OPEN INPUT ARTTARIF.
           IF FILE-STATUS6 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T45 THRU T45-EXIT UNTIL FIN-TABLE
              CLOSE ARTTARIF
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE TABLE ARTTARIF"
           END-IF.
           OPEN INPUT ARTFAM.
           IF FILE-STATUS6 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T46 THRU T46-EXIT UNTIL FIN-TABLE
              CLOSE ARTFAM
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE TABLE ARTFAM"
           END-IF.
       T40-EXIT.
           EXIT.
      *
       T41.
           READ GENCODTB NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T41-EXIT.
           MOVE GCT-NAR TO WNAR-TRT.
           PERFORM T38 THRU T38-EXIT.
           IF WPOS NOT = ZERO
              MOVE '.' TO WAR-FLG(WPOS, 1)
           END-IF.
       T41-EXIT.
           EXIT.
      *
      * colisage complet : PCB, poids et volume renseignes
       T42.
           READ ARTCOLIS NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T42-EXIT.
           MOVE ACO-NAR TO WNAR-TRT.
           PERFORM T38 THRU T38-EXIT.
           IF WPOS = ZERO
              GO TO T42-EXIT
           END-IF.
           IF ACO-PCB NUMERIC AND ACO-MASSE NUMERIC
              AND ACO-VOL NUMERIC
              IF ACO-PCB > ZERO AND ACO-MASSE > ZERO
                 AND ACO-VOL > ZERO
                 MOVE '.' TO WAR-FLG(WPOS, 2)
              END-IF
           END-IF.
       T42-EXIT.
           EXIT.
      *
      * prix de revient en cours : periode qui couvre le jour (date de
      * fin a zero = sans fin) et prix non nul
       T43.
           READ ARTPRA NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T43-EXIT.
           MOVE APR-NAR TO WNAR-TRT.
           PERFORM T38 THRU T38-EXIT.
           IF WPOS = ZERO
              GO TO T43-EXIT
           END-IF.
           IF APR-DATDEB NOT NUMERIC OR APR-DATFIN NOT NUMERIC
              OR APR-PRA NOT NUMERIC
              GO TO T43-EXIT
           END-IF.
           IF APR-DATDEB > WDATEJOUR OR APR-PRA = ZERO
              GO TO T43-EXIT
           END-IF.
           IF APR-DATFIN = ZERO OR APR-DATFIN NOT < WDATEJOUR
              MOVE '.' TO WAR-FLG(WPOS, 4)
           END-IF.
       T43-EXIT.
           EXIT.
      *
       T44.
           READ PXPLANCH NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T44-EXIT.
           MOVE PXP-NAR TO WNAR-TRT.
           PERFORM T38 THRU T38-EXIT.
           IF WPOS NOT = ZERO AND PXP-PLANCH NUMERIC
              IF PXP-PLANCH > ZERO
                 MOVE '.' TO WAR-FLG(WPOS, 5)
              END-IF
           END-IF.
       T44-EXIT.
           EXIT.
      *
       T45.
           READ ARTTARIF NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T45-EXIT.
           MOVE ATA-NAR TO WNAR-TRT.
           PERFORM T38 THRU T38-EXIT.
           IF WPOS NOT = ZERO AND ATA-PRIX NUMERIC
              IF ATA-PRIX > ZERO
                 MOVE '.' TO WAR-FLG(WPOS, 6)
              END-IF
           END-IF.
       T45-EXIT.
           EXIT.
      *
       T46.
           READ ARTFAM NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T46-EXIT.
           MOVE AFM-NAR TO WNAR-TRT.
           PERFORM T38 THRU T38-EXIT.
           IF WPOS NOT = ZERO AND AFM-FAM NOT = SPACES
              MOVE '.' TO WAR-FLG(WPOS, 7)
           END-IF.
       T46-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : evaluation d'un article : emplacement, origine,          *
      *       severite, date d'incompletude, NOTIF                     *
      *----------------------------------------------------------------*
       T50.
           IF WAR-DATCRE(WIDX) NOT = ZERO
              MOVE WAR-DATCRE(WIDX) TO WDATE-CAL
              PERFORM T60 THRU T60-EXIT
              IF WNUM-JOUR - WNUM-CAL NOT > WNBJNOUV
                 MOVE 'O' TO WAR-NOUV(WIDX)
              END-IF
           END-IF.
           IF WAR-STK(WIDX) NOT = 'O' AND WAR-VTE(WIDX) NOT = 'O'
              AND WAR-DAT(WIDX) NOT = 'O' AND WAR-NOUV(WIDX) NOT = 'O'
              GO TO T50-EXIT
           END-IF.
           MOVE 'O' TO WAR-SCAN(WIDX).
           ADD 1 TO WTOT-SCAN.
           IF WAR-NOUV(WIDX) = 'O'
              ADD 1 TO WTOT-NOUV
           END-IF.
           MOVE WAR-NAR(WIDX) TO EMP-NAR.
           READ EMPLACEM
                INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-ZONE NOT = SPACES
                      MOVE '.' TO WAR-FLG(WIDX, 3)
                   END-IF
           END-READ.
           MOVE WAR-NAR(WIDX) TO ORG-NAR.
           READ ARTORIG
                INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ORG-PAYS NOT = SPACES
                      MOVE '.' TO WAR-FLG(WIDX, 8)
                   END-IF
           END-READ.
      * l'origine n'est exigee que d'un article exporte
           IF WAR-EXP(WIDX) NOT = 'O' AND WAR-FLG(WIDX, 8) = 'X'
              MOVE '-' TO WAR-FLG(WIDX, 8)
           END-IF.
           MOVE ZERO TO WNB-MANQ.
           PERFORM T51 VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > 11.
           IF WNB-MANQ = ZERO
              MOVE ZERO TO WAR-SEV(WIDX) WAR-DATINC(WIDX)
                           WAR-DATNOT(WIDX)
              ADD 1 TO WTOT-COMPLET
              GO TO T50-EXIT
           END-IF.
           MOVE 3 TO WAR-SEV(WIDX).
           IF WAR-VTE(WIDX) = 'O'
              MOVE 2 TO WAR-SEV(WIDX)
              IF WAR-EXP(WIDX) = 'O' OR WAR-DAT(WIDX) = 'O'
                 MOVE 1 TO WAR-SEV(WIDX)
              END-IF
           END-IF.
           MOVE WAR-SEV(WIDX) TO WSEV-TRT.
           ADD 1 TO WTOT-SEV(WSEV-TRT).
           IF WAR-DATINC(WIDX) = ZERO
              MOVE WDATEJOUR TO WAR-DATINC(WIDX)
           END-IF.
           IF WAR-SEV(WIDX) < 3 AND WAR-DATNOT(WIDX) = ZERO
              PERFORM T52 THRU T52-EXIT
           END-IF.
       T50-EXIT.
           EXIT.
      *
       T51.
           IF WAR-FLG(WIDX, WIDXF) = 'X'
              ADD 1 TO WNB-MANQ WCO-NB(WIDXF)
           END-IF.
      *
      *----------------------------------------------------------------*
      * T52 : article vendu incomplet : NOTIF equipe article quand le  *
      *       delai NBJINC depuis sa creation (a defaut, depuis la     *
      *       premiere detection) est atteint                          *
      *----------------------------------------------------------------*
       T52.
           IF WAR-DATCRE(WIDX) NOT = ZERO
              MOVE WAR-DATCRE(WIDX) TO WDATE-CAL
           ELSE
              MOVE WAR-DATINC(WIDX) TO WDATE-CAL
           END-IF.
           PERFORM T60 THRU T60-EXIT.
           MOVE ZERO TO WECART.
           IF WNUM-JOUR > WNUM-CAL
              COMPUTE WECART = WNUM-JOUR - WNUM-CAL
           END-IF.
           IF WECART < WNBJINC
              GO TO T52-EXIT
           END-IF.
           MOVE SPACES TO WMANQ.
           MOVE 1 TO WPTR.
           PERFORM T53 VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > 11.
           MOVE WECART TO WECART-ED.
           MOVE WAR-SEV(WIDX) TO INOTIF-SEV.
           MOVE "ARTICLE" TO INOTIF-CATEG.
           MOVE SPACES TO INOTIF-OBJET.
           MOVE WAR-NAR(WIDX) TO INOTIF-OBJET(1:7).
           MOVE SPACES TO INOTIF-LIB.
           STRING "INCOMPLET" WECART-ED "J : " WMANQ
                  DELIMITED BY SIZE INTO INOTIF-LIB.
           MOVE WDATEJOUR TO INOTIF-DATE.
           CALL "notif1" USING NOTIF.
           MOVE WDATEJOUR TO WAR-DATNOT(WIDX).
           MOVE 'O' TO WAR-NOT(WIDX).
           ADD 1 TO WTOT-NOTIF.
       T52-EXIT.
           EXIT.
       T53.
           IF WAR-FLG(WIDX, WIDXF) = 'X'
              MOVE WTCOL-E(WIDXF) TO WMANQ(WPTR:4)
              ADD 4 TO WPTR
           END-IF.
      *
      *----------------------------------------------------------------*
      * T60 : date AAMMJJ (WDATE-CAL) en jours (WNUM-CAL)              *
      *----------------------------------------------------------------*
       T60.
           MOVE ZERO TO WNUM-CAL.
           IF WDATE-CAL NOT NUMERIC
              GO TO T60-EXIT
           END-IF.
           COMPUTE WNUM-CAL = WDC-AA * 360 + WDC-MM * 30 + WDC-JJ.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : historique ARTQHIS reecrit dans ARTQHISN                 *
      *----------------------------------------------------------------*
       T70.
           OPEN OUTPUT ARTQHISN.
           PERFORM T71 VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ART.
           CLOSE ARTQHISN.
       T70-EXIT.
           EXIT.
       T71.
           MOVE SPACES TO AQN-LIGNE.
           MOVE WAR-NAR(WIDX)    TO AQN-NAR.
           MOVE WAR-DATCRE(WIDX) TO AQN-DATCRE.
           MOVE WAR-DATINC(WIDX) TO AQN-DATINC.
           MOVE WAR-DATNOT(WIDX) TO AQN-DATNOT.
           WRITE AQN-LIGNE.
      *
      *----------------------------------------------------------------*
      * T80/T82 : liste, articles crees depuis NBJNOUV jours puis les  *
      *           autres, par severite (1, 2, 3 puis complets)         *
      *----------------------------------------------------------------*
       T80.
           IF WGRP > 1
              MOVE SPACES TO LIGNE
              WRITE LIGNE BEFORE PAGE
           END-IF.
           MOVE SPACES TO LIGNE.
           IF WGRP = 1
              MOVE WNBJNOUV TO WNBJNOUV-ED
              STRING "COMPLETUDE DES ARTICLES AU " WDATEJOUR
                     " - ARTICLES CREES DEPUIS" WNBJNOUV-ED " JOURS"
                     DELIMITED BY SIZE INTO LIGNE
           ELSE
              STRING "COMPLETUDE DES ARTICLES AU " WDATEJOUR
                     " - ARTICLES ACTIFS"
                     DELIMITED BY SIZE INTO LIGNE
           END-IF.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "X = A COMPLETER   . = RENSEIGNE   - = NON REQUIS"
                TO LIGNE.
           MOVE "V = VENDU   E = EXPORTE   D = DATE" TO LIGNE(60:34).
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "ARTICLE" TO LIGNE(1:7).
           MOVE "CREE LE" TO LIGNE(9:7).
           MOVE "V E D"   TO LIGNE(18:5).
           PERFORM T81 VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > 11.
           MOVE "SEV"     TO LIGNE(81:3).
           MOVE "INCOMPL." TO LIGNE(85:8).
           MOVE "OBSERVATION" TO LIGNE(94:11).
           WRITE LIGNE BEFORE 2.
           MOVE ZERO TO WNB-LIG.
           PERFORM T82 THRU T82-EXIT
                   VARYING WPASS FROM 1 BY 1 UNTIL WPASS > 4.
           IF WNB-LIG = ZERO
              MOVE SPACES TO LIGNE
              MOVE "AUCUN ARTICLE" TO LIGNE
              WRITE LIGNE BEFORE 1
           END-IF.
       T80-EXIT.
           EXIT.
       T81.
           COMPUTE WPOSL = 26 + (WIDXF - 1) * 5.
           MOVE WTCOL-E(WIDXF) TO LIGNE(WPOSL:4).
      *
       T82.
           MOVE WTORD-E(WPASS) TO WSEV-TRT.
           PERFORM T83 THRU T83-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ART.
       T82-EXIT.
           EXIT.
      *
       T83.
           IF WAR-SCAN(WIDX) NOT = 'O' OR WAR-SEV(WIDX) NOT = WSEV-TRT
              GO TO T83-EXIT
           END-IF.
           IF (WGRP = 1 AND WAR-NOUV(WIDX) NOT = 'O')
              OR (WGRP = 2 AND WAR-NOUV(WIDX) = 'O')
              GO TO T83-EXIT
           END-IF.
           ADD 1 TO WNB-LIG.
           MOVE SPACES TO LIGNE.
           MOVE WAR-NAR(WIDX)    TO LNAR.
           MOVE WAR-DATCRE(WIDX) TO LDCRE.
           IF WAR-VTE(WIDX) = 'O'
              MOVE 'V' TO LVTE
           END-IF.
           IF WAR-EXP(WIDX) = 'O'
              MOVE 'E' TO LEXP
           END-IF.
           IF WAR-DAT(WIDX) = 'O'
              MOVE 'D' TO LDAT
           END-IF.
           PERFORM T84 VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > 11.
           MOVE WAR-SEV(WIDX)    TO LSEV.
           MOVE WAR-DATINC(WIDX) TO LDINC.
           IF WAR-NOT(WIDX) = 'O'
              MOVE "NOTIF EQUIPE ARTICLE" TO LLIB
           ELSE
              IF WAR-SEV(WIDX) = ZERO
                 MOVE "COMPLET" TO LLIB
              END-IF
           END-IF.
           WRITE LIGNE BEFORE 1.
       T83-EXIT.
           EXIT.
       T84.
           MOVE WAR-FLG(WIDX, WIDXF) TO LFLG(WIDXF).
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif : articles par severite, a completer par   *
      *       table                                                    *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE PAGE.
           MOVE SPACES TO LIGNE.
           STRING "COMPLETUDE DES ARTICLES AU " WDATEJOUR
                  " - RECAPITULATIF" DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "ARTICLES CONTROLES" TO LRLIB.
           MOVE WTOT-SCAN TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "  DONT ARTICLES CREES RECEMMENT" TO LRLIB.
           MOVE WTOT-NOUV TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "ARTICLES COMPLETS" TO LRLIB.
           MOVE WTOT-COMPLET TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "SEVERITE 1 - VENDU, EXPORTE OU DATE" TO LRLIB.
           MOVE WTOT-SEV(1) TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "SEVERITE 2 - VENDU" TO LRLIB.
           MOVE WTOT-SEV(2) TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "SEVERITE 3 - NON VENDU" TO LRLIB.
           MOVE WTOT-SEV(3) TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "NOTIF EQUIPE ARTICLE EMISES" TO LRLIB.
           MOVE WTOT-NOTIF TO LRNB.
           WRITE LIGNE BEFORE 3.
           MOVE SPACES TO LIGNE.
           MOVE "ARTICLES A COMPLETER PAR TABLE" TO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T92 VARYING WIDXF FROM 1 BY 1 UNTIL WIDXF > 11.
       T90-EXIT.
           EXIT.
       T92.
           MOVE SPACES TO LIGNE.
           MOVE WTLIB-E(WIDXF) TO LRLIB.
           MOVE WCO-NB(WIDXF)  TO LRNB.
           WRITE LIGNE BEFORE 1.
