      *DD9160 15/10/26 anes Creation - classification ABC/XYZ des
      *                     articles (valeur, frequence de picking,
      *                     regularite de la demande) sur 12 mois,
      *                     table ARTCLAS avec historique ARTCLASH
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASC010.
      *
      ******************************************************************
      * GPICMT    Classification ABC/XYZ mensuelle des articles sur les *
      *           12 mois termines au mois MOISFIN (AAMM, defaut : le   *
      *           mois precedant le run) :                              *
      *           - FFACTURE/FFACTLIG : valeur fiscale HT facturee et   *
      *             quantite par mois (avoir FBCFA 5/6/7 en negatif,    *
      *             duplicata exclus, comme COMIC010)                   *
      *           - FCOMJOC1 : lignes de commande a livrer dans la      *
      *             periode (date FJ1DLI, lignes supprimees exclues) =  *
      *             frequence de picking                                *
      *           ABC valeur et ABC lignes : tri decroissant, l'article *
      *           est A tant que le cumul qui le precede est sous       *
      *           SEUILA % du total (80 par defaut), B sous SEUILB %    *
      *           (95), C au-dela ou sans activite.  XYZ : coefficient  *
      *           de variation (ecart type / moyenne) des quantites     *
      *           mensuelles, X jusqu'a SEUILX (0,50), Y jusqu'a SEUILY *
      *           (1,00), Z au-dela ou sans demande.                    *
      *           La table courante ARTCLAS (ancien) est reecrite en    *
      *           ARTCLASN et chaque classement est ajoute a            *
      *           l'historique ARTCLASH.  Les changements de classe     *
      *           sont edites pour revue par les achats.  ARTCLAS est   *
      *           lue par INVTC010 (frequence de comptage), APPRC010    *
      *           (couverture du stock de securite) et CLASC020         *
      *           (proposition d'implantation).                         *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode sequential
                       record key FBCLE-CDESUP
                       file status is file-status.
      *
           SELECT FFACTLIG ASSIGN TO FFA-CTLIG
                       organization indexed
                       access mode sequential
                       record key FLG-CLE
                       file status is file-status2.
      *
           SELECT FCOMJOC1 ASSIGN TO FCOMJOC1
                       organization indexed
                       access mode sequential
                       record key FJ1CLE
                       file status is file-status3.
      *
           SELECT ARTCLAS ASSIGN TO ART-CLAS
                       organization line sequential
                       file status is file-status4.
      *
           SELECT ARTCLASN ASSIGN TO ART-CLASN
                       organization line sequential.
      *
           SELECT ARTCLASH ASSIGN TO ART-CLASH
                       organization line sequential
                       file status is file-status5.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FFACTURE
                DATA RECORD FB-LIGNE.
       01  FB-LIGNE.
           02 FBCLE-CDESUP          PIC 9(7).
           02 FBNCDE                PIC X(13).
           02 FBNCL                 PIC 9(6).
           02 FBDUP                 PIC X.
           02 FBDATE                PIC 9(6).
           02 FBDATE-X REDEFINES FBDATE.
              03 FBDATE-AA          PIC 99.
              03 FBDATE-MM          PIC 99.
              03 FBDATE-JJ          PIC 99.
           02 FBMONTHT              PIC S9(9)V99.
           02 FBREGLE               PIC X.
           02 FBCFA                 PIC 9.
           02 FBSOC                 PIC X(6).
           02 FBMONTTC              PIC S9(9)V99.
           02 FILLER                PIC X(41).
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
       FD  FCOMJOC1
                DATA RECORD FJ1-LIGNE.
       01  FJ1-LIGNE.
           02 FJ1CLE.
              03 FJ1NUM             PIC 9(7).
              03 FJ1NLG             PIC 9(3).
           02 FJ1NAR                PIC X(7).
           02 FJ1QTC                PIC 9(6)V99.
           02 FJ1DLI                PIC 9(6).
           02 FJ1DLI-X REDEFINES FJ1DLI.
              03 FJ1DLI-AA          PIC 99.
              03 FJ1DLI-MM          PIC 99.
              03 FJ1DLI-JJ          PIC 99.
           02 FJ1ETAT               PIC X.
           02 FJ1QTP                PIC 9(6)V99.
           02 FILLER                PIC X(32).
      *
      * table des classes : article, mois de classement (AAMM),
      * ABC valeur, ABC lignes, XYZ, valeur, lignes, coefficient
      * de variation
       FD  ARTCLAS
                DATA RECORD CLA-LIGNE.
       01  CLA-LIGNE.
           02 CLA-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 CLA-MOIS           PIC 9(4).
           02 FILLER             PIC X.
           02 CLA-CLV            PIC X.
           02 FILLER             PIC X.
           02 CLA-CLL            PIC X.
           02 FILLER             PIC X.
           02 CLA-CLX            PIC X.
           02 FILLER             PIC X.
           02 CLA-VAL            PIC S9(9)V99.
           02 FILLER             PIC X.
           02 CLA-NBL            PIC 9(6).
           02 FILLER             PIC X.
           02 CLA-CV             PIC 9(3)V99.
      *
       FD  ARTCLASN
                DATA RECORD CLN-LIGNE.
       01  CLN-LIGNE.
           02 CLN-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 CLN-MOIS           PIC 9(4).
           02 FILLER             PIC X.
           02 CLN-CLV            PIC X.
           02 FILLER             PIC X.
           02 CLN-CLL            PIC X.
           02 FILLER             PIC X.
           02 CLN-CLX            PIC X.
           02 FILLER             PIC X.
           02 CLN-VAL            PIC S9(9)V99.
           02 FILLER             PIC X.
           02 CLN-NBL            PIC 9(6).
           02 FILLER             PIC X.
           02 CLN-CV             PIC 9(3)V99.
      *
       FD  ARTCLASH
                DATA RECORD CLH-LIGNE.
       01  CLH-LIGNE              PIC X(43).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LANC                 PIC X(3).
           02 FILLER               PIC X(2).
           02 LNOU                 PIC X(3).
           02 FILLER               PIC X(2).
           02 LVAL                 PIC Z(10)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LNBL                 PIC Z(6)9 blank zero.
           02 FILLER               PIC X(2).
           02 LCV                  PIC ZZ9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(40).
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
           88 FIN-FFACTURE        value 1.
       01  WFINL                  PIC 9 value zero.
           88 FIN-FFACTLIG        value 1.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-FCOMJOC1        value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-ARTCLAS         value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AA              PIC 99.
           02 WDJ-MM              PIC 99.
           02 WDJ-JJ              PIC 99.
       01  WMOISFIN               PIC 9(4) VALUE ZERO.
       01  WMOISFIN-X REDEFINES WMOISFIN.
           02 WMF-AA              PIC 99.
           02 WMF-MM              PIC 99.
       01  WNUM-FIN               PIC 9(5).
       01  WNUM-DEB               PIC 9(5).
       01  WNUM-TRT               PIC 9(5).
       01  WMOIS-IDX              PIC 99.
       01  WSEUILA                PIC 9(3) VALUE 80.
       01  WSEUILB                PIC 9(3) VALUE 95.
       01  WSEUILX                PIC 9V99 VALUE 0.50.
       01  WSEUILY                PIC 9V99 VALUE 1.00.
       01  WSEUIL-LU              PIC 9(3).
      *
      **** factures de la periode, dans l'ordre de la cle FFACTURE
       01  WNB-FAC                PIC 9(6) VALUE ZERO.
       01  WTFAC.
           02 WTFAC-E OCCURS 1 TO 120000 DEPENDING ON WNB-FAC
                       ASCENDING KEY WFA-NFAC
                       INDEXED BY IX-FAC.
              03 WFA-NFAC         PIC 9(7).
              03 WFA-MOIS         PIC 99.
              03 WFA-SENS         PIC X.
      *
      **** cumuls et classes par article
       01  WTART.
           02 WTART-E OCCURS 9000.
              03 WAR-NAR          PIC X(7).
              03 WAR-VAL          PIC S9(11)V99.
              03 WAR-NBL          PIC 9(7).
              03 WAR-QTE          PIC S9(9)V99 OCCURS 12.
              03 WAR-CLV          PIC X.
              03 WAR-CLL          PIC X.
              03 WAR-CLX          PIC X.
              03 WAR-CV           PIC 9(3)V99.
              03 WAR-FAIT         PIC X.
              03 WAR-ANC          PIC X.
              03 WAR-ACLV         PIC X.
              03 WAR-ACLL         PIC X.
              03 WAR-ACLX         PIC X.
       01  WNB-ART                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WTRV                   PIC 9.
       01  WPOS                   PIC 9(5).
       01  WPOSM                  PIC 9(5).
       01  WNAR-TRT               PIC X(7).
      *
       01  WTOT-VAL               PIC S9(13)V99.
       01  WTOT-NBL               PIC 9(9).
       01  WCUM-VAL               PIC S9(13)V99.
       01  WCUM-NBL               PIC 9(9).
       01  WMAX-VAL               PIC S9(11)V99.
       01  WMAX-NBL               PIC 9(7).
       01  WPCT                   PIC 9(3)V99.
       01  WMOY                   PIC S9(9)V9(4).
       01  WDIF                   PIC S9(9)V9(4).
       01  WSOMC                  PIC 9(15)V9(6).
       01  WVAR                   PIC 9(13)V9(6).
       01  WECT                   PIC 9(9)V9(4).
       01  WCV                    PIC 9(5)V9(4).
       01  WM                     PIC 99.
      *
      **** matrice ABC valeur x XYZ
       01  WTMAT.
           02 WTMAT-L OCCURS 3.
              03 WMA-NB           PIC 9(5) OCCURS 3.
       01  WL                     PIC 9.
       01  WC                     PIC 9.
      *
       01  WED-NB                 PIC Z(4)9.
       01  WED-NB2                PIC Z(4)9.
       01  WED-NB3                PIC Z(4)9.
      *
       01  WTOT-CHG               PIC 9(5) VALUE ZERO.
       01  WTOT-NOU               PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, periode, chargements, classements,           *
      *       ecriture des tables et edition des changements           *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINF WFINL WFINJ WFINA WNB-FAC WNB-ART
                        WTOT-VAL WTOT-NBL WTOT-CHG WTOT-NOU.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'clasc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'MOISFIN' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WMOISFIN.
           string 'SEUILA' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WSEUILA.
           string 'SEUILB' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WSEUILB.
      * seuils XYZ en centiemes (050 = 0,50)
           string 'SEUILX' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WSEUIL-LU
              compute WSEUILX = WSEUIL-LU / 100.
           string 'SEUILY' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:3) numeric and var-data(1:3) not = zero
              move var-data(1:3) to WSEUIL-LU
              compute WSEUILY = WSEUIL-LU / 100.
      * periode : les 12 mois termines au mois MOISFIN
           IF WMOISFIN = ZERO
              MOVE WDJ-AA TO WMF-AA
              MOVE WDJ-MM TO WMF-MM
              SUBTRACT 1 FROM WMF-MM
              IF WMF-MM = ZERO
                 MOVE 12 TO WMF-MM
                 SUBTRACT 1 FROM WMF-AA
              END-IF
           END-IF.
           COMPUTE WNUM-FIN = WMF-AA * 12 + WMF-MM.
           COMPUTE WNUM-DEB = WNUM-FIN - 11.
           PERFORM T12 THRU T12-EXIT VARYING WL FROM 1 BY 1
                   UNTIL WL > 3.
           OPEN OUTPUT ETAT1.
           MOVE SPACES TO LIGNE.
           MOVE WMOISFIN TO LNBL.
           MOVE "CLASSIFICATION ABC/XYZ - 12 MOIS AU MOIS" TO LLIB.
           WRITE LIGNE BEFORE 2.
           OPEN INPUT ARTCLAS.
           IF FILE-STATUS4 = ZERO
              PERFORM T15 THRU T15-EXIT
              PERFORM T16 THRU T16-EXIT UNTIL FIN-ARTCLAS
              CLOSE ARTCLAS
           END-IF.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-FFACTURE.
           CLOSE FFACTURE.
           OPEN INPUT FFACTLIG.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE FFACTLIG IMPOSSIBLE " FILE-STATUS2
              STOP RUN
           END-IF.
           PERFORM T24 THRU T24-EXIT.
           PERFORM T26 THRU T26-EXIT UNTIL FIN-FFACTLIG.
           CLOSE FFACTLIG.
           OPEN INPUT FCOMJOC1.
           IF FILE-STATUS3 = ZERO
              PERFORM T28 THRU T28-EXIT
              PERFORM T29 THRU T29-EXIT UNTIL FIN-FCOMJOC1
              CLOSE FCOMJOC1
           END-IF.
      * classements
           MOVE ZERO TO WCUM-VAL.
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ART.
           MOVE ZERO TO WCUM-NBL.
           PERFORM T44 THRU T44-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ART.
           PERFORM T50 THRU T50-EXIT
                   VARYING WPOS FROM 1 BY 1 UNTIL WPOS > WNB-ART.
      * tables et changements de classe
           OPEN OUTPUT ARTCLASN.
           OPEN EXTEND ARTCLASH.
           IF FILE-STATUS5 NOT = ZERO
              OPEN OUTPUT ARTCLASH
           END-IF.
           PERFORM T60 THRU T60-EXIT
                   VARYING WPOS FROM 1 BY 1 UNTIL WPOS > WNB-ART.
           CLOSE ARTCLASN ARTCLASH.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
       T12.
           MOVE ZERO TO WMA-NB(WL 1) WMA-NB(WL 2) WMA-NB(WL 3).
       T12-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T15/T16 : classes du classement precedent (ARTCLAS)            *
      *----------------------------------------------------------------*
       T15.
           READ ARTCLAS NEXT RECORD
                AT END MOVE 1 TO WFINA.
       T15-EXIT.
           EXIT.
       T16.
           MOVE CLA-NAR TO WNAR-TRT.
           PERFORM T38 THRU T38-EXIT.
           IF WPOS NOT = ZERO
              MOVE 'O'     TO WAR-ANC(WPOS)
              MOVE CLA-CLV TO WAR-ACLV(WPOS)
              MOVE CLA-CLL TO WAR-ACLL(WPOS)
              MOVE CLA-CLX TO WAR-ACLX(WPOS)
           END-IF.
           PERFORM T15 THRU T15-EXIT.
       T16-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T22 : factures de la periode en table (ordre de cle),      *
      *           avoir = sens negatif, duplicata exclus               *
      *----------------------------------------------------------------*
       T20.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T20-EXIT.
           EXIT.
       T22.
           IF FBDUP = '1'
              GO TO T22F
           END-IF.
           COMPUTE WNUM-TRT = FBDATE-AA * 12 + FBDATE-MM.
           IF WNUM-TRT < WNUM-DEB OR WNUM-TRT > WNUM-FIN
              GO TO T22F
           END-IF.
           IF WNB-FAC NOT < 120000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE FACTURES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-FAC.
           MOVE FBCLE-CDESUP TO WFA-NFAC(WNB-FAC).
           COMPUTE WFA-MOIS(WNB-FAC) = WNUM-TRT - WNUM-DEB + 1.
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              MOVE '-' TO WFA-SENS(WNB-FAC)
           ELSE
              MOVE '+' TO WFA-SENS(WNB-FAC)
           END-IF.
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T24/T26 : lignes facturees : valeur et quantite du mois        *
      *----------------------------------------------------------------*
       T24.
           READ FFACTLIG NEXT RECORD
                AT END MOVE 1 TO WFINL.
       T24-EXIT.
           EXIT.
       T26.
           IF WNB-FAC = ZERO
              GO TO T26F
           END-IF.
           SEARCH ALL WTFAC-E
              AT END
                 GO TO T26F
              WHEN WFA-NFAC(IX-FAC) = FLG-NFAC
                 CONTINUE
           END-SEARCH.
           MOVE FLG-NAR TO WNAR-TRT.
           PERFORM T38 THRU T38-EXIT.
           IF WPOS = ZERO
              GO TO T26F
           END-IF.
           MOVE WFA-MOIS(IX-FAC) TO WMOIS-IDX.
           IF WFA-SENS(IX-FAC) = '-'
              SUBTRACT FLG-VALFISC FROM WAR-VAL(WPOS)
              SUBTRACT FLG-QTE FROM WAR-QTE(WPOS WMOIS-IDX)
           ELSE
              ADD FLG-VALFISC TO WAR-VAL(WPOS)
              ADD FLG-QTE TO WAR-QTE(WPOS WMOIS-IDX)
           END-IF.
       T26F.
           PERFORM T24 THRU T24-EXIT.
       T26-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T28/T29 : lignes de commande de la periode : frequence         *
      *----------------------------------------------------------------*
       T28.
           READ FCOMJOC1 NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T28-EXIT.
           EXIT.
       T29.
           IF FJ1ETAT = '9'
              GO TO T29F
           END-IF.
           COMPUTE WNUM-TRT = FJ1DLI-AA * 12 + FJ1DLI-MM.
           IF WNUM-TRT < WNUM-DEB OR WNUM-TRT > WNUM-FIN
              GO TO T29F
           END-IF.
           MOVE FJ1NAR TO WNAR-TRT.
           PERFORM T38 THRU T38-EXIT.
           IF WPOS NOT = ZERO
              ADD 1 TO WAR-NBL(WPOS)
           END-IF.
       T29F.
           PERFORM T28 THRU T28-EXIT.
       T29-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T38 : recherche ou creation de l'article WNAR-TRT (WPOS)       *
      *----------------------------------------------------------------*
       T38.
           MOVE ZERO TO WTRV.
           PERFORM T38-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-ART OR WTRV = 1.
           IF WTRV = ZERO
              IF WNB-ART = 9000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE ARTICLES PLEINE, CLASSEMENT TRONQUE"
                 MOVE ZERO TO WPOS
                 GO TO T38-EXIT
              END-IF
              ADD 1 TO WNB-ART
              MOVE WNB-ART TO WPOS
              MOVE WNAR-TRT TO WAR-NAR(WPOS)
              MOVE ZERO TO WAR-VAL(WPOS) WAR-NBL(WPOS) WAR-CV(WPOS)
              PERFORM T39 THRU T39-EXIT VARYING WM FROM 1 BY 1
                      UNTIL WM > 12
              MOVE 'C' TO WAR-CLV(WPOS) WAR-CLL(WPOS)
              MOVE 'Z' TO WAR-CLX(WPOS)
              MOVE SPACE TO WAR-FAIT(WPOS) WAR-ANC(WPOS)
                            WAR-ACLV(WPOS) WAR-ACLL(WPOS)
                            WAR-ACLX(WPOS)
           END-IF.
       T38-EXIT.
           EXIT.
       T38-CMP.
           IF WAR-NAR(WIDX) = WNAR-TRT
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOS
           END-IF.
       T39.
           MOVE ZERO TO WAR-QTE(WPOS WM).
       T39-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40/T42 : ABC valeur : article restant de plus forte           *
      *           valeur, classe selon le cumul qui le precede         *
      *----------------------------------------------------------------*
       T40.
           IF WIDX = 1
              MOVE ZERO TO WTOT-VAL
              PERFORM T41 THRU T41-EXIT
                      VARYING WPOS FROM 1 BY 1 UNTIL WPOS > WNB-ART
           END-IF.
           MOVE ZERO TO WMAX-VAL WPOSM.
           PERFORM T42 THRU T42-EXIT
                   VARYING WPOS FROM 1 BY 1 UNTIL WPOS > WNB-ART.
           IF WPOSM = ZERO OR WTOT-VAL = ZERO
              GO TO T40-EXIT
           END-IF.
           MOVE 'O' TO WAR-FAIT(WPOSM).
           COMPUTE WPCT = WCUM-VAL * 100 / WTOT-VAL.
           IF WPCT < WSEUILA
              MOVE 'A' TO WAR-CLV(WPOSM)
           ELSE
              IF WPCT < WSEUILB
                 MOVE 'B' TO WAR-CLV(WPOSM)
              END-IF
           END-IF.
           ADD WAR-VAL(WPOSM) TO WCUM-VAL.
       T40-EXIT.
           EXIT.
       T41.
           MOVE SPACE TO WAR-FAIT(WPOS).
           IF WAR-VAL(WPOS) > ZERO
              ADD WAR-VAL(WPOS) TO WTOT-VAL
           END-IF.
       T41-EXIT.
           EXIT.
       T42.
           IF WAR-FAIT(WPOS) NOT = 'O'
              AND WAR-VAL(WPOS) > WMAX-VAL
              MOVE WAR-VAL(WPOS) TO WMAX-VAL
              MOVE WPOS TO WPOSM
           END-IF.
       T42-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T44/T46 : ABC lignes, meme principe sur la frequence           *
      *----------------------------------------------------------------*
       T44.
           IF WIDX = 1
              MOVE ZERO TO WTOT-NBL
              PERFORM T45 THRU T45-EXIT
                      VARYING WPOS FROM 1 BY 1 UNTIL WPOS > WNB-ART
           END-IF.
           MOVE ZERO TO WMAX-NBL WPOSM.
           PERFORM T46 THRU T46-EXIT
                   VARYING WPOS FROM 1 BY 1 UNTIL WPOS > WNB-ART.
           IF WPOSM = ZERO OR WTOT-NBL = ZERO
              GO TO T44-EXIT
           END-IF.
           MOVE 'O' TO WAR-FAIT(WPOSM).
           COMPUTE WPCT = WCUM-NBL * 100 / WTOT-NBL.
           IF WPCT < WSEUILA
              MOVE 'A' TO WAR-CLL(WPOSM)
           ELSE
              IF WPCT < WSEUILB
                 MOVE 'B' TO WAR-CLL(WPOSM)
              END-IF
           END-IF.
           ADD WAR-NBL(WPOSM) TO WCUM-NBL.
       T44-EXIT.
           EXIT.
       T45.
           MOVE SPACE TO WAR-FAIT(WPOS).
           ADD WAR-NBL(WPOS) TO WTOT-NBL.
       T45-EXIT.
           EXIT.
       T46.
           IF WAR-FAIT(WPOS) NOT = 'O'
              AND WAR-NBL(WPOS) > WMAX-NBL
              MOVE WAR-NBL(WPOS) TO WMAX-NBL
              MOVE WPOS TO WPOSM
           END-IF.
       T46-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : XYZ : moyenne et ecart type des 12 quantites             *
      *       mensuelles, coefficient de variation                     *
      *----------------------------------------------------------------*
       T50.
           MOVE ZERO TO WMOY WSOMC.
           PERFORM T52 THRU T52-EXIT VARYING WM FROM 1 BY 1
                   UNTIL WM > 12.
           COMPUTE WMOY = WMOY / 12.
           IF WMOY NOT > ZERO
              MOVE 'Z' TO WAR-CLX(WPOS)
              MOVE ZERO TO WAR-CV(WPOS)
              GO TO T50-EXIT
           END-IF.
           PERFORM T54 THRU T54-EXIT VARYING WM FROM 1 BY 1
                   UNTIL WM > 12.
           COMPUTE WVAR = WSOMC / 12.
           COMPUTE WECT = WVAR ** 0.5.
           COMPUTE WCV ROUNDED = WECT / WMOY.
           IF WCV > 999
              MOVE 999 TO WAR-CV(WPOS)
           ELSE
              MOVE WCV TO WAR-CV(WPOS)
           END-IF.
           IF WCV NOT > WSEUILX
              MOVE 'X' TO WAR-CLX(WPOS)
           ELSE
              IF WCV NOT > WSEUILY
                 MOVE 'Y' TO WAR-CLX(WPOS)
              ELSE
                 MOVE 'Z' TO WAR-CLX(WPOS)
              END-IF
           END-IF.
       T50-EXIT.
           EXIT.
       T52.
           ADD WAR-QTE(WPOS WM) TO WMOY.
       T52-EXIT.
           EXIT.
       T54.
           COMPUTE WDIF = WAR-QTE(WPOS WM) - WMOY.
           COMPUTE WSOMC = WSOMC + WDIF * WDIF.
       T54-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : ecriture ARTCLASN + ARTCLASH, changement de classe       *
      *----------------------------------------------------------------*
       T60.
           MOVE SPACES TO CLN-LIGNE.
           MOVE WAR-NAR(WPOS) TO CLN-NAR.
           MOVE WMOISFIN      TO CLN-MOIS.
           MOVE WAR-CLV(WPOS) TO CLN-CLV.
           MOVE WAR-CLL(WPOS) TO CLN-CLL.
           MOVE WAR-CLX(WPOS) TO CLN-CLX.
           MOVE WAR-VAL(WPOS) TO CLN-VAL.
           MOVE WAR-NBL(WPOS) TO CLN-NBL.
           MOVE WAR-CV(WPOS)  TO CLN-CV.
           WRITE CLN-LIGNE.
           WRITE CLH-LIGNE FROM CLN-LIGNE.
      * matrice ABC valeur x XYZ
           MOVE 3 TO WL.
           IF WAR-CLV(WPOS) = 'A'
              MOVE 1 TO WL
           END-IF.
           IF WAR-CLV(WPOS) = 'B'
              MOVE 2 TO WL
           END-IF.
           MOVE 3 TO WC.
           IF WAR-CLX(WPOS) = 'X'
              MOVE 1 TO WC
           END-IF.
           IF WAR-CLX(WPOS) = 'Y'
              MOVE 2 TO WC
           END-IF.
           ADD 1 TO WMA-NB(WL WC).
           IF WAR-ANC(WPOS) NOT = 'O'
              ADD 1 TO WTOT-NOU
              GO TO T60-EXIT
           END-IF.
           IF WAR-ACLV(WPOS) = WAR-CLV(WPOS)
              AND WAR-ACLL(WPOS) = WAR-CLL(WPOS)
              AND WAR-ACLX(WPOS) = WAR-CLX(WPOS)
              GO TO T60-EXIT
           END-IF.
           ADD 1 TO WTOT-CHG.
           MOVE SPACES TO LIGNE.
           MOVE WAR-NAR(WPOS)  TO LNAR.
           MOVE WAR-ACLV(WPOS) TO LANC(1:1).
           MOVE WAR-ACLL(WPOS) TO LANC(2:1).
           MOVE WAR-ACLX(WPOS) TO LANC(3:1).
           MOVE WAR-CLV(WPOS)  TO LNOU(1:1).
           MOVE WAR-CLL(WPOS)  TO LNOU(2:1).
           MOVE WAR-CLX(WPOS)  TO LNOU(3:1).
           MOVE WAR-VAL(WPOS)  TO LVAL.
           MOVE WAR-NBL(WPOS)  TO LNBL.
           MOVE WAR-CV(WPOS)   TO LCV.
           MOVE "CHANGEMENT DE CLASSE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T60-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif : matrice ABC valeur x XYZ                 *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "CLASSE      X        Y        Z"
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           PERFORM T92 THRU T92-EXIT VARYING WL FROM 1 BY 1
                   UNTIL WL > 3.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WNB-ART TO LNBL.
           MOVE "TOTAL ARTICLES CLASSES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CHG TO LNBL.
           MOVE "TOTAL CHANGEMENTS DE CLASSE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-NOU TO LNBL.
           MOVE "TOTAL NOUVEAUX ARTICLES CLASSES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
       T92.
           MOVE SPACES TO LIGNE.
           MOVE WMA-NB(WL 1) TO WED-NB.
           MOVE WMA-NB(WL 2) TO WED-NB2.
           MOVE WMA-NB(WL 3) TO WED-NB3.
           IF WL = 1
              STRING "  A   " WED-NB "    " WED-NB2 "    " WED-NB3
                     DELIMITED BY SIZE INTO LIGNE
           END-IF.
           IF WL = 2
              STRING "  B   " WED-NB "    " WED-NB2 "    " WED-NB3
                     DELIMITED BY SIZE INTO LIGNE
           END-IF.
           IF WL = 3
              STRING "  C   " WED-NB "    " WED-NB2 "    " WED-NB3
                     DELIMITED BY SIZE INTO LIGNE
           END-IF.
           WRITE LIGNE BEFORE 1.
       T92-EXIT.
           EXIT.
