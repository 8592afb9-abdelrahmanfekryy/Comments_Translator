      *DD9180 15/10/26 anes Creation - revue du classement client
      *                     (clniveau) : proposition d'apres le CA 12
      *                     mois, la tendance, le paiement et les
      *                     engagements de taux de service, seuils en
      *                     table NIVSEU
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNVC010.
      *
      ******************************************************************
      * GPICMT    Revue du classement client (clniveau, niveau 1 = le   *
      *           plus prioritaire, 9 = le moins) : proposition d'un    *
      *           nouveau niveau pour chaque client de CLIENTPR (vue    *
      *           client de la priorisation des reliquats) a partir :   *
      *           - du CA facture HT des 12 mois glissants finissant au *
      *             mois MOISNIV (AAMM, mois precedent par defaut),     *
      *             avoirs deduits, FFACTURE                            *
      *           - de la tendance : meme CA des 12 mois d'avant        *
      *           - du comportement de paiement : dernier mois SCOHIS   *
      *             (SCORC010) au plus tard MOISNIV : DSO et retard     *
      *             moyen                                               *
      *           - des engagements de taux de service : partenaire a   *
      *             penalites (CLIENTPR)                                *
      *           Les regles sont les seuils de la table NIVSEU :       *
      *             C n montant : CA 12 mois minimum du niveau n (le    *
      *               meilleur niveau atteint donne la base)            *
      *             H pct : croissance >= pct, un niveau de mieux       *
      *             B pct : baisse >= pct, un niveau de moins           *
      *             D jours : DSO au-dela, un niveau de moins           *
      *             R jours : retard moyen au-dela, un niveau de moins  *
      *             E n : client engage, niveau n au moins              *
      *             M n : ecart maximum de n niveaux par revue          *
      *           Client sans facture sur 24 mois : niveau inchange.    *
      *           Les niveaux proposes differents de l'actuel partent   *
      *           dans NIVPRO avec leurs motifs (decisions et mise a    *
      *           jour FCLIENTS : CLNVC020) et sur la liste ETAT1 pour  *
      *           le directeur commercial.                              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NIVSEU ASSIGN TO NIV-SEU
                       organization line sequential
                       file status is file-status.
      *
           SELECT CLIENTPR ASSIGN TO CLI-ENTPR
                       organization indexed
                       access mode sequential
                       record key CLP-NCL
                       file status is file-status2.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode sequential
                       record key FBCLE-CDESUP
                       file status is file-status3.
      *
           SELECT SCOHIS ASSIGN TO SCO-HIS
                       organization line sequential
                       file status is file-status4.
      *
           SELECT NIVPRO ASSIGN TO NIV-PRO
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * seuils de la revue : type, niveau, valeur (montant, pct ou
      * jours selon le type), libelle
       FD  NIVSEU
                DATA RECORD NSE-LIGNE.
       01  NSE-LIGNE.
           02 NSE-TYPE           PIC X.
           02 FILLER             PIC X.
           02 NSE-NIV            PIC 9.
           02 FILLER             PIC X.
           02 NSE-VAL            PIC 9(9).
           02 FILLER             PIC X.
           02 NSE-LIB            PIC X(30).
      *
      * vue client pour la priorisation : niveau, top EDI, top
      * penalites (chargee depuis la fiche client et EDIPART par
      * l'extraction quotidienne)
       FD  CLIENTPR
                DATA RECORD CLP-LIGNE.
       01  CLP-LIGNE.
           02 CLP-NCL            PIC 9(6).
           02 CLP-NIVEAU         PIC 9.
           02 CLP-EDI            PIC X.
           02 CLP-PENAL          PIC X.
           02 FILLER             PIC X(10).
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
       FD  SCOHIS
                DATA RECORD SCH-LIGNE.
       01  SCH-LIGNE.
           02 SCH-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 SCH-MOIS             PIC 9(4).
           02 FILLER               PIC X.
           02 SCH-DSO              PIC 9(3).
           02 FILLER               PIC X.
           02 SCH-MOYRET           PIC 9(3)V9.
           02 FILLER               PIC X.
           02 SCH-PONRET           PIC 9(3)V9.
           02 FILLER               PIC X.
           02 SCH-PCTRET           PIC 9(3).
           02 FILLER               PIC X.
           02 SCH-NBIMP            PIC 9(3).
           02 FILLER               PIC X.
           02 SCH-NBFAC            PIC 9(5).
           02 FILLER               PIC X.
           02 SCH-MONTANT          PIC 9(9)V99.
           02 FILLER               PIC X.
           02 SCH-TEND             PIC X.
           02 FILLER               PIC X.
           02 SCH-ECART            PIC 9(3)V9.
           02 FILLER               PIC X.
           02 SCH-ALERTE           PIC X.
      *
      * proposition : statut P proposee, A acceptee, R refusee
       FD  NIVPRO
                DATA RECORD PRO-LIGNE.
       01  PRO-LIGNE.
           02 PRO-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 PRO-NIVAV            PIC 9.
           02 FILLER               PIC X.
           02 PRO-NIVAP            PIC 9.
           02 FILLER               PIC X.
           02 PRO-CA12             PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 PRO-CAP              PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 PRO-EVOL             PIC S9(3)V9
                                   SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 PRO-DSO              PIC 9(3).
           02 FILLER               PIC X.
           02 PRO-RET              PIC 9(3)V9.
           02 FILLER               PIC X.
           02 PRO-ENG              PIC X.
           02 FILLER               PIC X.
           02 PRO-MOTIF            PIC X(40).
           02 FILLER               PIC X.
           02 PRO-MOIS             PIC 9(4).
           02 FILLER               PIC X.
           02 PRO-STATUT           PIC X.
           02 FILLER               PIC X.
           02 PRO-DATVAL           PIC 9(6).
           02 FILLER               PIC X.
           02 PRO-USER             PIC X(8).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNIVAV               PIC 9.
           02 FILLER               PIC X(2).
           02 LNIVAP               PIC 9.
           02 FILLER               PIC X(2).
           02 LCA12                PIC -(9)9 blank zero.
           02 FILLER               PIC X(2).
           02 LCAP                 PIC -(9)9 blank zero.
           02 FILLER               PIC X(2).
           02 LEVOL                PIC -(3)9V,9 blank zero.
           02 FILLER               PIC X(2).
           02 LDSO                 PIC ZZ9 blank zero.
           02 FILLER               PIC X(2).
           02 LRET                 PIC ZZ9V,9 blank zero.
           02 FILLER               PIC X(2).
           02 LENG                 PIC X.
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
       01  WFINS                  PIC 9 value zero.
           88 FIN-NIVSEU          value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-CLIENTPR        value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINH                  PIC 9 value zero.
           88 FIN-SCOHIS          value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AA              PIC 99.
           02 WDJ-MM              PIC 99.
           02 WDJ-JJ              PIC 99.
       01  WMOIS                  PIC 9(4) VALUE ZERO.
       01  WMOIS-X REDEFINES WMOIS.
           02 WMO-AA              PIC 99.
           02 WMO-MM              PIC 99.
       01  WMOIS-TRT              PIC 9(4).
       01  WMOIS-TRT-X REDEFINES WMOIS-TRT.
           02 WMT-AA              PIC 99.
           02 WMT-MM              PIC 99.
      * mois en rang (AA x 12 + MM) : fin de la periode, debut des 12
      * mois glissants, debut des 12 mois d'avant
       01  WNUM-FIN               PIC 9(5).
       01  WNUM-DEB               PIC 9(5).
       01  WNUM-DEBP              PIC 9(5).
       01  WNUM-TRT               PIC 9(5).
      *
      **** seuils NIVSEU (zero = regle absente)
       01  WTSEU-CA.
           02 WSE-CAMIN           PIC 9(9) OCCURS 9.
       01  WSE-CAPRES             PIC 9 OCCURS 9.
       01  WNB-SEUCA              PIC 9 VALUE ZERO.
       01  WSE-HAUSSE             PIC 9(3) VALUE ZERO.
       01  WSE-BAISSE             PIC 9(3) VALUE ZERO.
       01  WSE-DSO                PIC 9(3) VALUE ZERO.
       01  WSE-RET                PIC 9(3) VALUE ZERO.
       01  WSE-ENG                PIC 9 VALUE ZERO.
       01  WSE-ECART              PIC 9 VALUE ZERO.
       01  WSE-PIRE               PIC 9 VALUE ZERO.
      *
      **** clients de CLIENTPR, dans l'ordre de la cle
       01  WNB-CLI                PIC 9(5) VALUE ZERO.
       01  WTCLI.
           02 WTCLI-E OCCURS 1 TO 20000 DEPENDING ON WNB-CLI
                       ASCENDING KEY WCL-NCL
                       INDEXED BY IX-CLI.
              03 WCL-NCL          PIC 9(6).
              03 WCL-NIV          PIC 9.
              03 WCL-PENAL        PIC X.
              03 WCL-CA12         PIC S9(11)V99.
              03 WCL-CAP          PIC S9(11)V99.
              03 WCL-NBFAC        PIC 9(5).
              03 WCL-SCOMOIS      PIC 9(5).
              03 WCL-DSO          PIC 9(3).
              03 WCL-RET          PIC 9(3)V9.
       01  WIDXC                  PIC 9(5).
      *
      **** proposition du client en cours
       01  WNIV                   PIC S9(3).
       01  WNIV-BASE              PIC 9.
       01  WIDXN                  PIC 9.
       01  WEVOL                  PIC S9(3)V9.
       01  WMOTIF                 PIC X(40).
       01  WPTR                   PIC 99.
       01  WMOT-AJ                PIC X(20).
      *
       01  WTOT-CLI               PIC 9(5) VALUE ZERO.
       01  WTOT-SANS              PIC 9(5) VALUE ZERO.
       01  WTOT-INCH              PIC 9(5) VALUE ZERO.
       01  WTOT-MIEUX             PIC 9(5) VALUE ZERO.
       01  WTOT-MOINS             PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : seuils, clients, CA, paiement, propositions              *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINS WFINC WFINF WFINH WNB-CLI WNB-SEUCA
                        WTOT-CLI WTOT-SANS WTOT-INCH WTOT-MIEUX
                        WTOT-MOINS.
           string 'MOISNIV' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WMOIS.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
      * par defaut le mois precedent : la revue passe en debut de mois
           if WMOIS = ZERO
              move WDJ-AA to WMO-AA
              move WDJ-MM to WMO-MM
              if WMO-MM = 1
                 move 12 to WMO-MM
                 if WMO-AA = ZERO
                    move 99 to WMO-AA
                 else
                    subtract 1 from WMO-AA
                 end-if
              else
                 subtract 1 from WMO-MM
              end-if
           end-if.
           COMPUTE WNUM-FIN  = WMO-AA * 12 + WMO-MM.
           COMPUTE WNUM-DEB  = WNUM-FIN - 11.
           COMPUTE WNUM-DEBP = WNUM-FIN - 23.
           string 'clnvc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN INPUT NIVSEU.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE TABLE NIVSEU"
              STOP RUN
           END-IF.
           INITIALIZE WTSEU-CA.
           PERFORM T12 THRU T12-EXIT.
           PERFORM T13 THRU T13-EXIT UNTIL FIN-NIVSEU.
           CLOSE NIVSEU.
           IF WNB-SEUCA = ZERO
              DISPLAY "GPIWARNING"
              DISPLAY "**AUCUN SEUIL DE CA DANS NIVSEU, PAS DE REVUE"
              STOP RUN
           END-IF.
           OPEN INPUT CLIENTPR.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE CLIENTPR IMPOSSIBLE " FILE-STATUS2
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-CLIENTPR.
           CLOSE CLIENTPR.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS3
              STOP RUN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-FFACTURE.
           CLOSE FFACTURE.
           OPEN INPUT SCOHIS.
           IF FILE-STATUS4 = ZERO
              PERFORM T35 THRU T35-EXIT
              PERFORM T37 THRU T37-EXIT UNTIL FIN-SCOHIS
              CLOSE SCOHIS
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS D'HISTORIQUE SCOHIS, PAIEMENT NON PRIS"
                      " EN COMPTE"
           END-IF.
           OPEN OUTPUT NIVPRO ETAT1.
           MOVE SPACES TO LIGNE.
           STRING "REVUE DU CLASSEMENT CLIENT - 12 MOIS A FIN "
                  WMOIS DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "CLIENT  AV AP    CA 12 MOIS    CA N-1    EVOL%  DSO"
                TO LIGNE.
           MOVE "RETARD E  MOTIFS" TO LIGNE(54:16).
           WRITE LIGNE BEFORE 2.
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDXC FROM 1 BY 1 UNTIL WIDXC > WNB-CLI.
           PERFORM T90 THRU T90-EXIT.
           CLOSE NIVPRO ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12/T13 : table des seuils                                     *
      *----------------------------------------------------------------*
       T12.
           READ NIVSEU NEXT RECORD
                AT END MOVE 1 TO WFINS.
       T12-EXIT.
           EXIT.
       T13.
           IF NSE-VAL NOT NUMERIC
              MOVE ZERO TO NSE-VAL
           END-IF.
           IF NSE-TYPE = 'C'
              IF NSE-NIV NUMERIC AND NSE-NIV NOT = ZERO
                 MOVE NSE-VAL TO WSE-CAMIN(NSE-NIV)
                 MOVE 1 TO WSE-CAPRES(NSE-NIV)
                 ADD 1 TO WNB-SEUCA
                 IF NSE-NIV > WSE-PIRE
                    MOVE NSE-NIV TO WSE-PIRE
                 END-IF
              END-IF
           END-IF.
           IF NSE-TYPE = 'H'
              MOVE NSE-VAL TO WSE-HAUSSE
           END-IF.
           IF NSE-TYPE = 'B'
              MOVE NSE-VAL TO WSE-BAISSE
           END-IF.
           IF NSE-TYPE = 'D'
              MOVE NSE-VAL TO WSE-DSO
           END-IF.
           IF NSE-TYPE = 'R'
              MOVE NSE-VAL TO WSE-RET
           END-IF.
           IF NSE-TYPE = 'E' AND NSE-NIV NUMERIC
              MOVE NSE-NIV TO WSE-ENG
           END-IF.
           IF NSE-TYPE = 'M' AND NSE-NIV NUMERIC
              MOVE NSE-NIV TO WSE-ECART
           END-IF.
           PERFORM T12 THRU T12-EXIT.
       T13-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T22 : clients a classer                                    *
      *----------------------------------------------------------------*
       T20.
           READ CLIENTPR NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T20-EXIT.
           EXIT.
       T22.
           IF CLP-NIVEAU NOT NUMERIC OR CLP-NIVEAU = ZERO
              GO TO T22F
           END-IF.
           IF WNB-CLI = 20000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE CLIENTS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-CLI.
           INITIALIZE WTCLI-E(WNB-CLI).
           MOVE CLP-NCL    TO WCL-NCL(WNB-CLI).
           MOVE CLP-NIVEAU TO WCL-NIV(WNB-CLI).
           MOVE CLP-PENAL  TO WCL-PENAL(WNB-CLI).
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : CA HT des 12 mois glissants et des 12 mois d'avant   *
      *----------------------------------------------------------------*
       T30.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T30-EXIT.
           EXIT.
       T32.
           IF FBDUP = '1' OR WNB-CLI = ZERO
              GO TO T32F
           END-IF.
           MOVE FBDATE(1:4) TO WMOIS-TRT.
           COMPUTE WNUM-TRT = WMT-AA * 12 + WMT-MM.
           IF WNUM-TRT > WNUM-FIN OR WNUM-TRT < WNUM-DEBP
              GO TO T32F
           END-IF.
           SEARCH ALL WTCLI-E
              AT END
                 GO TO T32F
              WHEN WCL-NCL(IX-CLI) = FBNCL
                 CONTINUE
           END-SEARCH.
           ADD 1 TO WCL-NBFAC(IX-CLI).
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              IF WNUM-TRT < WNUM-DEB
                 SUBTRACT FBMONTHT FROM WCL-CAP(IX-CLI)
              ELSE
                 SUBTRACT FBMONTHT FROM WCL-CA12(IX-CLI)
              END-IF
           ELSE
              IF WNUM-TRT < WNUM-DEB
                 ADD FBMONTHT TO WCL-CAP(IX-CLI)
              ELSE
                 ADD FBMONTHT TO WCL-CA12(IX-CLI)
              END-IF
           END-IF.
       T32F.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T35/T37 : paiement : dernier mois note au plus tard MOISNIV    *
      *----------------------------------------------------------------*
       T35.
           READ SCOHIS NEXT RECORD
                AT END MOVE 1 TO WFINH.
       T35-EXIT.
           EXIT.
       T37.
           IF WNB-CLI = ZERO OR SCH-MOIS NOT NUMERIC
              GO TO T37F
           END-IF.
           MOVE SCH-MOIS TO WMOIS-TRT.
           COMPUTE WNUM-TRT = WMT-AA * 12 + WMT-MM.
           IF WNUM-TRT > WNUM-FIN
              GO TO T37F
           END-IF.
           SEARCH ALL WTCLI-E
              AT END
                 GO TO T37F
              WHEN WCL-NCL(IX-CLI) = SCH-NCL
                 CONTINUE
           END-SEARCH.
           IF WNUM-TRT NOT < WCL-SCOMOIS(IX-CLI)
              MOVE WNUM-TRT   TO WCL-SCOMOIS(IX-CLI)
              MOVE SCH-DSO    TO WCL-DSO(IX-CLI)
              MOVE SCH-MOYRET TO WCL-RET(IX-CLI)
           END-IF.
       T37F.
           PERFORM T35 THRU T35-EXIT.
       T37-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : niveau propose d'un client et motifs                     *
      *----------------------------------------------------------------*
       T40.
           ADD 1 TO WTOT-CLI.
           IF WCL-NBFAC(WIDXC) = ZERO
              ADD 1 TO WTOT-SANS
              GO TO T40-EXIT
           END-IF.
           MOVE SPACES TO WMOTIF.
           MOVE 1 TO WPTR.
           MOVE ZERO TO WEVOL.
      * base : meilleur niveau dont le CA minimum est atteint
           MOVE WSE-PIRE TO WNIV-BASE.
           PERFORM T42 THRU T42-EXIT
                   VARYING WIDXN FROM 9 BY -1 UNTIL WIDXN = ZERO.
           MOVE WNIV-BASE TO WNIV.
           IF WNIV NOT = WCL-NIV(WIDXC)
              MOVE "CA 12 MOIS" TO WMOT-AJ
              PERFORM T48 THRU T48-EXIT
           END-IF.
      * tendance sur les 12 mois d'avant
           IF WCL-CAP(WIDXC) > ZERO
              COMPUTE WEVOL ROUNDED = (WCL-CA12(WIDXC) - WCL-CAP(WIDXC))
                                     * 100 / WCL-CAP(WIDXC)
                      ON SIZE ERROR MOVE 999.9 TO WEVOL
              END-COMPUTE
              IF WSE-HAUSSE NOT = ZERO AND WEVOL NOT < WSE-HAUSSE
                 SUBTRACT 1 FROM WNIV
                 MOVE "CROISSANCE" TO WMOT-AJ
                 PERFORM T48 THRU T48-EXIT
              END-IF
              IF WSE-BAISSE NOT = ZERO
                 AND WEVOL NOT > ZERO - WSE-BAISSE
                 ADD 1 TO WNIV
                 MOVE "BAISSE DU CA" TO WMOT-AJ
                 PERFORM T48 THRU T48-EXIT
              END-IF
           END-IF.
      * comportement de paiement : un niveau de moins au plus
           IF WSE-DSO NOT = ZERO AND WCL-DSO(WIDXC) > WSE-DSO
              ADD 1 TO WNIV
              MOVE "DSO" TO WMOT-AJ
              PERFORM T48 THRU T48-EXIT
           ELSE
              IF WSE-RET NOT = ZERO AND WCL-RET(WIDXC) > WSE-RET
                 ADD 1 TO WNIV
                 MOVE "RETARD PAIEMENT" TO WMOT-AJ
                 PERFORM T48 THRU T48-EXIT
              END-IF
           END-IF.
           IF WNIV < 1
              MOVE 1 TO WNIV
           END-IF.
           IF WNIV > 9
              MOVE 9 TO WNIV
           END-IF.
      * engagement de taux de service : niveau minimum garanti
           IF WCL-PENAL(WIDXC) = 'O' AND WSE-ENG NOT = ZERO
              AND WNIV > WSE-ENG
              MOVE WSE-ENG TO WNIV
              MOVE "ENGAGEMENT SERVICE" TO WMOT-AJ
              PERFORM T48 THRU T48-EXIT
           END-IF.
      * ecart maximum par revue
           IF WSE-ECART NOT = ZERO
              IF WNIV > WCL-NIV(WIDXC) + WSE-ECART
                 COMPUTE WNIV = WCL-NIV(WIDXC) + WSE-ECART
                 MOVE "ECART LIMITE" TO WMOT-AJ
                 PERFORM T48 THRU T48-EXIT
              END-IF
              IF WNIV < WCL-NIV(WIDXC) - WSE-ECART
                 COMPUTE WNIV = WCL-NIV(WIDXC) - WSE-ECART
                 MOVE "ECART LIMITE" TO WMOT-AJ
                 PERFORM T48 THRU T48-EXIT
              END-IF
           END-IF.
           IF WNIV = WCL-NIV(WIDXC)
              ADD 1 TO WTOT-INCH
              GO TO T40-EXIT
           END-IF.
           IF WNIV < WCL-NIV(WIDXC)
              ADD 1 TO WTOT-MIEUX
           ELSE
              ADD 1 TO WTOT-MOINS
           END-IF.
           MOVE SPACES TO PRO-LIGNE.
           MOVE WCL-NCL(WIDXC)  TO PRO-NCL.
           MOVE WCL-NIV(WIDXC)  TO PRO-NIVAV.
           MOVE WNIV            TO PRO-NIVAP.
           MOVE WCL-CA12(WIDXC) TO PRO-CA12.
           MOVE WCL-CAP(WIDXC)  TO PRO-CAP.
           MOVE WEVOL           TO PRO-EVOL.
           MOVE WCL-DSO(WIDXC)  TO PRO-DSO.
           MOVE WCL-RET(WIDXC)  TO PRO-RET.
           MOVE WCL-PENAL(WIDXC) TO PRO-ENG.
           MOVE WMOTIF          TO PRO-MOTIF.
           MOVE WMOIS           TO PRO-MOIS.
           MOVE 'P'             TO PRO-STATUT.
           MOVE ZERO            TO PRO-DATVAL.
           WRITE PRO-LIGNE.
           MOVE SPACES TO LIGNE.
           MOVE PRO-NCL   TO LNCL.
           MOVE PRO-NIVAV TO LNIVAV.
           MOVE PRO-NIVAP TO LNIVAP.
           MOVE WCL-CA12(WIDXC) TO LCA12.
           MOVE WCL-CAP(WIDXC)  TO LCAP.
           MOVE WEVOL     TO LEVOL.
           MOVE PRO-DSO   TO LDSO.
           MOVE PRO-RET   TO LRET.
           MOVE PRO-ENG   TO LENG.
           MOVE WMOTIF    TO LLIB.
           WRITE LIGNE BEFORE 1.
       T40-EXIT.
           EXIT.
      *
       T42.
           IF WSE-CAPRES(WIDXN) = 1
              AND WCL-CA12(WIDXC) NOT < WSE-CAMIN(WIDXN)
              MOVE WIDXN TO WNIV-BASE
           END-IF.
       T42-EXIT.
           EXIT.
      *
      * ajout d'un motif a la liste (separateur virgule)
       T48.
           IF WPTR > 1 AND WPTR < 40
              STRING ", " DELIMITED BY SIZE
                     INTO WMOTIF WITH POINTER WPTR
           END-IF.
           IF WPTR < 40
              STRING WMOT-AJ DELIMITED BY "  "
                     INTO WMOTIF WITH POINTER WPTR
           END-IF.
       T48-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : totaux                                                   *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-CLI TO LNCL.
           MOVE "CLIENTS EXAMINES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-SANS TO LNCL.
           MOVE "SANS FACTURE SUR 24 MOIS, NIVEAU INCHANGE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-INCH TO LNCL.
           MOVE "NIVEAU CONFIRME" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MIEUX TO LNCL.
           MOVE "PROPOSES A UN NIVEAU PLUS PRIORITAIRE" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MOINS TO LNCL.
           MOVE "PROPOSES A UN NIVEAU MOINS PRIORITAIRE" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
