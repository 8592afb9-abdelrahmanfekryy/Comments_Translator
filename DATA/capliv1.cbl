      *DD9165 15/10/26 anes Creation - promesse de date de livraison
      *                     sous contrainte de capacite de preparation :
      *                     capacite par jour (CAPJOUR) et compteur de
      *                     charge deja promise (CAPCHG), consultes et
      *                     tenus par PRCDE060 et CGED-INTE0 - les
      *                     lundis de pointe cessent de promettre plus
      *                     de lignes que le quai ne peut expedier
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPLIV1.
      *
      ******************************************************************
      * GPICMT    Capacite de preparation : la table CAPJOUR porte par  *
      *           societe + site (site espace = toute la societe) la    *
      *           capacite d'une journee en lignes et en colis (colis   *
      *           zero = non limite) :                                  *
      *             - date zero, jour zero : capacite standard ;        *
      *             - date zero, jour 1 a 7 : capacite de ce jour de la *
      *               semaine (1 = lundi) ;                             *
      *             - date renseignee : exception pour cette date.      *
      *           La ligne la plus precise l'emporte (date, puis jour   *
      *           de semaine, puis standard ; site avant societe).  Une *
      *           capacite zero en lignes = journee fermee.  Un         *
      *           pourcentage de la capacite est reserve aux clients    *
      *           prioritaires, dont les niveaux (clniveau) sont listes *
      *           sur la ligne.  La charge deja promise par jour est    *
      *           tenue dans CAPCHG (cle societe + site + date).        *
      *           Traitements :                                         *
      *             D : premier jour a partir de la date demandee ou la *
      *                 commande tient encore (au plus 60 jours,        *
      *                 sinon date d'origine et retour 2) ;             *
      *             C : ajoute les lignes/colis de la commande creee a  *
      *                 la charge de sa date (creation si absente).     *
      *           Societe absente de CAPJOUR = pas de contrainte.       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPJOUR ASSIGN TO CAP-JOUR
                       organization line sequential
                       file status is file-status.
      *
           SELECT CAPCHG-F ASSIGN TO CAP-CHG
                       organization indexed
                       access mode dynamic
                       record key CHG-CLE
                       file status is file-status2.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CAPJOUR
                DATA RECORD CAP-LIGNE.
       01  CAP-LIGNE.
           02 CAP-SOC            PIC X(6).
           02 FILLER             PIC X.
           02 CAP-SITE           PIC XX.
           02 FILLER             PIC X.
           02 CAP-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 CAP-JSEM           PIC 9.
           02 FILLER             PIC X.
           02 CAP-NBL            PIC 9(5).
           02 FILLER             PIC X.
           02 CAP-NBC            PIC 9(5).
           02 FILLER             PIC X.
           02 CAP-PRIO           PIC 9(3).
           02 FILLER             PIC X.
           02 CAP-NIVP           PIC X(5).
           02 FILLER             PIC X.
           02 CAP-LIB            PIC X(20).
      *
       FD  CAPCHG-F
                DATA RECORD CHG-LIGNE.
       01  CHG-LIGNE.
           02 CHG-CLE.
              03 CHG-SOC         PIC X(6).
              03 CHG-SITE        PIC XX.
              03 CHG-DATE        PIC 9(6).
           02 CHG-NBL            PIC 9(6).
           02 CHG-NBC            PIC 9(6).
           02 CHG-NBLP           PIC 9(6).
           02 CHG-DATMAJ         PIC 9(6).
           02 FILLER             PIC X(10).
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  WFIN                   PIC 9.
           88 FIN-CAPJOUR         VALUE 1.
       01  WNOUV                  PIC 9.
       01  WCHG-DISPO             PIC 9.
      **** lignes de capacite de la societe + site demandes
       01  WTCAP.
           02 WTCAP-E OCCURS 100.
              03 WCP-DATE         PIC 9(6).
              03 WCP-JSEM         PIC 9.
              03 WCP-NBL          PIC 9(5).
              03 WCP-NBC          PIC 9(5).
              03 WCP-PRIO         PIC 9(3).
              03 WCP-RANG         PIC 9.
       01  WNB-CAP                PIC 9(3).
       01  WIDX                   PIC 9(3).
       01  WIDXN                  PIC 9.
      **** capacite retenue pour le jour examine
       01  WJ-RANG                PIC 9.
       01  WJ-TRV                 PIC 9.
       01  WJ-NBL                 PIC 9(5).
       01  WJ-NBC                 PIC 9(5).
       01  WJ-PRIO                PIC 9(3).
       01  WRES                   PIC 9(6).
       01  WRESC                  PIC 9(6).
       01  WBESOIN                PIC 9(7).
       01  WBESOINC               PIC 9(7).
       01  WTIENT                 PIC 9.
       01  WNIVP                  PIC X(5).
      * date de travail et calcul du jour de semaine (Zeller, comme
      * CALSOC1 : chaque quotient plancher dans son champ)
       01  WDT                    PIC 9(6).
       01  WDT-X REDEFINES WDT.
           02 WDT-AA              PIC 99.
           02 WDT-MM              PIC 99.
           02 WDT-JJ              PIC 99.
       01  WZ-A                   PIC 9(4).
       01  WZ-M                   PIC 99.
       01  WZ-Q1                  PIC 9(4).
       01  WZ-Q2                  PIC 9(4).
       01  WZ-Q3                  PIC 9(4).
       01  WZ-Q4                  PIC 9(4).
       01  WZ-H                   PIC S9(6).
       01  WZ-R                   PIC 9.
       01  WJSEM                  PIC 9.
       01  WNBJM                  PIC 99.
       01  WGARDE                 PIC 99.
      *
       LINKAGE SECTION.
           copy '../copy/capliv.com'.
      *
       PROCEDURE DIVISION USING CAPLIV.
       T10.
           MOVE SPACE TO OCAPLIV-RTN OCAPLIV-DECALE OCAPLIV-PRIO.
           MOVE ICAPLIV-DATE TO OCAPLIV-DATE.
           MOVE ZERO TO WNB-CAP WFIN.
           MOVE SPACES TO WNIVP.
           OPEN INPUT CAPJOUR.
           IF FILE-STATUS NOT = ZERO
              MOVE "0" TO OCAPLIV-RTN
              GOBACK
           END-IF.
           PERFORM T20 THRU T20-EXIT UNTIL FIN-CAPJOUR.
           CLOSE CAPJOUR.
      * client prioritaire : son niveau est liste sur une ligne de la
      * societe
           IF ICAPLIV-NIV NOT = SPACE
              PERFORM T25 THRU T25-EXIT
                      VARYING WIDXN FROM 1 BY 1 UNTIL WIDXN > 5
           END-IF.
           IF CCAPLIV-TRT-CHARGE
              PERFORM T60 THRU T60-EXIT
              GOBACK
           END-IF.
      * societe absente de la table : pas de contrainte de capacite
           IF WNB-CAP = ZERO
              MOVE "0" TO OCAPLIV-RTN
              GOBACK
           END-IF.
           MOVE ZERO TO WCHG-DISPO.
           OPEN INPUT CAPCHG-F.
           IF FILE-STATUS2 = ZERO
              MOVE 1 TO WCHG-DISPO
           END-IF.
           MOVE ICAPLIV-DATE TO WDT.
           MOVE ZERO TO WGARDE.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T50 THRU T50-EXIT
                   UNTIL WTIENT = 1 OR WGARDE > 60.
           IF WCHG-DISPO = 1
              CLOSE CAPCHG-F
           END-IF.
      * aucune journee libre sur l'horizon : on rend la date d'origine
           IF WGARDE > 60
              MOVE "2" TO OCAPLIV-RTN
              GOBACK
           END-IF.
           IF WDT NOT = ICAPLIV-DATE
              MOVE 'O' TO OCAPLIV-DECALE
              MOVE WDT TO OCAPLIV-DATE
           END-IF.
           MOVE "0" TO OCAPLIV-RTN.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20 : lignes de capacite de la societe (+ site) demandee       *
      *----------------------------------------------------------------*
       T20.
           READ CAPJOUR NEXT RECORD
                AT END MOVE 1 TO WFIN
                GO TO T20-EXIT.
           IF CAP-SOC NOT = ICAPLIV-SOC
              GO TO T20-EXIT
           END-IF.
           IF CAP-SITE NOT = SPACES
              AND CAP-SITE NOT = ICAPLIV-SITE
              GO TO T20-EXIT
           END-IF.
           IF CAP-NIVP NOT = SPACES
              MOVE CAP-NIVP TO WNIVP
           END-IF.
      * les exceptions passees n'encombrent pas la table
           IF CAP-DATE NOT = ZERO AND CAP-DATE < ICAPLIV-DATE
              GO TO T20-EXIT
           END-IF.
           IF WNB-CAP < 100
              ADD 1 TO WNB-CAP
              MOVE CAP-DATE TO WCP-DATE(WNB-CAP)
              MOVE CAP-JSEM TO WCP-JSEM(WNB-CAP)
              MOVE CAP-NBL  TO WCP-NBL(WNB-CAP)
              MOVE CAP-NBC  TO WCP-NBC(WNB-CAP)
              MOVE CAP-PRIO TO WCP-PRIO(WNB-CAP)
      * rang de precision : date 4, jour de semaine 2, standard 0,
      * plus 1 pour une ligne propre au site
              MOVE ZERO TO WCP-RANG(WNB-CAP)
              IF CAP-DATE NOT = ZERO
                 MOVE 4 TO WCP-RANG(WNB-CAP)
              ELSE
                 IF CAP-JSEM NOT = ZERO
                    MOVE 2 TO WCP-RANG(WNB-CAP)
                 END-IF
              END-IF
              IF CAP-SITE NOT = SPACES
                 ADD 1 TO WCP-RANG(WNB-CAP)
              END-IF
           END-IF.
       T20-EXIT.
           EXIT.
       T25.
           IF WNIVP(WIDXN:1) = ICAPLIV-NIV
              MOVE 'O' TO OCAPLIV-PRIO
           END-IF.
       T25-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : la commande tient-elle sur la date de travail ?          *
      *----------------------------------------------------------------*
       T30.
           MOVE ZERO TO WTIENT.
           PERFORM T40 THRU T40-EXIT.
           MOVE ZERO TO WJ-TRV WJ-RANG WJ-NBL WJ-NBC WJ-PRIO.
           PERFORM T35 THRU T35-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-CAP.
      * pas de ligne applicable a ce jour : pas de contrainte
           IF WJ-TRV = ZERO
              MOVE 1 TO WTIENT
              GO TO T30-EXIT
           END-IF.
      * capacite nulle = journee fermee a la preparation
           IF WJ-NBL = ZERO
              GO TO T30-EXIT
           END-IF.
           MOVE ZERO TO CHG-NBL CHG-NBC CHG-NBLP.
           IF WCHG-DISPO = 1
              MOVE ICAPLIV-SOC  TO CHG-SOC
              MOVE ICAPLIV-SITE TO CHG-SITE
              MOVE WDT          TO CHG-DATE
              READ CAPCHG-F
                   INVALID KEY
                      MOVE ZERO TO CHG-NBL CHG-NBC CHG-NBLP
              END-READ
           END-IF.
      * part reservee aux prioritaires, diminuee de ce qu'ils ont
      * deja consomme ; un prioritaire peut prendre toute la journee
           COMPUTE WRES = WJ-NBL * WJ-PRIO / 100.
           IF CHG-NBLP NOT < WRES
              MOVE ZERO TO WRES
           ELSE
              SUBTRACT CHG-NBLP FROM WRES
           END-IF.
           COMPUTE WRESC = WJ-NBC * WJ-PRIO / 100.
           IF CCAPLIV-PRIO-OUI
              MOVE ZERO TO WRES WRESC
           END-IF.
           COMPUTE WBESOIN = CHG-NBL + ICAPLIV-NBL + WRES.
           IF ICAPLIV-NBL = ZERO
              ADD 1 TO WBESOIN
           END-IF.
           IF WBESOIN > WJ-NBL
              GO TO T30-EXIT
           END-IF.
           IF WJ-NBC NOT = ZERO
              COMPUTE WBESOINC = CHG-NBC + ICAPLIV-NBC + WRESC
              IF WBESOINC > WJ-NBC
                 GO TO T30-EXIT
              END-IF
           END-IF.
           MOVE 1 TO WTIENT.
       T30-EXIT.
           EXIT.
       T35.
           IF WCP-DATE(WIDX) NOT = ZERO
              AND WCP-DATE(WIDX) NOT = WDT
              GO TO T35-EXIT
           END-IF.
           IF WCP-DATE(WIDX) = ZERO AND WCP-JSEM(WIDX) NOT = ZERO
              AND WCP-JSEM(WIDX) NOT = WJSEM
              GO TO T35-EXIT
           END-IF.
           IF WJ-TRV = 1 AND WCP-RANG(WIDX) < WJ-RANG
              GO TO T35-EXIT
           END-IF.
           MOVE 1              TO WJ-TRV.
           MOVE WCP-RANG(WIDX) TO WJ-RANG.
           MOVE WCP-NBL(WIDX)  TO WJ-NBL.
           MOVE WCP-NBC(WIDX)  TO WJ-NBC.
           MOVE WCP-PRIO(WIDX) TO WJ-PRIO.
       T35-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : jour de semaine de la date de travail (1 = lundi)        *
      *----------------------------------------------------------------*
       T40.
           COMPUTE WZ-A = 2000 + WDT-AA.
           MOVE WDT-MM TO WZ-M.
           IF WZ-M < 3
              ADD 12 TO WZ-M
              SUBTRACT 1 FROM WZ-A
           END-IF.
           COMPUTE WZ-Q1 = 13 * (WZ-M + 1).
           DIVIDE 5 INTO WZ-Q1 GIVING WZ-Q1.
           DIVIDE 4 INTO WZ-A GIVING WZ-Q2.
           DIVIDE 100 INTO WZ-A GIVING WZ-Q3.
           DIVIDE 400 INTO WZ-A GIVING WZ-Q4.
           COMPUTE WZ-H = WDT-JJ + WZ-Q1 + WZ-A + WZ-Q2 - WZ-Q3
                        + WZ-Q4.
           COMPUTE WZ-Q1 = WZ-H / 7.
           COMPUTE WZ-R = WZ-H - (WZ-Q1 * 7).
           IF WZ-R = 0
              MOVE 6 TO WJSEM
           ELSE
              IF WZ-R = 1
                 MOVE 7 TO WJSEM
              ELSE
                 COMPUTE WJSEM = WZ-R - 1
              END-IF
           END-IF.
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : avance d'un jour calendaire puis recontrole              *
      *----------------------------------------------------------------*
       T50.
           ADD 1 TO WDT-JJ WGARDE.
           MOVE ZERO TO WNBJM.
           IF WDT-MM = 1 OR = 3 OR = 5 OR = 7 OR = 8 OR = 10 OR = 12
              MOVE 31 TO WNBJM
           ELSE
              IF WDT-MM = 2
                 MOVE 28 TO WNBJM
                 DIVIDE 4 INTO WDT-AA GIVING WZ-Q1
                 IF WZ-Q1 * 4 = WDT-AA
                    MOVE 29 TO WNBJM
                 END-IF
              ELSE
                 MOVE 30 TO WNBJM
              END-IF
           END-IF.
           IF WDT-JJ > WNBJM
              MOVE 1 TO WDT-JJ
              ADD 1 TO WDT-MM
              IF WDT-MM > 12
                 MOVE 1 TO WDT-MM
                 ADD 1 TO WDT-AA
              END-IF
           END-IF.
           PERFORM T30 THRU T30-EXIT.
       T50-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : charge de la commande creee sur sa date                  *
      *----------------------------------------------------------------*
       T60.
           MOVE "0" TO OCAPLIV-RTN.
           MOVE ZERO TO WNOUV.
           OPEN I-O CAPCHG-F.
           IF FILE-STATUS2 NOT = ZERO
              OPEN OUTPUT CAPCHG-F
              CLOSE CAPCHG-F
              OPEN I-O CAPCHG-F
           END-IF.
           IF FILE-STATUS2 NOT = ZERO
              MOVE "1" TO OCAPLIV-RTN
              GO TO T60-EXIT
           END-IF.
           MOVE ICAPLIV-SOC  TO CHG-SOC.
           MOVE ICAPLIV-SITE TO CHG-SITE.
           MOVE ICAPLIV-DATE TO CHG-DATE.
           READ CAPCHG-F
                INVALID KEY
                   MOVE 1 TO WNOUV
                   MOVE SPACES TO CHG-LIGNE
                   MOVE ICAPLIV-SOC  TO CHG-SOC
                   MOVE ICAPLIV-SITE TO CHG-SITE
                   MOVE ICAPLIV-DATE TO CHG-DATE
                   MOVE ZERO TO CHG-NBL CHG-NBC CHG-NBLP CHG-DATMAJ
           END-READ.
           ADD ICAPLIV-NBL TO CHG-NBL.
           ADD ICAPLIV-NBC TO CHG-NBC.
           IF CCAPLIV-PRIO-OUI
              ADD ICAPLIV-NBL TO CHG-NBLP
           END-IF.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           IF var-data(1:6) NUMERIC
              MOVE var-data(1:6) TO CHG-DATMAJ
           END-IF.
           IF WNOUV = 1
              WRITE CHG-LIGNE
                   INVALID KEY
                      MOVE "1" TO OCAPLIV-RTN
              END-WRITE
           ELSE
              REWRITE CHG-LIGNE
                   INVALID KEY
                      MOVE "1" TO OCAPLIV-RTN
              END-REWRITE
           END-IF.
           CLOSE CAPCHG-F.
       T60-EXIT.
           EXIT.
