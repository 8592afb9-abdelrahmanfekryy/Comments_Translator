      *DD9176 15/10/26 anes Creation - indexation contractuelle des
      *                     prix Industrie : revalorisation
      *                     trimestrielle des prix REFERCLI selon la
      *                     formule du contrat (indices INDVAL,
      *                     formules INDFOR) et proposition avant/apres
      *                     INDPRO a valider par INDXC020
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDXC010.
      *
      ******************************************************************
      * GPICMT    Indexation contractuelle des prix clients Industrie,  *
      *           passage trimestriel de proposition :                  *
      *           - INDVAL : les valeurs mensuelles des indices         *
      *             matieres (code indice INSEE / resine / acier...,    *
      *             mois AAMM, valeur)                                  *
      *           - INDFOR : les formules de contrat par client et      *
      *             article (type A) ou famille stat (type F, ARTFAM) : *
      *             indice, prix de base P0, indice de base I0, poids   *
      *             a (partie fixe) et b (partie indexee, a + b = 1),   *
      *             periodicite de revision en mois (3 par defaut),     *
      *             plafond et plancher de variation en % par revision  *
      *             (zero = sans borne), dates de validite du contrat   *
      *           - INDHIS : l'historique des revisions appliquees par  *
      *             INDXC020 (mois de l'indice, P0 retenu)              *
      *           - REFERCLI : le tarif assortiment du client, prix     *
      *             avant revision                                      *
      *           Chaque article de l'assortiment couvert par une       *
      *           formule (article d'abord, famille ensuite) et dont la *
      *           revision est due (periodicite atteinte depuis la      *
      *           derniere revision appliquee) est revalorise au mois   *
      *           MOISIND (parametre AAMM, mois precedent par defaut) : *
      *           P = P0 x (a + b x I / I0), borne par le plafond et le *
      *           plancher.  P0 : celui de la formule article, sinon    *
      *           celui de la premiere revision de l'article, sinon le  *
      *           prix REFERCLI du jour, fige ensuite par l'historique. *
      *           Les propositions avant/apres partent dans INDPRO avec *
      *           la date d'effet DATEFF (AAMMJJ, 1er du mois suivant   *
      *           par defaut) pour validation par INDXC020 (INDVIS).    *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDVAL ASSIGN TO IND-VAL
                       organization line sequential
                       file status is file-status.
      *
           SELECT INDFOR ASSIGN TO IND-FOR
                       organization line sequential
                       file status is file-status2.
      *
           SELECT INDHIS ASSIGN TO IND-HIS
                       organization line sequential
                       file status is file-status3.
      *
           SELECT ARTFAM ASSIGN TO ART-FAM
                       organization line sequential
                       file status is file-status4.
      *
           SELECT REFERCLI ASSIGN TO REF-ERCLI
                       organization indexed
                       access mode sequential
                       record key RFC-CLE
                       file status is file-status5.
      *
           SELECT INDPRO ASSIGN TO IND-PRO
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  INDVAL
                DATA RECORD IDV-LIGNE.
       01  IDV-LIGNE.
           02 IDV-INDICE           PIC X(8).
           02 FILLER               PIC X.
           02 IDV-AAMM             PIC 9(4).
           02 FILLER               PIC X.
           02 IDV-VALEUR           PIC 9(5)V9(4).
      *
       FD  INDFOR
                DATA RECORD FOR-LIGNE.
       01  FOR-LIGNE.
           02 FOR-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 FOR-TYPE             PIC X.
           02 FILLER               PIC X.
           02 FOR-CODE             PIC X(7).
           02 FILLER               PIC X.
           02 FOR-INDICE           PIC X(8).
           02 FILLER               PIC X.
           02 FOR-P0               PIC 9(7)V99.
           02 FILLER               PIC X.
           02 FOR-I0               PIC 9(5)V9(4).
           02 FILLER               PIC X.
           02 FOR-A                PIC 9V9(4).
           02 FILLER               PIC X.
           02 FOR-B                PIC 9V9(4).
           02 FILLER               PIC X.
           02 FOR-FREQ             PIC 99.
           02 FILLER               PIC X.
           02 FOR-PLAF             PIC 99V99.
           02 FILLER               PIC X.
           02 FOR-PLANC            PIC 99V99.
           02 FILLER               PIC X.
           02 FOR-DATDEB           PIC 9(6).
           02 FILLER               PIC X.
           02 FOR-DATFIN           PIC 9(6).
      *
      * historique des revisions appliquees (ecrit par INDXC020)
       FD  INDHIS
                DATA RECORD HIS-LIGNE.
       01  HIS-LIGNE.
           02 HIS-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 HIS-NAR              PIC X(7).
           02 FILLER               PIC X.
           02 HIS-AAMM             PIC 9(4).
           02 FILLER               PIC X.
           02 HIS-P0               PIC 9(7)V99.
           02 FILLER               PIC X.
           02 HIS-PXAV             PIC 9(7)V99.
           02 FILLER               PIC X.
           02 HIS-PXAP             PIC 9(7)V99.
           02 FILLER               PIC X.
           02 HIS-DATEFF           PIC 9(6).
           02 FILLER               PIC X.
           02 HIS-DATVAL           PIC 9(6).
           02 FILLER               PIC X.
           02 HIS-USER             PIC X(8).
      *
       FD  ARTFAM
                DATA RECORD AFM-LIGNE.
       01  AFM-LIGNE.
           02 AFM-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 AFM-FAM            PIC X(3).
      *
       FD  REFERCLI
                DATA RECORD RFC-LIGNE.
       01  RFC-LIGNE.
           02 RFC-CLE.
              03 RFC-NCL            PIC 9(6).
              03 RFC-NAR            PIC X(7).
           02 RFC-REFCLI            PIC X(15).
           02 RFC-EAN               PIC X(13).
           02 RFC-PCB               PIC 9(4).
           02 RFC-PRIX              PIC 9(7)V99.
           02 FILLER                PIC X(20).
      *
      * proposition : statut P proposee (V validee en attente de la
      * date d'effet dans INDPEN, cf INDXC020) ; borne H plafond
      * atteint, B plancher atteint
       FD  INDPRO
                DATA RECORD PRO-LIGNE.
       01  PRO-LIGNE.
           02 PRO-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 PRO-NAR              PIC X(7).
           02 FILLER               PIC X.
           02 PRO-TYPE             PIC X.
           02 FILLER               PIC X.
           02 PRO-CODE             PIC X(7).
           02 FILLER               PIC X.
           02 PRO-INDICE           PIC X(8).
           02 FILLER               PIC X.
           02 PRO-AAMM             PIC 9(4).
           02 FILLER               PIC X.
           02 PRO-I                PIC 9(5)V9(4).
           02 FILLER               PIC X.
           02 PRO-I0               PIC 9(5)V9(4).
           02 FILLER               PIC X.
           02 PRO-P0               PIC 9(7)V99.
           02 FILLER               PIC X.
           02 PRO-PXAV             PIC 9(7)V99.
           02 FILLER               PIC X.
           02 PRO-PXAP             PIC 9(7)V99.
           02 FILLER               PIC X.
           02 PRO-VAR              PIC S9(3)V99
                                   SIGN LEADING SEPARATE.
           02 FILLER               PIC X.
           02 PRO-BORNE            PIC X.
           02 FILLER               PIC X.
           02 PRO-DATEFF           PIC 9(6).
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
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LINDICE              PIC X(8).
           02 FILLER               PIC X(2).
           02 LAAMM                PIC 9(4) blank zero.
           02 FILLER               PIC X(2).
           02 LIND                 PIC Z(4)9V,9999 blank zero.
           02 FILLER               PIC X(2).
           02 LPXAV                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LPXAP                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LVAR                 PIC -ZZ9V,99 blank zero.
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
       01  WFINV                  PIC 9 value zero.
           88 FIN-INDVAL          value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-INDFOR          value 1.
       01  WFINH                  PIC 9 value zero.
           88 FIN-INDHIS          value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-ARTFAM          value 1.
       01  WFINR                  PIC 9 value zero.
           88 FIN-REFERCLI        value 1.
       01  WDATEJOUR              PIC 9(6).
       01  WDATEJOUR-X REDEFINES WDATEJOUR.
           02 WDJ-AA              PIC 99.
           02 WDJ-MM              PIC 99.
           02 WDJ-JJ              PIC 99.
       01  WMOISIND               PIC 9(4) VALUE ZERO.
       01  WMOISIND-X REDEFINES WMOISIND.
           02 WMI-AA              PIC 99.
           02 WMI-MM              PIC 99.
       01  WDATEFF                PIC 9(6) VALUE ZERO.
       01  WDATEFF-X REDEFINES WDATEFF.
           02 WDE-AA              PIC 99.
           02 WDE-MM              PIC 99.
           02 WDE-JJ              PIC 99.
      * mois en nombre de mois depuis l'an 00 (AA * 12 + MM)
       01  WNUM-IND               PIC 9(5).
       01  WNUM-HIS               PIC 9(5).
       01  WAAMM                  PIC 9(4).
       01  WAAMM-X REDEFINES WAAMM.
           02 WAM-AA              PIC 99.
           02 WAM-MM              PIC 99.
      *
      **** valeurs d'indices par mois
       01  WTIDV.
           02 WTIDV-E OCCURS 3000.
              03 WIV-INDICE       PIC X(8).
              03 WIV-AAMM         PIC 9(4).
              03 WIV-VALEUR       PIC 9(5)V9(4).
       01  WNB-IDV                PIC 9(4) VALUE ZERO.
      *
      **** formules de contrat
       01  WTFOR.
           02 WTFOR-E OCCURS 1000.
              03 WFO-NCL          PIC 9(6).
              03 WFO-TYPE         PIC X.
              03 WFO-CODE         PIC X(7).
              03 WFO-INDICE       PIC X(8).
              03 WFO-P0           PIC 9(7)V99.
              03 WFO-I0           PIC 9(5)V9(4).
              03 WFO-A            PIC 9V9(4).
              03 WFO-B            PIC 9V9(4).
              03 WFO-FREQ         PIC 99.
              03 WFO-PLAF         PIC 99V99.
              03 WFO-PLANC        PIC 99V99.
              03 WFO-DATDEB       PIC 9(6).
              03 WFO-DATFIN       PIC 9(6).
       01  WNB-FOR                PIC 9(4) VALUE ZERO.
      *
      **** derniere revision appliquee par client + article
       01  WTHIS.
           02 WTHIS-E OCCURS 5000.
              03 WHI-NCL          PIC 9(6).
              03 WHI-NAR          PIC X(7).
              03 WHI-AAMM         PIC 9(4).
              03 WHI-P0           PIC 9(7)V99.
       01  WNB-HIS                PIC 9(4) VALUE ZERO.
      *
      **** article -> famille stat (ARTFAM, cf COMIC010)
       01  WTFAM.
           02 WTFAM-E OCCURS 9000.
              03 WFM-NAR          PIC X(7).
              03 WFM-FAM          PIC X(3).
       01  WNB-FAM                PIC 9(5) VALUE ZERO.
      *
       01  WIDX                   PIC 9(5).
       01  WPOSF                  PIC 9(4).
       01  WPOSH                  PIC 9(4).
       01  WTRV                   PIC 9.
       01  WFAM                   PIC X(3).
       01  WTYPE-RCH              PIC X.
       01  WCODE-RCH              PIC X(7).
       01  WFREQ                  PIC 99.
       01  WP0                    PIC 9(7)V99.
       01  WI                     PIC 9(5)V9(4).
       01  WPXAP                  PIC 9(7)V99.
       01  WBORNE                 PIC 9(7)V99.
       01  WBORN                  PIC X.
       01  WVAR                   PIC S9(3)V99.
       01  WSOMME                 PIC 9V9(4).
       01  WTOT-LUS               PIC 9(6) VALUE ZERO.
       01  WTOT-PRO               PIC 9(5) VALUE ZERO.
       01  WTOT-BOR               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
       01  WTOT-NDU               PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       T10.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'indxc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
      * mois de l'indice : le mois precedent le run par defaut
           MOVE WDJ-AA TO WMI-AA.
           MOVE WDJ-MM TO WMI-MM.
           IF WMI-MM = 1
              MOVE 12 TO WMI-MM
              IF WMI-AA = ZERO
                 MOVE 99 TO WMI-AA
              ELSE
                 SUBTRACT 1 FROM WMI-AA
              END-IF
           ELSE
              SUBTRACT 1 FROM WMI-MM
           END-IF.
           string 'MOISIND' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric and var-data(1:4) not = zero
              move var-data(1:4) to WMOISIND.
      * date d'effet : le 1er du mois suivant le run par defaut
           MOVE WDJ-AA TO WDE-AA.
           MOVE WDJ-MM TO WDE-MM.
           MOVE 1 TO WDE-JJ.
           IF WDE-MM = 12
              MOVE 1 TO WDE-MM
              IF WDE-AA = 99
                 MOVE ZERO TO WDE-AA
              ELSE
                 ADD 1 TO WDE-AA
              END-IF
           ELSE
              ADD 1 TO WDE-MM
           END-IF.
           string 'DATEFF' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric and var-data(1:6) not = zero
              move var-data(1:6) to WDATEFF.
           COMPUTE WNUM-IND = WMI-AA * 12 + WMI-MM.
           OPEN OUTPUT ETAT1.
           OPEN INPUT INDFOR.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS DE TABLE DES FORMULES INDFOR"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T14 THRU T14-EXIT.
           PERFORM T15 THRU T15-EXIT UNTIL FIN-INDFOR.
           CLOSE INDFOR.
           OPEN INPUT INDVAL.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE TABLE DES INDICES INDVAL"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           PERFORM T12 THRU T12-EXIT.
           PERFORM T13 THRU T13-EXIT UNTIL FIN-INDVAL.
           CLOSE INDVAL.
           OPEN INPUT INDHIS.
           IF FILE-STATUS3 = ZERO
              PERFORM T16 THRU T16-EXIT
              PERFORM T17 THRU T17-EXIT UNTIL FIN-INDHIS
              CLOSE INDHIS
           END-IF.
           OPEN INPUT ARTFAM.
           IF FILE-STATUS4 = ZERO
              PERFORM T18 THRU T18-EXIT
              PERFORM T19 THRU T19-EXIT UNTIL FIN-ARTFAM
              CLOSE ARTFAM
           END-IF.
           OPEN INPUT REFERCLI.
           IF FILE-STATUS5 NOT = ZERO
              DISPLAY "OUVERTURE REFERCLI IMPOSSIBLE " FILE-STATUS5
              CLOSE ETAT1
              STOP RUN
           END-IF.
           OPEN OUTPUT INDPRO.
           MOVE SPACES TO LIGNE.
           STRING "INDEXATION DES PRIX - INDICES DE " WMOISIND
                  " - EFFET AU " WDATEFF
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T50 THRU T50-EXIT UNTIL FIN-REFERCLI.
           CLOSE REFERCLI INDPRO.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12 a T19 : chargement des tables                              *
      *----------------------------------------------------------------*
       T12.
           READ INDVAL NEXT RECORD
                AT END MOVE 1 TO WFINV.
       T12-EXIT.
           EXIT.
       T13.
           IF WNB-IDV < 3000
              ADD 1 TO WNB-IDV
              MOVE IDV-INDICE TO WIV-INDICE(WNB-IDV)
              MOVE IDV-AAMM   TO WIV-AAMM(WNB-IDV)
              MOVE IDV-VALEUR TO WIV-VALEUR(WNB-IDV)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES INDICES PLEINE, " IDV-INDICE
                      " " IDV-AAMM " NON CHARGE"
           END-IF.
           PERFORM T12 THRU T12-EXIT.
       T13-EXIT.
           EXIT.
       T14.
           READ INDFOR NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T14-EXIT.
           EXIT.
       T15.
           IF WNB-FOR < 1000
              ADD 1 TO WNB-FOR
              MOVE FOR-NCL    TO WFO-NCL(WNB-FOR)
              MOVE FOR-TYPE   TO WFO-TYPE(WNB-FOR)
              MOVE FOR-CODE   TO WFO-CODE(WNB-FOR)
              MOVE FOR-INDICE TO WFO-INDICE(WNB-FOR)
              MOVE FOR-P0     TO WFO-P0(WNB-FOR)
              MOVE FOR-I0     TO WFO-I0(WNB-FOR)
              MOVE FOR-A      TO WFO-A(WNB-FOR)
              MOVE FOR-B      TO WFO-B(WNB-FOR)
              MOVE FOR-FREQ   TO WFO-FREQ(WNB-FOR)
              MOVE FOR-PLAF   TO WFO-PLAF(WNB-FOR)
              MOVE FOR-PLANC  TO WFO-PLANC(WNB-FOR)
              MOVE FOR-DATDEB TO WFO-DATDEB(WNB-FOR)
              MOVE FOR-DATFIN TO WFO-DATFIN(WNB-FOR)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES FORMULES PLEINE, CLIENT "
                      FOR-NCL " " FOR-CODE " NON CHARGE"
           END-IF.
           PERFORM T14 THRU T14-EXIT.
       T15-EXIT.
           EXIT.
       T16.
           READ INDHIS NEXT RECORD
                AT END MOVE 1 TO WFINH.
       T16-EXIT.
           EXIT.
      * l'historique est chronologique : la derniere ligne du couple
      * client + article porte la derniere revision ; le P0 reste
      * celui de la premiere
       T17.
           MOVE ZERO TO WTRV.
           PERFORM T17-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-HIS OR WTRV = 1.
           IF WTRV = 1
              MOVE HIS-AAMM TO WHI-AAMM(WPOSH)
              GO TO T17F
           END-IF.
           IF WNB-HIS < 5000
              ADD 1 TO WNB-HIS
              MOVE HIS-NCL  TO WHI-NCL(WNB-HIS)
              MOVE HIS-NAR  TO WHI-NAR(WNB-HIS)
              MOVE HIS-AAMM TO WHI-AAMM(WNB-HIS)
              MOVE HIS-P0   TO WHI-P0(WNB-HIS)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE HISTORIQUE PLEINE, CLIENT "
                      HIS-NCL " " HIS-NAR " NON CHARGE"
           END-IF.
       T17F.
           PERFORM T16 THRU T16-EXIT.
       T17-EXIT.
           EXIT.
       T17-CMP.
           IF WHI-NCL(WIDX) = HIS-NCL AND WHI-NAR(WIDX) = HIS-NAR
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOSH
           END-IF.
       T18.
           READ ARTFAM NEXT RECORD
                AT END MOVE 1 TO WFINA.
       T18-EXIT.
           EXIT.
       T19.
           IF WNB-FAM < 9000
              ADD 1 TO WNB-FAM
              MOVE AFM-NAR TO WFM-NAR(WNB-FAM)
              MOVE AFM-FAM TO WFM-FAM(WNB-FAM)
           END-IF.
           PERFORM T18 THRU T18-EXIT.
       T19-EXIT.
           EXIT.
      *
       T20.
           READ REFERCLI NEXT RECORD
                AT END MOVE 1 TO WFINR.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : un article de l'assortiment : formule, revision due,     *
      *       indice du mois, nouveau prix borne, proposition          *
      *----------------------------------------------------------------*
       T50.
           ADD 1 TO WTOT-LUS.
           IF RFC-PRIX = ZERO
              GO TO T50F
           END-IF.
      * formule article, sinon formule famille
           MOVE 'A' TO WTYPE-RCH.
           MOVE RFC-NAR TO WCODE-RCH.
           PERFORM T52 THRU T52-EXIT.
           IF WTRV = ZERO
              PERFORM T51 THRU T51-EXIT
              IF WFAM = SPACES
                 GO TO T50F
              END-IF
              MOVE 'F' TO WTYPE-RCH
              MOVE SPACES TO WCODE-RCH
              MOVE WFAM TO WCODE-RCH(1:3)
              PERFORM T52 THRU T52-EXIT
              IF WTRV = ZERO
                 GO TO T50F
              END-IF
           END-IF.
      * revision due ?
           PERFORM T54 THRU T54-EXIT.
           MOVE WFO-FREQ(WPOSF) TO WFREQ.
           IF WFREQ = ZERO
              MOVE 3 TO WFREQ
           END-IF.
           IF WTRV = 1
              MOVE WHI-AAMM(WPOSH) TO WAAMM
              COMPUTE WNUM-HIS = WAM-AA * 12 + WAM-MM
              IF WNUM-IND < WNUM-HIS + WFREQ
                 ADD 1 TO WTOT-NDU
                 GO TO T50F
              END-IF
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE RFC-NCL  TO LNCL.
           MOVE RFC-NAR  TO LNAR.
           MOVE WFO-INDICE(WPOSF) TO LINDICE.
           MOVE WMOISIND TO LAAMM.
           MOVE RFC-PRIX TO LPXAV.
           COMPUTE WSOMME = WFO-A(WPOSF) + WFO-B(WPOSF).
           IF WFO-I0(WPOSF) = ZERO OR WSOMME NOT = 1
              MOVE "FORMULE INCOHERENTE (I0, A + B)" TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-ANO
              GO TO T50F
           END-IF.
           PERFORM T56 THRU T56-EXIT.
           IF WTRV = ZERO
              MOVE "INDICE DU MOIS ABSENT DE INDVAL" TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-ANO
              GO TO T50F
           END-IF.
           MOVE WI TO LIND.
      * P0 : formule article, sinon premiere revision, sinon prix du
      * jour (fige a la premiere revision appliquee)
           MOVE RFC-PRIX TO WP0.
           IF WPOSH NOT = ZERO
              MOVE WHI-P0(WPOSH) TO WP0
           END-IF.
           IF WFO-TYPE(WPOSF) = 'A' AND WFO-P0(WPOSF) NOT = ZERO
              MOVE WFO-P0(WPOSF) TO WP0
           END-IF.
           COMPUTE WPXAP ROUNDED = WP0 * (WFO-A(WPOSF)
                   + WFO-B(WPOSF) * WI / WFO-I0(WPOSF)).
      * bornes de variation par revision
           MOVE SPACE TO WBORN.
           IF WFO-PLAF(WPOSF) NOT = ZERO
              COMPUTE WBORNE ROUNDED =
                      RFC-PRIX * (100 + WFO-PLAF(WPOSF)) / 100
              IF WPXAP > WBORNE
                 MOVE WBORNE TO WPXAP
                 MOVE 'H' TO WBORN
              END-IF
           END-IF.
           IF WFO-PLANC(WPOSF) NOT = ZERO
              COMPUTE WBORNE ROUNDED =
                      RFC-PRIX * (100 - WFO-PLANC(WPOSF)) / 100
              IF WPXAP < WBORNE
                 MOVE WBORNE TO WPXAP
                 MOVE 'B' TO WBORN
              END-IF
           END-IF.
           COMPUTE WVAR ROUNDED = (WPXAP - RFC-PRIX) * 100 / RFC-PRIX.
           PERFORM T60 THRU T60-EXIT.
           MOVE WPXAP TO LPXAP.
           MOVE WVAR  TO LVAR.
           IF WBORN = 'H'
              MOVE "PROPOSE - PLAFOND DE VARIATION ATTEINT" TO LLIB
              ADD 1 TO WTOT-BOR
           ELSE
              IF WBORN = 'B'
                 MOVE "PROPOSE - PLANCHER DE VARIATION ATTEINT" TO LLIB
                 ADD 1 TO WTOT-BOR
              ELSE
                 MOVE "PROPOSE" TO LLIB
              END-IF
           END-IF.
           WRITE LIGNE BEFORE 1.
           ADD 1 TO WTOT-PRO.
       T50F.
           PERFORM T20 THRU T20-EXIT.
       T50-EXIT.
           EXIT.
      *
      * famille stat de l'article
       T51.
           MOVE SPACES TO WFAM.
           MOVE ZERO TO WTRV.
           PERFORM T51-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-FAM OR WTRV = 1.
       T51-EXIT.
           EXIT.
       T51-CMP.
           IF WFM-NAR(WIDX) = RFC-NAR
              MOVE 1 TO WTRV
              MOVE WFM-FAM(WIDX) TO WFAM
           END-IF.
      *
      * formule du client pour la cle, en vigueur a la date du run
       T52.
           MOVE ZERO TO WTRV.
           PERFORM T52-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-FOR OR WTRV = 1.
       T52-EXIT.
           EXIT.
       T52-CMP.
           IF WFO-NCL(WIDX) = RFC-NCL
              AND WFO-TYPE(WIDX) = WTYPE-RCH
              AND WFO-CODE(WIDX) = WCODE-RCH
              AND WFO-DATDEB(WIDX) NOT > WDATEJOUR
              AND (WFO-DATFIN(WIDX) = ZERO
                   OR WFO-DATFIN(WIDX) NOT < WDATEJOUR)
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOSF
           END-IF.
      *
      * derniere revision appliquee du client + article (WPOSH)
       T54.
           MOVE ZERO TO WTRV WPOSH.
           PERFORM T54-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-HIS OR WTRV = 1.
       T54-EXIT.
           EXIT.
       T54-CMP.
           IF WHI-NCL(WIDX) = RFC-NCL AND WHI-NAR(WIDX) = RFC-NAR
              MOVE 1 TO WTRV
              MOVE WIDX TO WPOSH
           END-IF.
      *
      * valeur de l'indice de la formule au mois MOISIND
       T56.
           MOVE ZERO TO WTRV WI.
           PERFORM T56-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-IDV OR WTRV = 1.
       T56-EXIT.
           EXIT.
       T56-CMP.
           IF WIV-INDICE(WIDX) = WFO-INDICE(WPOSF)
              AND WIV-AAMM(WIDX) = WMOISIND
              MOVE 1 TO WTRV
              MOVE WIV-VALEUR(WIDX) TO WI
           END-IF.
      *
      * ligne de proposition INDPRO
       T60.
           MOVE SPACES TO PRO-LIGNE.
           MOVE RFC-NCL           TO PRO-NCL.
           MOVE RFC-NAR           TO PRO-NAR.
           MOVE WFO-TYPE(WPOSF)   TO PRO-TYPE.
           MOVE WFO-CODE(WPOSF)   TO PRO-CODE.
           MOVE WFO-INDICE(WPOSF) TO PRO-INDICE.
           MOVE WMOISIND          TO PRO-AAMM.
           MOVE WI                TO PRO-I.
           MOVE WFO-I0(WPOSF)     TO PRO-I0.
           MOVE WP0               TO PRO-P0.
           MOVE RFC-PRIX          TO PRO-PXAV.
           MOVE WPXAP             TO PRO-PXAP.
           MOVE WVAR              TO PRO-VAR.
           MOVE WBORN             TO PRO-BORNE.
           MOVE WDATEFF           TO PRO-DATEFF.
           MOVE 'P'               TO PRO-STATUT.
           MOVE ZERO              TO PRO-DATVAL.
           WRITE PRO-LIGNE.
       T60-EXIT.
           EXIT.
      *
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "ARTICLES D'ASSORTIMENT LUS   : " WTOT-LUS
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "PRIX PROPOSES                : " WTOT-PRO
                  "  DONT BORNES : " WTOT-BOR
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "REVISIONS NON ECHUES         : " WTOT-NDU
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "ANOMALIES                    : " WTOT-ANO
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
