      *DD9163 15/10/26 anes Creation - blocage qualite d'un article
      *                     ou d'un lot (table QUALBLK) consulte par
      *                     la prise de commande, l'affectation et le
      *                     choix de lot FEFO ; commandes retenues
      *                     journalisees dans QUALATT
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALBLK1.
      *
      ******************************************************************
      * GPICMT    Blocage qualite : la table QUALBLK (tenue par         *
      *           QUALC010) porte par article, et facultativement par   *
      *           lot, le motif, la date de pose, l'auteur et la date   *
      *           de levee.  Un blocage est actif a la date demandee    *
      *           s'il est pose et pas encore leve.  Appel sans lot =   *
      *           controle de l'article (seuls les blocages article     *
      *           entier comptent, un lot bloque laisse servir les      *
      *           autres) ; appel avec lot = l'article entier ou ce     *
      *           lot.  Un article bloque pour une commande (numero     *
      *           renseigne, hors simulation) est journalise dans       *
      *           QUALATT : QUALC010 liste ces commandes a relancer     *
      *           quand le blocage est leve.  Table absente = aucun     *
      *           blocage.                                              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUALBLK-F ASSIGN TO QUA-LBLK
                       organization line sequential
                       file status is file-status.
      *
           SELECT QUALATT ASSIGN TO QUA-LATT
                       organization line sequential
                       file status is file-status2.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  QUALBLK-F
                DATA RECORD QBL-LIGNE.
       01  QBL-LIGNE.
           02 QBL-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 QBL-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 QBL-MOTIF          PIC X(4).
           02 FILLER             PIC X.
           02 QBL-DATDEB         PIC 9(6).
           02 FILLER             PIC X.
           02 QBL-USER           PIC X(8).
           02 FILLER             PIC X.
           02 QBL-DATLEV         PIC 9(6).
           02 FILLER             PIC X.
           02 QBL-USRLEV         PIC X(8).
           02 FILLER             PIC X.
           02 QBL-LIB            PIC X(30).
      *
      * commandes retenues par un blocage, a relancer a la levee
       FD  QUALATT
                DATA RECORD QAT-LIGNE.
       01  QAT-LIGNE.
           02 QAT-NCDE           PIC X(7).
           02 FILLER             PIC X.
           02 QAT-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 QAT-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 QAT-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 QAT-MOTIF          PIC X(4).
           02 FILLER             PIC X.
           02 QAT-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 QAT-PROG           PIC X(10).
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  WFIN                   PIC 9.
           88 FIN-QUALBLK         VALUE 1.
       01  WLOT-TRV               PIC X(10).
       01  WLIB-TRV               PIC X(30).
      *
       LINKAGE SECTION.
           copy '../copy/qualblk.com'.
      *
       PROCEDURE DIVISION USING QUALBLK.
       T10.
           MOVE SPACE  TO OQUALBLK-RTN OQUALBLK-BLOQUE.
           MOVE SPACES TO OQUALBLK-MOTIF OQUALBLK-LIBERR WLOT-TRV
                          WLIB-TRV.
           MOVE ZERO TO WFIN.
           OPEN INPUT QUALBLK-F.
           IF FILE-STATUS NOT = ZERO
              MOVE "0" TO OQUALBLK-RTN
              GO TO T10F
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T30 THRU T30-EXIT
                   UNTIL FIN-QUALBLK OR CQUALBLK-BLOQUE-OUI.
           CLOSE QUALBLK-F.
           MOVE "0" TO OQUALBLK-RTN.
           IF CQUALBLK-BLOQUE-OUI
              IF WLOT-TRV = SPACES
                 STRING 'Art. ' IQUALBLK-NAR ' bloque qualite '
                        OQUALBLK-MOTIF ' ' WLIB-TRV
                        DELIMITED BY SIZE INTO OQUALBLK-LIBERR
              ELSE
                 STRING 'Lot ' WLOT-TRV ' bloque qualite '
                        OQUALBLK-MOTIF ' ' WLIB-TRV
                        DELIMITED BY SIZE INTO OQUALBLK-LIBERR
              END-IF
              IF IQUALBLK-NCDE NOT = SPACES
                 AND NOT CQUALBLK-SIMUL-OUI
                 PERFORM T40 THRU T40-EXIT
              END-IF
           END-IF.
       T10F.
           GOBACK.
      *
       T20.
           READ QUALBLK-F NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : une ligne de la table : meme article, blocage pose a la  *
      *       date et pas encore leve, article entier ou lot demande   *
      *----------------------------------------------------------------*
       T30.
           IF QBL-NAR NOT = IQUALBLK-NAR
              OR QBL-DATDEB > IQUALBLK-DATE
              GO TO T30-SUITE
           END-IF.
           IF QBL-DATLEV NOT = ZERO
              AND QBL-DATLEV NOT > IQUALBLK-DATE
              GO TO T30-SUITE
           END-IF.
           IF QBL-LOT NOT = SPACES
              AND QBL-LOT NOT = IQUALBLK-LOT
              GO TO T30-SUITE
           END-IF.
           MOVE 'O'       TO OQUALBLK-BLOQUE.
           MOVE QBL-MOTIF TO OQUALBLK-MOTIF.
           MOVE QBL-LOT   TO WLOT-TRV.
           MOVE QBL-LIB   TO WLIB-TRV.
       T30-SUITE.
           PERFORM T20 THRU T20-EXIT.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : commande retenue, a relancer a la levee du blocage       *
      *----------------------------------------------------------------*
       T40.
           OPEN EXTEND QUALATT.
           IF FILE-STATUS2 NOT = ZERO
              OPEN OUTPUT QUALATT
              IF FILE-STATUS2 NOT = ZERO
                 MOVE "1" TO OQUALBLK-RTN
                 GO TO T40-EXIT
              END-IF
           END-IF.
           MOVE SPACES TO QAT-LIGNE.
           MOVE IQUALBLK-NCDE  TO QAT-NCDE.
           MOVE IQUALBLK-NCL   TO QAT-NCL.
           MOVE IQUALBLK-NAR   TO QAT-NAR.
           MOVE WLOT-TRV       TO QAT-LOT.
           MOVE OQUALBLK-MOTIF TO QAT-MOTIF.
           MOVE IQUALBLK-DATE  TO QAT-DATE.
           MOVE IQUALBLK-PROG  TO QAT-PROG.
           WRITE QAT-LIGNE.
           CLOSE QUALATT.
       T40-EXIT.
           EXIT.
