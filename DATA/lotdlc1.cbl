      *DD9163 15/10/26 anes un lot bloque par la qualite (QUALBLK via
      *                     qualblk1) n'est jamais propose en FEFO ; si
      *                     tous les lots le sont, refus motive
      *DD9089 23/08/26 anes top simulation en entree : le controle
      *                     joue mais ne pose pas de reservation
      *DD9089 23/08/26 anes le lot retenu est journalise et reserve
      *           controle.  La vie residuelle se calcule en jours      *
      *           calendaires bancaires (AA*360 + MM*30 + JJ, comme     *
      *           FARTC010) : (DLC - jour) / (DLC - fabrication).       *
DD9163*           Un lot bloque par la qualite (QUALBLK, qualblk1) est  *
DD9163*           ecarte des le chargement : jamais propose.            *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WNJ-CAL                PIC S9(7).
       01  WPCT                   PIC S9(3).
       01  WTROUVE                PIC 9.
DD9163 01  WNB-BLQ                PIC 9(2).
DD9163*
DD9163     copy '../copy/qualblk.com'.
      *
       LINKAGE SECTION.
           copy '../copy/lotdlc.com'.
           MOVE SPACE TO OLOTDLC-RTN OLOTDLC-CTRL OLOTDLC-OK
                         OLOTDLC-SUBST.
           MOVE SPACES TO OLOTDLC-LOT OLOTDLC-LIBERR.
DD9163     MOVE ZERO TO OLOTDLC-DLC WNB-LOT WFIN WFIN2 WFIN3 WNB-BLQ
                        WREGLE WREGLE-GEN WREGLE-CLI WCLI-TRV.
      * lots de l'article : absent = article non date, aucun controle
           OPEN INPUT STOCKLOT.
           END-IF.
           PERFORM T20 THRU T20-EXIT UNTIL FIN-STOCKLOT.
           CLOSE STOCKLOT.
DD9163* article date dont tous les lots sont bloques par la qualite
DD9163     IF WNB-LOT = ZERO AND WNB-BLQ > ZERO
DD9163        MOVE 'O' TO OLOTDLC-CTRL
DD9163        MOVE 'N' TO OLOTDLC-OK
DD9163        STRING 'Tous les lots de ' ILOTDLC-NAR
DD9163               ' bloques qualite'
DD9163               DELIMITED BY SIZE INTO OLOTDLC-LIBERR
DD9163        MOVE "0" TO OLOTDLC-RTN
DD9163        GOBACK
DD9163     END-IF.
           IF WNB-LOT = ZERO
              MOVE 'N' TO OLOTDLC-CTRL
              MOVE 'O' TO OLOTDLC-OK
           IF SLT-NAR NOT = ILOTDLC-NAR OR SLT-QTE = ZERO
              GO TO T20-EXIT
           END-IF.
DD9163* lot (ou article entier) bloque par la qualite : jamais propose
DD9163     INITIALIZE QUALBLK.
DD9163     MOVE 'O'          TO IQUALBLK-SIMUL.
DD9163     MOVE ILOTDLC-NAR  TO IQUALBLK-NAR.
DD9163     MOVE SLT-LOT      TO IQUALBLK-LOT.
DD9163     MOVE ILOTDLC-DATE TO IQUALBLK-DATE.
DD9163     CALL "QUALBLK1" USING QUALBLK.
DD9163     IF CQUALBLK-BLOQUE-OUI
DD9163        ADD 1 TO WNB-BLQ
DD9163        GO TO T20-EXIT
DD9163     END-IF.
           IF WNB-LOT < 50
              ADD 1 TO WNB-LOT
              MOVE SLT-LOT TO WLT-LOT(WNB-LOT)
