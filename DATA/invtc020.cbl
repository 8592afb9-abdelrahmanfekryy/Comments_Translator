      *DD9159 15/10/26 anes ecart d'inventaire regularise porte au
      *                     kardex MVTSTK (mouvement IN)
      *DD9103 03/09/26 anes Creation - inventaire tournant : integration
      *                     des quantites comptees (feuilles INVTC010),
      *                     ajustement du stock FARTUSAP avec journal
       01  WTOT-VAL               PIC 9(5) VALUE ZERO.
       01  WTOT-NUL               PIC 9(5) VALUE ZERO.
      *
DD9159     copy "../copy/mvtstk.com".
DD9159*
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
           MOVE WQCOMPT-TRT TO JRN-QCOMPT.
           MOVE WECART      TO JRN-ECART.
           WRITE JRN-LIGNE.
DD9159     MOVE WNMA-TRT    TO IMVTSTK-NMA.
DD9159     MOVE WNAR-TRT    TO IMVTSTK-NAR.
DD9159     MOVE 'IN'        TO IMVTSTK-TYPE.
DD9159     MOVE WECART      TO IMVTSTK-QTE.
DD9159     MOVE FAP-QDIS    TO IMVTSTK-SOLDE.
DD9159     MOVE 'O'         TO IMVTSTK-SOLCON.
DD9159     MOVE 'INVENTAIRE' TO IMVTSTK-DOC.
DD9159     MOVE 'INVTC020'  TO IMVTSTK-PROG.
DD9159     CALL "MVTSTK1" USING MVTSTK.
           ADD 1 TO WTOT-REG.
           MOVE SPACES TO LIGNE.
           MOVE WNMA-TRT    TO LNMA.
