      *DD9159 15/10/26 anes remise en stock vendable portee au
      *                     kardex MVTSTK (mouvement RC)
      *DD9092 03/09/26 anes Creation - sort physique des retours
      *                     clients receptionnes (RMAC010) : remise en
      *                     stock vendable FARTUSAP, rebut ou
       01  WTOT-QUA               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
      *
DD9159     copy "../copy/mvtstk.com".
DD9159*
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
           MOVE WRM-QTE(WIDXM) TO RMV-QTE.
           MOVE 'E'            TO RMV-SENS.
           WRITE RMV-LIGNE.
DD9159     MOVE RDI-NMA        TO IMVTSTK-NMA.
DD9159     MOVE WRM-NAR(WIDXM) TO IMVTSTK-NAR.
DD9159     MOVE 'RC'           TO IMVTSTK-TYPE.
DD9159     MOVE WRM-QTE(WIDXM) TO IMVTSTK-QTE.
DD9159     MOVE FAP-QDIS       TO IMVTSTK-SOLDE.
DD9159     MOVE 'O'            TO IMVTSTK-SOLCON.
DD9159     MOVE RDI-ID         TO IMVTSTK-DOC.
DD9159     MOVE 'RMAC030'      TO IMVTSTK-PROG.
DD9159     CALL "MVTSTK1" USING MVTSTK.
       T60-EXIT.
           EXIT.
      *
