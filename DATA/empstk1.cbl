      *DD9161 15/10/26 anes Creation - tenue de la repartition du
      *                     stock entre face de picking et reserve
      *                     (EMPSTK), appele par RECPC010, PICKC020 et
      *                     REAPC020 (cf MVTSTK1)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPSTK1.
      *
      ******************************************************************
      * GPICMT    Repartition face de picking / reserve du stock d'un   *
      *           article (table EMPSTK, cle article) : R entree en     *
      *           reserve (reception), P prelevement sur la face        *
      *           (confirmation de picking), T transfert de la reserve  *
      *           vers la face (confirmation de reassort).  Un article  *
      *           absent de la table y est cree.  Une face ou une       *
      *           reserve qui deviendrait negative est ramenee a zero   *
      *           (retour 2 : stock pris ailleurs, a recompter).        *
      *           REAPC010 lit la table pour generer le reassort.       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSTK-F ASSIGN TO EMP-STK
                       organization indexed
                       access mode dynamic
                       record key ESK-NAR
                       file status is file-status.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMPSTK-F
                DATA RECORD ESK-LIGNE.
       01  ESK-LIGNE.
           02 ESK-NAR            PIC X(7).
           02 ESK-QPIC           PIC S9(7)V99.
           02 ESK-QRES           PIC S9(7)V99.
           02 ESK-DATMAJ         PIC 9(6).
           02 FILLER             PIC X(9).
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  WNOUV                  PIC 9.
      *
       LINKAGE SECTION.
           copy '../copy/empstk.com'.
      *
       PROCEDURE DIVISION USING EMPSTK.
       T10.
           MOVE "0" TO OEMPSTK-RTN.
           MOVE ZERO TO OEMPSTK-QPIC OEMPSTK-QRES WNOUV.
           OPEN I-O EMPSTK-F.
           IF FILE-STATUS NOT = ZERO
              OPEN OUTPUT EMPSTK-F
              CLOSE EMPSTK-F
              OPEN I-O EMPSTK-F
           END-IF.
           IF FILE-STATUS NOT = ZERO
              MOVE "1" TO OEMPSTK-RTN
              GO TO T10F
           END-IF.
           MOVE IEMPSTK-NAR TO ESK-NAR.
           READ EMPSTK-F
                INVALID KEY
                   MOVE 1 TO WNOUV
                   MOVE SPACES TO ESK-LIGNE
                   MOVE IEMPSTK-NAR TO ESK-NAR
                   MOVE ZERO TO ESK-QPIC ESK-QRES
           END-READ.
           IF CEMPSTK-TRT-RESERVE
              ADD IEMPSTK-QTE TO ESK-QRES
           END-IF.
           IF CEMPSTK-TRT-PICKING
              SUBTRACT IEMPSTK-QTE FROM ESK-QPIC
           END-IF.
           IF CEMPSTK-TRT-TRANSF
              SUBTRACT IEMPSTK-QTE FROM ESK-QRES
              ADD IEMPSTK-QTE TO ESK-QPIC
           END-IF.
           IF ESK-QPIC < ZERO
              MOVE ZERO TO ESK-QPIC
              MOVE "2" TO OEMPSTK-RTN
           END-IF.
           IF ESK-QRES < ZERO
              MOVE ZERO TO ESK-QRES
              MOVE "2" TO OEMPSTK-RTN
           END-IF.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           IF var-data(1:6) NUMERIC
              MOVE var-data(1:6) TO ESK-DATMAJ
           END-IF.
           IF WNOUV = 1
              WRITE ESK-LIGNE
                   INVALID KEY
                      MOVE "1" TO OEMPSTK-RTN
              END-WRITE
           ELSE
              REWRITE ESK-LIGNE
                   INVALID KEY
                      MOVE "1" TO OEMPSTK-RTN
              END-REWRITE
           END-IF.
           MOVE ESK-QPIC TO OEMPSTK-QPIC.
           MOVE ESK-QRES TO OEMPSTK-QRES.
           CLOSE EMPSTK-F.
       T10F.
           GOBACK.
