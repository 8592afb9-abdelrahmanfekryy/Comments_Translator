      *DD9159 15/10/26 anes Creation - journal unique des mouvements
      *                     de stock FARTUSAP (kardex), appele par
      *                     chaque programme qui modifie FARTUSAP, y
      *                     compris CGCD-RELI1 qui n'a pas de
      *                     FILE-CONTROL propre (cf NGSTOCK1/DESTLOG1)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MVTSTK1.
      *
      ******************************************************************
      * GPICMT    Ecriture d'un mouvement dans le journal MVTSTK a      *
      *           chaque modification du stock FARTUSAP : magasin,      *
      *           article, type de mouvement, quantite signee, solde    *
      *           apres mouvement (quand l'appelant le connait),        *
      *           document d'origine, programme, date ADLPID et heure.  *
      *           KARDC010 rejoue le kardex d'un article, KARDC020      *
      *           controle chaque nuit FARTUSAP contre le journal.      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MVTSTK-F ASSIGN TO MVT-STK
                       organization line sequential
                       file status is file-status.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MVTSTK-F
                DATA RECORD MVK-LIGNE.
       01  MVK-LIGNE.
           02 MVK-DATE           PIC 9(6).
           02 FILLER             PIC X.
           02 MVK-HEURE          PIC 9(6).
           02 FILLER             PIC X.
           02 MVK-NMA            PIC 99.
           02 FILLER             PIC X.
           02 MVK-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 MVK-TYPE           PIC XX.
           02 FILLER             PIC X.
           02 MVK-QTE            PIC S9(7)V99.
           02 FILLER             PIC X.
           02 MVK-SOLDE          PIC S9(7)V99.
           02 FILLER             PIC X.
           02 MVK-SOLCON         PIC X.
           02 FILLER             PIC X.
           02 MVK-DOC            PIC X(15).
           02 FILLER             PIC X.
           02 MVK-PROG           PIC X(10).
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  WHEURE                 PIC 9(8).
      *
       LINKAGE SECTION.
           copy '../copy/mvtstk.com'.
      *
       PROCEDURE DIVISION USING MVTSTK.
       T10.
           MOVE SPACE TO OMVTSTK-RTN.
           OPEN EXTEND MVTSTK-F.
           IF FILE-STATUS NOT = ZERO
              OPEN OUTPUT MVTSTK-F
           END-IF.
           MOVE SPACES TO MVK-LIGNE.
           MOVE IMVTSTK-NMA   TO MVK-NMA.
           MOVE IMVTSTK-NAR   TO MVK-NAR.
           MOVE IMVTSTK-TYPE  TO MVK-TYPE.
           MOVE IMVTSTK-QTE   TO MVK-QTE.
           MOVE IMVTSTK-DOC   TO MVK-DOC.
           MOVE IMVTSTK-PROG  TO MVK-PROG.
           IF CMVTSTK-SOLDE-INCONNU
              MOVE 'N'  TO MVK-SOLCON
              MOVE ZERO TO MVK-SOLDE
           ELSE
              MOVE 'O'  TO MVK-SOLCON
              MOVE IMVTSTK-SOLDE TO MVK-SOLDE
           END-IF.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           IF var-data(1:6) NUMERIC
              MOVE var-data(1:6) TO MVK-DATE
           ELSE
              MOVE ZERO TO MVK-DATE
           END-IF.
           ACCEPT WHEURE FROM TIME.
           MOVE WHEURE(1:6) TO MVK-HEURE.
           WRITE MVK-LIGNE.
           IF FILE-STATUS NOT = ZERO
              MOVE "1" TO OMVTSTK-RTN
           END-IF.
           CLOSE MVTSTK-F.
           GOBACK.
