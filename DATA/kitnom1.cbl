      *DD9162 15/10/26 anes Creation - nomenclature des articles kit
      *                     (table NOMKIT) : un kit vendu sous un EAN
      *                     unique est eclate en ses composants, seuls
      *                     tenus en stock
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITNOM1.
      *
      ******************************************************************
      * GPICMT    Nomenclature des kits : la table NOMKIT porte une     *
      *           ligne par composant (EAN du kit, article kit et sa    *
      *           sous-reference, article composant, quantite par kit). *
      *           Un appel 'E' avec l'EAN saisi ou un appel 'K' avec    *
      *           l'article kit rend l'article kit et ses composants    *
      *           (20 au plus).  Table absente ou article non kit =     *
      *           pas trouve, l'appelant garde son traitement           *
      *           historique de l'article simple.                       *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMKIT ASSIGN TO NOM-KIT
                       organization line sequential
                       file status is file-status.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  NOMKIT
                DATA RECORD NKT-LIGNE.
       01  NKT-LIGNE.
           02 NKT-EAN            PIC X(13).
           02 FILLER             PIC X.
           02 NKT-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 NKT-SRE            PIC 99.
           02 FILLER             PIC X.
           02 NKT-CNAR           PIC X(7).
           02 FILLER             PIC X.
           02 NKT-CQTE           PIC 9(4)V99.
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  WFIN                   PIC 9.
           88 FIN-NOMKIT          VALUE 1.
      *
       LINKAGE SECTION.
           copy '../copy/kitnom.com'.
      *
       PROCEDURE DIVISION USING KITNOM.
       T10.
           MOVE SPACES TO OKITNOM-RTN OKITNOM-NAR.
           MOVE SPACE  TO OKITNOM-TROUVE.
           MOVE ZERO TO OKITNOM-SRE OKITNOM-NBC WFIN.
           OPEN INPUT NOMKIT.
           IF FILE-STATUS NOT = ZERO
              MOVE "0" TO OKITNOM-RTN
              GO TO T10F
           END-IF.
           MOVE "0" TO OKITNOM-RTN.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-NOMKIT.
           CLOSE NOMKIT.
           IF OKITNOM-NBC > ZERO
              MOVE 'O' TO OKITNOM-TROUVE
           END-IF.
       T10F.
           GOBACK.
      *
       T20.
           READ NOMKIT NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : une ligne de la nomenclature : le kit demande par son    *
      *       EAN ou par son article, composant de quantite non nulle  *
      *----------------------------------------------------------------*
       T30.
           IF NKT-CQTE NOT NUMERIC OR NKT-CQTE = ZERO
              GO TO T30-SUITE
           END-IF.
           IF CKITNOM-TRT-EAN AND NKT-EAN NOT = IKITNOM-EAN
              GO TO T30-SUITE
           END-IF.
           IF CKITNOM-TRT-KIT AND NKT-NAR NOT = IKITNOM-NAR
              GO TO T30-SUITE
           END-IF.
           IF OKITNOM-NBC NOT < 20
              MOVE "1" TO OKITNOM-RTN
              GO TO T30-SUITE
           END-IF.
           ADD 1 TO OKITNOM-NBC.
           MOVE NKT-NAR  TO OKITNOM-NAR.
           MOVE NKT-SRE  TO OKITNOM-SRE.
           MOVE NKT-CNAR TO OKITNOM-CNAR (OKITNOM-NBC).
           MOVE NKT-CQTE TO OKITNOM-CQTE (OKITNOM-NBC).
       T30-SUITE.
           PERFORM T20 THRU T20-EXIT.
       T30-EXIT.
           EXIT.
