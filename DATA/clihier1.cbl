      *DD9174 15/10/26 anes Creation - resolution de la hierarchie
      *                     client datee CLIHIER : niveau du client et
      *                     ascendant a chaque niveau a une date
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIHIER1.
      *
      ******************************************************************
      * GPICMT    Hierarchie client datee : la table CLIHIER (tenue par *
      *           CLIHC010) porte un lien par client et par periode :   *
      *           niveau du client (1 centrale, 2 groupement, 3         *
      *           adherent, 4 magasin), son pere (zero pour une         *
      *           centrale), date de debut et date de fin (exclue, zero *
      *           = lien en cours).  Un appel avec client + date rend   *
      *           le niveau du client et son ascendant a chaque niveau  *
      *           (le client lui-meme a son niveau) ; un magasin qui    *
      *           change de groupement a une date est donc rattache a   *
      *           l'ancien avant, au nouveau a partir de cette date.    *
      *           Table chargee au premier appel du run puis tenue en   *
      *           memoire.  Table absente = client hors hierarchie.     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIHIER-F ASSIGN TO CLI-HIER
                       organization line sequential
                       file status is file-status.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLIHIER-F
                DATA RECORD HIE-LIGNE.
       01  HIE-LIGNE.
           02 HIE-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 HIE-NIV            PIC 9.
           02 FILLER             PIC X.
           02 HIE-PERE           PIC 9(6).
           02 FILLER             PIC X.
           02 HIE-DDEB           PIC 9(6).
           02 FILLER             PIC X.
           02 HIE-DFIN           PIC 9(6).
           02 FILLER             PIC X.
           02 HIE-LIB            PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01  file-status            PIC XX.
       01  WFIN                   PIC 9 VALUE ZERO.
           88 FIN-CLIHIER         VALUE 1.
       01  WPREM                  PIC 9 VALUE ZERO.
           88 TABLE-CHARGEE       VALUE 1.
      *
      **** liens de la hierarchie, charges au premier appel
       01  WTLIEN.
           02 WTLIEN-E OCCURS 9999.
              03 WLI-NCL          PIC 9(6).
              03 WLI-NIV          PIC 9.
              03 WLI-PERE         PIC 9(6).
              03 WLI-DDEB         PIC 9(6).
              03 WLI-DFIN         PIC 9(6).
       01  WNB-LIEN               PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WPOS                   PIC 9(4).
       01  WTRV                   PIC 9.
       01  WETAPE                 PIC 9.
       01  WNIV-PREC              PIC 9.
       01  WNCL-TRT               PIC 9(6).
      *
       LINKAGE SECTION.
           copy '../copy/clihier.com'.
      *
       PROCEDURE DIVISION USING CLIHIER.
       T10.
           MOVE "0"   TO OCLIHIER-RTN.
           MOVE ZERO  TO OCLIHIER-NIV.
           MOVE ZEROS TO OCLIHIER-ASC.
           IF NOT TABLE-CHARGEE
              PERFORM T20 THRU T20-EXIT
              MOVE 1 TO WPREM
           END-IF.
           IF WNB-LIEN = ZERO
              GO TO T10F
           END-IF.
      * on remonte de pere en pere, le niveau decroit strictement :
      * quatre etapes au plus, une boucle dans la table s'arrete seule
           MOVE ICLIHIER-NCL TO WNCL-TRT.
           MOVE 9 TO WNIV-PREC.
           PERFORM T40 THRU T40-EXIT
                   VARYING WETAPE FROM 1 BY 1
                   UNTIL WETAPE > 4 OR WNCL-TRT = ZERO.
       T10F.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20/T30 : chargement de la table CLIHIER                       *
      *----------------------------------------------------------------*
       T20.
           MOVE ZERO TO WNB-LIEN WFIN.
           OPEN INPUT CLIHIER-F.
           IF FILE-STATUS NOT = ZERO
              GO TO T20-EXIT
           END-IF.
           PERFORM T25 THRU T25-EXIT.
           PERFORM T30 THRU T30-EXIT UNTIL FIN-CLIHIER.
           CLOSE CLIHIER-F.
       T20-EXIT.
           EXIT.
       T25.
           READ CLIHIER-F NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T25-EXIT.
           EXIT.
       T30.
           IF WNB-LIEN < 9999
              ADD 1 TO WNB-LIEN
              MOVE HIE-NCL  TO WLI-NCL(WNB-LIEN)
              MOVE HIE-NIV  TO WLI-NIV(WNB-LIEN)
              MOVE HIE-PERE TO WLI-PERE(WNB-LIEN)
              MOVE HIE-DDEB TO WLI-DDEB(WNB-LIEN)
              MOVE HIE-DFIN TO WLI-DFIN(WNB-LIEN)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**CLIHIER1 TABLE HIERARCHIE PLEINE, CLIENT "
                      HIE-NCL " NON CHARGE"
           END-IF.
           PERFORM T25 THRU T25-EXIT.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : une etape de la remontee : lien de WNCL-TRT en vigueur a *
      *       la date, le client est porte a son niveau, on passe au   *
      *       pere                                                     *
      *----------------------------------------------------------------*
       T40.
           PERFORM T45 THRU T45-EXIT.
           IF WTRV = ZERO
              MOVE ZERO TO WNCL-TRT
              GO TO T40-EXIT
           END-IF.
           IF WLI-NIV(WPOS) = ZERO OR WLI-NIV(WPOS) > 4
              OR WLI-NIV(WPOS) NOT < WNIV-PREC
              MOVE ZERO TO WNCL-TRT
              GO TO T40-EXIT
           END-IF.
           IF WETAPE = 1
              MOVE WLI-NIV(WPOS) TO OCLIHIER-NIV
           END-IF.
           MOVE WNCL-TRT TO OCLIHIER-NCLNIV(WLI-NIV(WPOS)).
           MOVE WLI-NIV(WPOS)  TO WNIV-PREC.
           MOVE WLI-PERE(WPOS) TO WNCL-TRT.
       T40-EXIT.
           EXIT.
      *
      * lien de WNCL-TRT en vigueur a la date demandee (WTRV/WPOS) :
      * debut atteint et fin (exclue) non atteinte ; date zero = le
      * lien en cours
       T45.
           MOVE ZERO TO WTRV.
           PERFORM T45-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-LIEN OR WTRV = 1.
       T45-EXIT.
           EXIT.
       T45-CMP.
           IF WLI-NCL(WIDX) = WNCL-TRT
              IF ICLIHIER-DATE = ZERO
                 IF WLI-DFIN(WIDX) = ZERO
                    MOVE 1 TO WTRV
                    MOVE WIDX TO WPOS
                 END-IF
              ELSE
                 IF WLI-DDEB(WIDX) NOT > ICLIHIER-DATE
                    AND (WLI-DFIN(WIDX) = ZERO
                         OR WLI-DFIN(WIDX) > ICLIHIER-DATE)
                    MOVE 1 TO WTRV
                    MOVE WIDX TO WPOS
                 END-IF
              END-IF
           END-IF.
