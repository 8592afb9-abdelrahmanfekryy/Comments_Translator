      *DD9174 15/10/26 anes NCLTSV peut designer un noeud de la
      *                     hierarchie client (CLIHIER1) : tous ses
      *                     rattaches du mois ; recap par noeud d'un
      *                     niveau (NIVTSV)
      *DD9072 23/08/26 anes Creation - restitution du taux de service
      *                     par client et periode depuis l'historique
      *                     TSVCHIST tenu par TSVCC010
      *           zero = tous) et une periode (MOISDEB/MOISFIN AAMM),  *
      *           detail par article et taux global recalcule sur les  *
      *           quantites cumulees de la selection.                  *
DD9174*           NCLTSV peut etre un noeud de la hierarchie client     *
DD9174*           (centrale, groupement, adherent : CLIHIER) : la       *
DD9174*           selection prend tous les clients qui lui sont         *
DD9174*           rattaches a la fin de chaque mois.  NIVTSV (1 a 3)    *
DD9174*           ajoute le recap consolide par noeud de ce niveau.     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       01  WCUM-CDE               PIC 9(11)V99 VALUE ZERO.
       01  WCUM-SRV               PIC 9(11)V99 VALUE ZERO.
       01  WTAUX                  PIC 9(3)V99.
DD9174 01  WNIV                   PIC 9 VALUE ZERO.
DD9174*
DD9174**** cumuls par noeud du niveau NIVTSV (zero = hors niveau)
DD9174 01  WTNOE.
DD9174     02 WTNOE-E OCCURS 2000.
DD9174        03 WNO-NCL          PIC 9(6).
DD9174        03 WNO-CDE          PIC 9(11)V99.
DD9174        03 WNO-SRV          PIC 9(11)V99.
DD9174 01  WNB-NOE                PIC 9(4) VALUE ZERO.
DD9174 01  WIDXN                  PIC 9(4).
DD9174 01  WPOSN                  PIC 9(4).
DD9174 01  WNCL-NOE               PIC 9(6).
DD9174 01  WTRV                   PIC 9.
DD9174     copy '../copy/clihier.com'.
      *
       PROCEDURE DIVISION.
      *
       T10.
DD9174     MOVE ZERO TO WFIN WCUM-CDE WCUM-SRV WNB-NOE.
           string 'NCLTSV' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WMOISFIN.
DD9174     string 'NIVTSV' x'00' delimited by size
DD9174            into var-name.
DD9174     move space to var-data.
DD9174     call 'genvcc' using var-name var-data.
DD9174     if var-data(1:1) = '1' or var-data(1:1) = '2'
DD9174        or var-data(1:1) = '3'
DD9174        move var-data(1:1) to WNIV.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           EXIT.
      *
       T50.
DD9174     IF TSV-AAMM < WMOISDEB
              OR TSV-AAMM > WMOISFIN
              GO TO T50F
           END-IF.
DD9174* le client ou un noeud de la hierarchie du client en fin de mois
DD9174     IF WNCL NOT = ZERO OR WNIV NOT = ZERO
DD9174        PERFORM T55 THRU T55-EXIT
DD9174     END-IF.
DD9174     IF WNCL NOT = ZERO AND TSV-NCL NOT = WNCL
DD9174        AND OCLIHIER-NCLNIV(1) NOT = WNCL
DD9174        AND OCLIHIER-NCLNIV(2) NOT = WNCL
DD9174        AND OCLIHIER-NCLNIV(3) NOT = WNCL
DD9174        GO TO T50F
DD9174     END-IF.
           MOVE SPACES TO LIGNE.
           MOVE TSV-AAMM  TO LAAMM.
           MOVE TSV-NCL   TO LNCL.
           WRITE LIGNE BEFORE 1.
           ADD TSV-QTCDE TO WCUM-CDE.
           ADD TSV-QTSRV TO WCUM-SRV.
DD9174     IF WNIV NOT = ZERO
DD9174        PERFORM T60 THRU T60-EXIT
DD9174     END-IF.
       T50F.
           PERFORM T20 THRU T20-EXIT.
       T50-EXIT.
           EXIT.
DD9174*
DD9174* ascendants du client au dernier jour du mois de la ligne
DD9174 T55.
DD9174     INITIALIZE CLIHIER.
DD9174     MOVE TSV-NCL TO ICLIHIER-NCL.
DD9174     COMPUTE ICLIHIER-DATE = TSV-AAMM * 100 + 31.
DD9174     CALL "clihier1" USING CLIHIER.
DD9174 T55-EXIT.
DD9174     EXIT.
DD9174*
DD9174* cumul sur le noeud du niveau NIVTSV
DD9174 T60.
DD9174     MOVE OCLIHIER-NCLNIV(WNIV) TO WNCL-NOE.
DD9174     MOVE ZERO TO WTRV.
DD9174     PERFORM T60-CMP VARYING WIDXN FROM 1 BY 1
DD9174             UNTIL WIDXN > WNB-NOE OR WTRV = 1.
DD9174     IF WTRV = ZERO
DD9174        IF WNB-NOE = 2000
DD9174           DISPLAY "GPIWARNING"
DD9174           DISPLAY "**TABLE DES NOEUDS PLEINE, NOEUD "
DD9174                   WNCL-NOE " NON CUMULE"
DD9174           GO TO T60-EXIT
DD9174        END-IF
DD9174        ADD 1 TO WNB-NOE
DD9174        MOVE WNB-NOE TO WPOSN
DD9174        MOVE WNCL-NOE TO WNO-NCL(WPOSN)
DD9174        MOVE ZERO TO WNO-CDE(WPOSN) WNO-SRV(WPOSN)
DD9174     END-IF.
DD9174     ADD TSV-QTCDE TO WNO-CDE(WPOSN).
DD9174     ADD TSV-QTSRV TO WNO-SRV(WPOSN).
DD9174 T60-EXIT.
DD9174     EXIT.
DD9174 T60-CMP.
DD9174     IF WNO-NCL(WIDXN) = WNCL-NOE
DD9174        MOVE 1 TO WTRV
DD9174        MOVE WIDXN TO WPOSN
DD9174     END-IF.
      *
       T90.
           MOVE SPACES TO LIGNE.
           END-IF.
           MOVE "TAUX GLOBAL DE LA SELECTION" TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9174     IF WNIV NOT = ZERO
DD9174        MOVE SPACES TO LIGNE
DD9174        WRITE LIGNE BEFORE 1
DD9174        MOVE SPACES TO LIGNE
DD9174        STRING "TAUX PAR NOEUD DE NIVEAU " WNIV
DD9174               DELIMITED BY SIZE INTO LLIB
DD9174        WRITE LIGNE BEFORE 1
DD9174        PERFORM T95 THRU T95-EXIT
DD9174                VARYING WIDXN FROM 1 BY 1 UNTIL WIDXN > WNB-NOE
DD9174     END-IF.
       T90-EXIT.
           EXIT.
DD9174*
DD9174* une ligne de recap par noeud
DD9174 T95.
DD9174     MOVE SPACES TO LIGNE.
DD9174     MOVE WNO-NCL(WIDXN) TO LNCL.
DD9174     MOVE WNO-CDE(WIDXN) TO LQTC.
DD9174     MOVE WNO-SRV(WIDXN) TO LQTS.
DD9174     IF WNO-CDE(WIDXN) NOT = ZERO
DD9174        COMPUTE WTAUX ROUNDED =
DD9174                WNO-SRV(WIDXN) * 100 / WNO-CDE(WIDXN)
DD9174        MOVE WTAUX TO LTAUX
DD9174     END-IF.
DD9174     IF WNO-NCL(WIDXN) = ZERO
DD9174        MOVE "HORS HIERARCHIE A CE NIVEAU" TO LLIB
DD9174     ELSE
DD9174        MOVE "TAUX DU NOEUD" TO LLIB
DD9174     END-IF.
DD9174     WRITE LIGNE BEFORE 1.
DD9174 T95-EXIT.
DD9174     EXIT.
