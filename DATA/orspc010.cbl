      *DD9164 15/10/26 anes politique de livraison (LIVPOL1) dans la
      *                     reponse : code en entete ; commande complete
      *                     exigee = une seule date projetee, la plus
      *                     tardive des lignes en reliquat ; complete
      *                     par ligne = ligne incomplete non acceptee
      *DD9113 03/09/26 anes Creation - reponse a la commande (ORDRSP)
      *                     apres le run d'affectation CGCD-RELI1 : par
      *                     partenaire EDIPART, chaque ligne avec la
      *             lignes en reliquat (pas de date = zero, le          *
      *             partenaire lit "a confirmer")                       *
      *           Sortie ORDRSP plat : E = entete (client, commande,    *
DD9164*           date, politique de livraison LIVPOL1), L = ligne      *
DD9164*           (numero, article, quantite commandee, acceptee,       *
DD9164*           reliquat, date projetee).                             *
DD9164*           Commande complete exigee : toutes les lignes portent  *
DD9164*           la date projetee la plus tardive (zero si une ligne   *
DD9164*           en reliquat n'a pas de date) ; complete par ligne :   *
DD9164*           une ligne en reliquat n'est pas acceptee en partie.   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           02 ORSE-NCDE          PIC 9(7).
           02 FILLER             PIC X.
           02 ORSE-DATE          PIC 9(6).
DD9164     02 FILLER             PIC X.
DD9164     02 ORSE-POL           PIC X.
DD9164     02 FILLER             PIC X(35).
       01  ORS-LIG REDEFINES ORS-LIGNE.
           02 FILLER             PIC XX.
           02 ORSL-NLG           PIC 9(3).
       01  WDATDIS                PIC 9(6).
       01  WTOT-RSP               PIC 9(4) VALUE ZERO.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
DD9164**** commande complete exigee : date projetee commune
DD9164 01  WNB-RELCDE             PIC 9(4).
DD9164 01  WDATCPL                PIC 9(6).
DD9164 01  WDATINC                PIC 9.
      *
           copy '../copy/dispo.com'.
DD9164     copy '../copy/livpol.com'.
      *
       PROCEDURE DIVISION.
      *
           MOVE WCD-NCL(WIDX)  TO ORSE-NCL.
           MOVE WNUM-CDE       TO ORSE-NCDE.
           MOVE WDATEJOUR      TO ORSE-DATE.
DD9164     INITIALIZE LIVPOL.
DD9164     MOVE WCD-NCL(WIDX)  TO ILIVPOL-NCL.
DD9164     MOVE WNUM-CDE       TO ILIVPOL-NCDE.
DD9164     CALL "LIVPOL1" USING LIVPOL.
DD9164     MOVE OLIVPOL-POL    TO ORSE-POL.
           WRITE ORS-LIGNE FROM ORS-ENT.
           ADD 1 TO WTOT-RSP.
DD9164     MOVE ZERO TO WNB-RELCDE WDATCPL WDATINC.
DD9164     IF CLIVPOL-COMPLETE
DD9164        PERFORM T45 THRU T45-EXIT
DD9164     END-IF.
           MOVE ZERO TO WFINL.
           CLOSE FCOMJOC1.
           OPEN INPUT FCOMJOC1.
           MOVE WNUM-CDE       TO LNCDE.
           MOVE WCD-NBL(WIDX)  TO LNB.
           MOVE "REPONSE DE COMMANDE EMISE" TO LLIB.
DD9164     IF CLIVPOL-COMPLETE
DD9164        MOVE "REPONSE DE COMMANDE EMISE - LIVRAISON COMPLETE"
DD9164             TO LLIB
DD9164     END-IF.
DD9164     IF CLIVPOL-LIGNE
DD9164        MOVE "REPONSE DE COMMANDE EMISE - COMPLETE PAR LIGNE"
DD9164             TO LLIB
DD9164     END-IF.
           WRITE LIGNE BEFORE 1.
       T40-EXIT.
           EXIT.
DD9164*
DD9164* commande complete exigee : premiere passe sur les lignes pour
DD9164* la date projetee la plus tardive des lignes en reliquat
DD9164 T45.
DD9164     MOVE ZERO TO WFINL.
DD9164     CLOSE FCOMJOC1.
DD9164     OPEN INPUT FCOMJOC1.
DD9164     PERFORM T50 THRU T50-EXIT.
DD9164     PERFORM T46 THRU T46-EXIT UNTIL FIN-FCOMJOC1.
DD9164     IF WDATINC = 1
DD9164        MOVE ZERO TO WDATCPL
DD9164     END-IF.
DD9164 T45-EXIT.
DD9164     EXIT.
DD9164 T46.
DD9164     IF FJ1NUM = WNUM-CDE AND FJ1ETAT NOT = '9'
DD9164        PERFORM T56 THRU T56-EXIT
DD9164        IF WQTR-TRT NOT = ZERO
DD9164           ADD 1 TO WNB-RELCDE
DD9164           IF WDATDIS = ZERO
DD9164              MOVE 1 TO WDATINC
DD9164           END-IF
DD9164           IF WDATDIS > WDATCPL
DD9164              MOVE WDATDIS TO WDATCPL
DD9164           END-IF
DD9164        END-IF
DD9164     END-IF.
DD9164     PERFORM T50 THRU T50-EXIT.
DD9164 T46-EXIT.
DD9164     EXIT.
      *
       T50.
           READ FCOMJOC1 NEXT RECORD
           EXIT.
      *
      * une ligne de la commande : acceptee = commandee - reliquat,
DD9164* date projetee DISPO1 pour les lignes en reliquat, date commune
DD9164* de la commande si elle est a livraison complete exigee
       T55.
           IF FJ1NUM NOT = WNUM-CDE OR FJ1ETAT = '9'
              GO TO T55F
           END-IF.
DD9164     PERFORM T56 THRU T56-EXIT.
DD9164     IF CLIVPOL-COMPLETE AND WNB-RELCDE > ZERO
DD9164        MOVE WDATCPL TO WDATDIS
DD9164     END-IF.
DD9164     MOVE SPACES TO ORS-LIG.
DD9164     MOVE 'L'      TO ORS-LIG(1:1).
DD9164     MOVE FJ1NLG   TO ORSL-NLG.
DD9164     MOVE FJ1NAR   TO ORSL-NAR.
DD9164     MOVE FJ1QTC   TO ORSL-QTC.
DD9164     MOVE WQTACC   TO ORSL-QTACC.
DD9164     MOVE WQTR-TRT TO ORSL-QTR.
DD9164     MOVE WDATDIS  TO ORSL-DATDIS.
DD9164     WRITE ORS-LIGNE FROM ORS-LIG.
DD9164     ADD 1 TO WCD-NBL(WIDX) WTOT-LIG.
DD9164 T55F.
DD9164     PERFORM T50 THRU T50-EXIT.
DD9164 T55-EXIT.
DD9164     EXIT.
DD9164*
DD9164* reliquat, acceptee et date projetee de la ligne ; complete par
DD9164* ligne : une ligne en reliquat part entiere plus tard
DD9164 T56.
           MOVE ZERO TO WQTR-TRT.
           PERFORM T60 THRU T60-EXIT
                   VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WNB-REL.
           IF WQTR-TRT > FJ1QTC
              MOVE FJ1QTC TO WQTR-TRT
           END-IF.
DD9164     IF CLIVPOL-LIGNE AND WQTR-TRT NOT = ZERO
DD9164        MOVE FJ1QTC TO WQTR-TRT
DD9164     END-IF.
           COMPUTE WQTACC = FJ1QTC - WQTR-TRT.
           MOVE ZERO TO WDATDIS.
           IF WQTR-TRT NOT = ZERO
                 MOVE ODISPO-DATE TO WDATDIS
              END-IF
           END-IF.
DD9164 T56-EXIT.
           EXIT.
      *
       T60.
