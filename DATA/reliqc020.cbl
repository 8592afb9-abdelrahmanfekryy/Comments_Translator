      *DD9164 15/10/26 anes politique de livraison (LIVPOL1) de la
      *                     commande : une commande a livraison complete
      *                     exigee est annoncee a une seule date (la
      *                     plus tardive de ses lignes), libelle papier
      *                     et code politique dans la ligne RELQEDI
      *DD9105 03/09/26 anes Creation - avis de reliquat clients : pour
      *                     chaque client ayant des reliquats ouverts
      *                     (journal RELIQLOG), avis listant ses lignes
      *             (segments E = entete client, L = ligne reliquat),   *
      *             achemine par le reseau comme l'accuse d'integration *
      *             ; les autres sortent en edition papier              *
DD9164*           - LIVPOL1 : la politique de livraison de la commande ;*
DD9164*             livraison complete exigee = toutes ses lignes       *
DD9164*             annoncees a la date la plus tardive (a confirmer si *
DD9164*             l'une d'elles n'a pas de date)                      *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           02 REQL-QTR           PIC 9(6)V99.
           02 FILLER             PIC X.
           02 REQL-DATDIS        PIC 9(6).
DD9164     02 FILLER             PIC X.
DD9164     02 REQL-POL           PIC X.
DD9164     02 FILLER             PIC X(11).
      *
       FD  ETAT1
                DATA RECORD LIGNE
              03 WRL-NCL          PIC 9(6).
              03 WRL-DATDIS       PIC 9(6).
              03 WRL-FAIT         PIC X.
DD9164        03 WRL-POL          PIC X.
       01  WNB-REL                PIC 9(5) VALUE ZERO.
       01  WIDX                   PIC 9(5).
       01  WIDX2                  PIC 9(5).
       01  WTOT-AVIS              PIC 9(4) VALUE ZERO.
       01  WTOT-EDI               PIC 9(4) VALUE ZERO.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
DD9164**** commande complete exigee : date commune de ses lignes
DD9164 01  WDATCPL                PIC 9(6).
DD9164 01  WDATINC                PIC 9.
      *
           copy '../copy/dispo.com'.
           copy '../copy/lngcli.com'.
           copy '../copy/txtlng.com'.
DD9164     copy '../copy/livpol.com'.
      *
       PROCEDURE DIVISION.
      *
           PERFORM T30 THRU T30-EXIT.
           PERFORM T35 THRU T35-EXIT UNTIL FIN-FCOMMAAP.
           CLOSE FCOMMAAP.
DD9164* politique de livraison de la commande de chaque ligne
DD9164     PERFORM T38 THRU T38-EXIT
DD9164             VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-REL.
      * date de disponibilite projetee de chaque ligne
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-REL.
DD9164* commande complete exigee : une seule date pour ses lignes
DD9164     PERFORM T45 THRU T45-EXIT
DD9164             VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-REL.
           OPEN INPUT EDIPART-F.
           IF FILE-STATUS3 = ZERO
              MOVE 1 TO WEDI-DISPO
              MOVE RQL-QTR  TO WRL-QTR(WNB-REL)
              MOVE ZERO     TO WRL-NCL(WNB-REL) WRL-DATDIS(WNB-REL)
              MOVE SPACE    TO WRL-FAIT(WNB-REL)
DD9164        MOVE 'P'      TO WRL-POL(WNB-REL)
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE RELIQUATS PLEINE, RUN ABANDONNE"
           END-IF.
       T37-EXIT.
           EXIT.
DD9164 T38.
DD9164     INITIALIZE LIVPOL.
DD9164     MOVE WRL-NCL(WIDX)  TO ILIVPOL-NCL.
DD9164     MOVE WRL-NCDE(WIDX) TO ILIVPOL-NCDE.
DD9164     CALL "LIVPOL1" USING LIVPOL.
DD9164     MOVE OLIVPOL-POL    TO WRL-POL(WIDX).
DD9164 T38-EXIT.
DD9164     EXIT.
      *
      * date projetee DISPO1 de la ligne (zero = a confirmer)
       T40.
       T40-EXIT.
           EXIT.
      *
DD9164* date la plus tardive des lignes de la commande, zero si l'une
DD9164* d'elles est a confirmer
DD9164 T45.
DD9164     IF WRL-POL(WIDX) NOT = 'C'
DD9164        GO TO T45-EXIT
DD9164     END-IF.
DD9164     MOVE ZERO TO WDATCPL WDATINC.
DD9164     PERFORM T46 THRU T46-EXIT
DD9164             VARYING WIDX2 FROM 1 BY 1 UNTIL WIDX2 > WNB-REL.
DD9164     IF WDATINC = 1
DD9164        MOVE ZERO TO WDATCPL
DD9164     END-IF.
DD9164     MOVE WDATCPL TO WRL-DATDIS(WIDX).
DD9164 T45-EXIT.
DD9164     EXIT.
DD9164 T46.
DD9164     IF WRL-NCDE(WIDX2) = WRL-NCDE(WIDX)
DD9164        IF WRL-DATDIS(WIDX2) = ZERO
DD9164           MOVE 1 TO WDATINC
DD9164        END-IF
DD9164        IF WRL-DATDIS(WIDX2) > WDATCPL
DD9164           MOVE WRL-DATDIS(WIDX2) TO WDATCPL
DD9164        END-IF
DD9164     END-IF.
DD9164 T46-EXIT.
DD9164     EXIT.
DD9164*
      *----------------------------------------------------------------*
      * T50 : avis du client de la ligne courante (toutes ses lignes   *
      *       servies d'un coup, marquage FAIT)                        *
              MOVE WRL-NAR(WIDX2)   TO REQL-NAR
              MOVE WRL-QTR(WIDX2)   TO REQL-QTR
              MOVE WRL-DATDIS(WIDX2) TO REQL-DATDIS
DD9164        MOVE WRL-POL(WIDX2)   TO REQL-POL
              WRITE REQ-LIGNE FROM REQ-LIG
           ELSE
              MOVE SPACES TO LIGNE
              ELSE
                 MOVE "RESTE A LIVRER - DISPONIBILITE PREVUE" TO LLIB
              END-IF
DD9164        IF WRL-POL(WIDX2) = 'C'
DD9164           IF WRL-DATDIS(WIDX2) = ZERO
DD9164              MOVE "LIVRAISON COMPLETE - DATE A CONFIRMER" TO LLIB
DD9164           ELSE
DD9164              MOVE "LIVRAISON COMPLETE - DISPONIBILITE PREVUE"
DD9164                   TO LLIB
DD9164           END-IF
DD9164        END-IF
              WRITE LIGNE BEFORE 1
           END-IF.
       T60-EXIT.
