      *DD9183 15/10/26 anes mode delta : un article de la photo qui a
      *                     disparu du referencement d'un partenaire
      *                     actif part en action S (suppression), les
      *                     dereferencements sont transmis au partenaire
      *DD9131 03/09/26 anes controle de flux : le flux PRICAT part avec
      *                     un enregistrement ZC de queue (sequence
      *                     flowctl1 + nombre de positions P1) que le
      *           Deux modes par parametre d'environnement MODE :       *
      *           F = complet (tout le referencement), D = delta (seuls *
      *           les articles absents ou modifies depuis la derniere   *
DD9183*           extraction, action C = creation, M = modification,    *
DD9183*           S = suppression d'un article de la photo qui n'est    *
DD9183*           plus au referencement du partenaire).                 *
      *           La photo de la derniere extraction (PRICATLX) est     *
      *           relue en entree et reecrite en sortie (PRICATLN),     *
      *           modele ancien/nouveau comme APERC010 : le delta       *
              03 WPH-EAN          PIC X(13).
              03 WPH-PCB          PIC 9(4).
              03 WPH-PRIX         PIC 9(7)V99.
DD9183        03 WPH-VU           PIC X.
       01  WNB-PHO                PIC 9(5) VALUE ZERO.
       01  WIDXH                  PIC 9(5).
       01  WPHO-TRV               PIC 9.
       01  WNB-CLI                PIC 9(5) VALUE ZERO.
       01  WTOT-EMIS              PIC 9(5) VALUE ZERO.
       01  WTOT-INCH              PIC 9(5) VALUE ZERO.
DD9183 01  WTOT-SUPP              PIC 9(5) VALUE ZERO.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
           copy '../copy/flowctl.com'.
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINP WFINR WFINX WNB-PAR WNB-PHO
DD9183                  WNB-CLI WTOT-EMIS WTOT-INCH WTOT-SUPP.
           string 'MODE' x'00' delimited by size
                  into var-name.
           move space to var-data.
           PERFORM T40 THRU T40-EXIT.
           PERFORM T50 THRU T50-EXIT UNTIL FIN-REFERCLI.
           PERFORM T75 THRU T75-EXIT.
DD9183* articles de la photo absents du referencement : suppressions
DD9183     IF MODE-DELTA
DD9183        PERFORM T80 THRU T80-EXIT
DD9183                VARYING WIDXH FROM 1 BY 1 UNTIL WIDXH > WNB-PHO
DD9183     END-IF.
      * enregistrement de controle de flux en queue du catalogue
           INITIALIZE FLOWCTL.
           MOVE 'E'        TO IFLOWCTL-TRT.
              MOVE PLX-EAN  TO WPH-EAN(WNB-PHO)
              MOVE PLX-PCB  TO WPH-PCB(WNB-PHO)
              MOVE PLX-PRIX TO WPH-PRIX(WNB-PHO)
DD9183        MOVE SPACE    TO WPH-VU(WNB-PHO)
           ELSE
      * perdre une ligne de photo fausserait tous les deltas suivants
              DISPLAY "GPIWARNING"
           IF MODE-DELTA
              PERFORM T60 THRU T60-EXIT
              IF PHOTO-TROUVEE
DD9183           MOVE 'O' TO WPH-VU(WIDXH)
                 IF WPH-EAN(WIDXH) = RFC-EAN
                    AND WPH-PCB(WIDXH) = RFC-PCB
                    AND WPH-PRIX(WIDXH) = RFC-PRIX
           EXIT.
      *
      *----------------------------------------------------------------*
DD9183* T80 : article de la photo non revu dans le referencement d'un  *
DD9183*       partenaire actif : suppression chez le partenaire        *
DD9183*----------------------------------------------------------------*
DD9183 T80.
DD9183     IF WPH-VU(WIDXH) = 'O'
DD9183        GO TO T80-EXIT
DD9183     END-IF.
DD9183     MOVE ZERO TO WPAR-OK.
DD9183     PERFORM T80-CMP VARYING WIDXP FROM 1 BY 1
DD9183             UNTIL WIDXP > WNB-PAR OR PARTENAIRE-ACTIF.
DD9183     IF NOT PARTENAIRE-ACTIF
DD9183        GO TO T80-EXIT
DD9183     END-IF.
DD9183     ADD 1 TO WTOT-EMIS WTOT-SUPP.
DD9183     MOVE SPACES         TO PCT-LIGNE.
DD9183     MOVE 'P1'           TO PCT-SEG.
DD9183     MOVE 'S'            TO PCT-ACTION.
DD9183     MOVE WPH-NCL(WIDXH) TO PCT-NCL.
DD9183     MOVE WPH-EAN(WIDXH) TO PCT-EAN.
DD9183     MOVE WPH-PCB(WIDXH) TO PCT-PCB.
DD9183     MOVE WPH-PRIX(WIDXH) TO PCT-PRIX.
DD9183     WRITE PCT-LIGNE.
DD9183     MOVE SPACES         TO LIGNE.
DD9183     MOVE WPH-NCL(WIDXH) TO LNCL.
DD9183     MOVE "ARTICLE DEREFERENCE - SUPPRESSION EMISE" TO LLIB.
DD9183     MOVE WPH-NAR(WIDXH) TO LLIB(42:7).
DD9183     WRITE LIGNE BEFORE 1.
DD9183 T80-EXIT.
DD9183     EXIT.
DD9183 T80-CMP.
DD9183     IF WTP-NCL(WIDXP) = WPH-NCL(WIDXH)
DD9183        MOVE 1 TO WPAR-OK
DD9183     END-IF.
DD9183*
DD9183*----------------------------------------------------------------*
      * T90 : recapitulatif du run                                     *
      *----------------------------------------------------------------*
       T90.
           MOVE WTOT-INCH TO LNB.
           MOVE "ARTICLES INCHANGES NON EMIS (MODE DELTA)" TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9183     MOVE SPACES TO LIGNE.
DD9183     MOVE WTOT-SUPP TO LNB.
DD9183     MOVE "ARTICLES SUPPRIMES EMIS (MODE DELTA)" TO LLIB.
DD9183     WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
