      *DD9174 15/10/26 anes client absent de CLIREP : representant et
      *                     secteur du plus proche noeud de la
      *                     hierarchie client (CLIHIER1) a la date de
      *                     la facture, le compte cle suit ses magasins
      *DD9138 03/09/26 anes la hierarchie des taux (R+famille, R seul,
      *                     S+famille, S seul) est tenue par un niveau
      *                     de precision memorise : l'ordre des lignes
      ******************************************************************
      * GPICMT    Commissions sur facture du mois MOISCOM (AAMM) :      *
      *           - CLIREP : client -> representant + secteur (le       *
DD9174*             clsecteur de la fiche client, extrait par l'ADV) ;  *
DD9174*             un client absent prend le representant du plus      *
DD9174*             proche noeud de la hierarchie client (adherent,     *
DD9174*             groupement, centrale : CLIHIER) a la date de la     *
DD9174*             facture - un compte cle se pose une fois sur la     *
DD9174*             centrale                                            *
      *           - COMMTAB : les taux ; cle type R (representant) ou   *
      *             S (secteur) + code, famille X(3) ou blanc =         *
      *             taux par defaut ; recherche du plus precis au       *
              03 WFA-NFAC         PIC 9(7).
              03 WFA-NCL          PIC 9(6).
              03 WFA-SENS         PIC X.
DD9174        03 WFA-DATE         PIC 9(6).
       01  WNB-FAC                PIC 9(5) VALUE ZERO.
       01  WIDXF                  PIC 9(5).
      *
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-SANS              PIC 9(5) VALUE ZERO.
       01  WAVL-DISPO             PIC 9 VALUE ZERO.
DD9174 01  WNCL-TRT               PIC 9(6).
DD9174 01  WIDXN                  PIC 9.
DD9174     copy '../copy/clihier.com'.
      *
       PROCEDURE DIVISION.
      *
           ADD 1 TO WNB-FAC.
           MOVE FBCLE-CDESUP TO WFA-NFAC(WNB-FAC).
           MOVE FBNCL        TO WFA-NCL(WNB-FAC).
DD9174     MOVE FBDATE       TO WFA-DATE(WNB-FAC).
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              MOVE '-' TO WFA-SENS(WNB-FAC)
      * rattachement AVLNK rappele sur le releve : la reprise se
       T37-EXIT.
           EXIT.
      *
DD9174* representant + secteur du client de la ligne, a defaut du
DD9174* plus proche noeud de la hierarchie a la date de la facture
       T40.
           MOVE SPACES TO WREP-TRT WSECT-TRT.
DD9174     MOVE FLG-NCL TO WNCL-TRT.
           MOVE ZERO TO WTRV.
           PERFORM T40-CMP VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CLI OR WTRV = 1.
DD9174     IF WTRV = 1
DD9174        GO TO T40-EXIT
DD9174     END-IF.
DD9174     INITIALIZE CLIHIER.
DD9174     MOVE FLG-NCL        TO ICLIHIER-NCL.
DD9174     MOVE WFA-DATE(WPOS) TO ICLIHIER-DATE.
DD9174     CALL "clihier1" USING CLIHIER.
DD9174     IF CCLIHIER-HORS
DD9174        GO TO T40-EXIT
DD9174     END-IF.
DD9174     PERFORM T42 THRU T42-EXIT
DD9174             VARYING WIDXN FROM 4 BY -1
DD9174             UNTIL WIDXN = ZERO OR WTRV = 1.
       T40-EXIT.
           EXIT.
       T40-CMP.
DD9174     IF WCL-NCL(WIDXC) = WNCL-TRT
              MOVE 1 TO WTRV
              MOVE WCL-REP(WIDXC)  TO WREP-TRT
              MOVE WCL-SECT(WIDXC) TO WSECT-TRT
           END-IF.
      *
DD9174* un niveau au-dessus du client : son noeud dans CLIREP ?
DD9174 T42.
DD9174     IF OCLIHIER-NCLNIV(WIDXN) = ZERO
DD9174        OR OCLIHIER-NCLNIV(WIDXN) = FLG-NCL
DD9174        GO TO T42-EXIT
DD9174     END-IF.
DD9174     MOVE OCLIHIER-NCLNIV(WIDXN) TO WNCL-TRT.
DD9174     PERFORM T40-CMP VARYING WIDXC FROM 1 BY 1
DD9174             UNTIL WIDXC > WNB-CLI OR WTRV = 1.
DD9174 T42-EXIT.
DD9174     EXIT.
DD9174*
      * famille de l'article (absente = blanc, taux par defaut)
       T45.
           MOVE SPACES TO WFAM-TRT.
