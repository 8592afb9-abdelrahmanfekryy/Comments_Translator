      *DD9174 15/10/26 anes contrat RFA sur un noeud de la hierarchie
      *                     client (CLIHIER1) : le CA de tous les
      *                     clients rattaches au noeud a la date de la
      *                     facture est cumule sur le contrat
      *DD9089 23/08/26 anes avoir reconnu par le code numerique FBCFA
      *                     5/6/7 (convention FACTC025/CGLP-FACT1)
      *DD9052 23/08/26 anes Creation - remises de fin d'annee (RFA)
      *             CA / taux).  Les groupements sont couverts par un   *
      *             contrat sur le client payeur de la centrale, qui    *
      *             est la cle sous laquelle FFACTURE porte le CA.      *
DD9174*             Un contrat peut aussi porter sur un noeud de la     *
DD9174*             hierarchie client (centrale, groupement, adherent : *
DD9174*             table CLIHIER) : il cumule le CA de tous les        *
DD9174*             clients rattaches au noeud a la date de chaque      *
DD9174*             facture ; un magasin qui change de groupement en    *
DD9174*             cours de periode compte pour l'ancien jusqu'a la    *
DD9174*             date du changement, pour le nouveau ensuite.        *
      *           - FFACTURE : le CA facture (factures - avoirs, hors   *
      *             duplicata), filtre sur client + societe + periode   *
      *           Mode par parametre d'environnement MODERFA :          *
       01  WLIB-DEC               PIC X(40).
       01  WTOT-CTR               PIC 9(3) VALUE ZERO.
       01  WTOT-PROV              PIC 9(11)V99 VALUE ZERO.
DD9174     copy '../copy/clihier.com'.
      *
       PROCEDURE DIVISION.
      *
              GO TO T35F
           END-IF.
           MOVE FBDATE(1:4) TO WFDATE-AAMM.
DD9174* ascendants du client a la date de la facture
DD9174     INITIALIZE CLIHIER.
DD9174     MOVE FBNCL  TO ICLIHIER-NCL.
DD9174     MOVE FBDATE TO ICLIHIER-DATE.
DD9174     CALL "clihier1" USING CLIHIER.
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-CTR.
       T35F.
           EXIT.
      *
       T40.
DD9174     IF (WCT-NCL(WIDX) = FBNCL
DD9174         OR WCT-NCL(WIDX) = OCLIHIER-NCLNIV(1)
DD9174         OR WCT-NCL(WIDX) = OCLIHIER-NCLNIV(2)
DD9174         OR WCT-NCL(WIDX) = OCLIHIER-NCLNIV(3))
              AND WCT-SOC(WIDX) = FBSOC
              AND WFDATE-AAMM NOT < WCT-DEB(WIDX)
              AND WFDATE-AAMM NOT > WCT-FIN(WIDX)
