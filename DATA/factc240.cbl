      *DD9150 15/10/26 anes declaration du pas FACTC240 dans le
      *                     controle d'enchainement : refus de partir
      *                     si le controle arithmetique FACTC210 est
      *                     en erreur
      *DD9148 15/10/26 anes segment FR de reference a la facture
      *                     d'origine pour l'avoir d'annulation et la
      *                     facture de remplacement d'une facture
      *                     rectifiee (RECTFAC via rectif1)
      *DD9096 03/09/26 anes le producteur est branche : cglp-fact1,
      *                     cglp-factD et cilp-fact1 emettent l'extrait
      *                     FACTJOUR via factjr1 a l'ecriture de chaque
           02 FILLER             PIC X VALUE SPACE.
           02 WFZ-NBTVA          PIC 9(3).
           02 FILLER             PIC X(89) VALUE SPACE.
DD9148* reference d'une piece de facture rectificative : A = avoir
DD9148* d'annulation, R = facture de remplacement, et la facture
DD9148* d'origine (numero et date) qu'elle annule ou remplace
DD9148 01  WSEG-FR.
DD9148     02 FILLER             PIC X(3) VALUE "FR ".
DD9148     02 WFR-TYPE           PIC X.
DD9148     02 FILLER             PIC X VALUE SPACE.
DD9148     02 WFR-NFACORIG       PIC 9(7).
DD9148     02 FILLER             PIC X VALUE SPACE.
DD9148     02 WFR-DATORIG        PIC 9(6).
DD9148     02 FILLER             PIC X(81) VALUE SPACE.
       01  WTOT-FX                PIC 9(5) VALUE ZERO.
       01  WTOT-CP                PIC 9(5) VALUE ZERO.
       01  WTOT-GP                PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
DD9148*
DD9148     copy '../copy/rectif.com'.
DD9150*
DD9150* controle d'enchainement : FACTC240 depend du controle
DD9150* arithmetique FACTC210 et ne part pas sur une facture fausse
DD9150     copy "../copy/chain.com".
DD9150 01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
           string 'factc240.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
DD9150     if var-data(1:6) numeric
DD9150        move var-data(1:6) to WDATEJOUR.
DD9150     INITIALIZE CHAINE.
DD9150     MOVE 'D' TO ICHAINE-TRT.
DD9150     MOVE 'FACTC240  ' TO ICHAINE-PAS.
DD9150     MOVE WDATEJOUR TO ICHAINE-DATE.
DD9150     CALL "chain1" USING CHAINE.
DD9150     IF NOT CCHAINE-AUTORISE-OUI
DD9150        DISPLAY "GPIWARNING"
DD9150        DISPLAY "**" OCHAINE-LIBERR
DD9150        STOP RUN
DD9150     END-IF.
           OPEN INPUT FACTJOUR.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS D'EXTRAIT DE FACTURATION A TRAITER"
           PERFORM T90 THRU T90-EXIT.
           CLOSE FACTJOUR FMTROUTE FACTURX CHORUS.
           CLOSE ETAT1.
DD9150     INITIALIZE CHAINE.
DD9150     MOVE 'F' TO ICHAINE-TRT.
DD9150     MOVE 'FACTC240  ' TO ICHAINE-PAS.
DD9150     MOVE 'O' TO ICHAINE-STATUT.
DD9150     MOVE WDATEJOUR TO ICHAINE-DATE.
DD9150     CALL "chain1" USING CHAINE.
           STOP RUN.
      *
      *----------------------------------------------------------------*
              MOVE WFC-SERVICE TO WFH-SERVICE
              MOVE WSEG-FH     TO WSEG
              PERFORM T70 THRU T70-EXIT
DD9148        PERFORM T45 THRU T45-EXIT
           ELSE
              ADD 1 TO WTOT-GP
              MOVE SPACE TO WFC-FORMAT
       T40-EXIT.
           EXIT.
      *
DD9148*----------------------------------------------------------------*
DD9148* T45 : avoir d'annulation ou facture de remplacement d'une      *
DD9148*       facture rectifiee (RECTFAC) : segment FR de reference a  *
DD9148*       la facture d'origine, juste apres l'entete               *
DD9148*----------------------------------------------------------------*
DD9148 T45.
DD9148     INITIALIZE RECTIF.
DD9148     MOVE 'R'       TO IRECTIF-TRT.
DD9148     MOVE FAJE-NFAC TO IRECTIF-NFAC.
DD9148     CALL "rectif1" USING RECTIF.
DD9148     IF ORECTIF-RTN NOT = '0'
DD9148        GO TO T45-EXIT
DD9148     END-IF.
DD9148     IF CRECTIF-ROLE-AVOIR
DD9148        MOVE 'A' TO WFR-TYPE
DD9148     ELSE
DD9148        IF CRECTIF-ROLE-NOUVEAU
DD9148           MOVE 'R' TO WFR-TYPE
DD9148        ELSE
DD9148           GO TO T45-EXIT
DD9148        END-IF
DD9148     END-IF.
DD9148     MOVE ORECTIF-NFACORIG TO WFR-NFACORIG.
DD9148     MOVE ORECTIF-DATORIG  TO WFR-DATORIG.
DD9148     MOVE WSEG-FR          TO WSEG.
DD9148     PERFORM T70 THRU T70-EXIT.
DD9148 T45-EXIT.
DD9148     EXIT.
DD9148*
      *----------------------------------------------------------------*
      * T50 : ventilation TVA par code taxe -> segment FT              *
      *----------------------------------------------------------------*
