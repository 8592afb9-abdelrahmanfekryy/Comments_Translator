      *DD9155 15/10/26 anes Creation - rapprochement des factures
      *                     fournisseurs avec les receptions RECJRN et
      *                     le prix d'achat convenu (ACHPRX) : ligne
      *                     bon a payer dans la tolerance, facture
      *                     bloquee avec le type d'ecart sinon, liste
      *                     des receptions non facturees (FNPC010)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPFC010.
      *
      ******************************************************************
      * GPICMT    Rapprochement a trois voies des factures fournisseurs *
      *           - ACHMVT : prix d'achat convenu par reference achat et*
      *             article (fournisseur, quantite commandee, prix),    *
      *             saisi par les achats a la commande ; il tient la    *
      *             table ACHPRX (le prix cote achat)                   *
      *           - RECJRN : quantites recues par reference achat et    *
      *             article (journal de RECPC010)                       *
      *           - FFOHIS : historique des lignes de factures          *
      *             fournisseurs bonnes a payer (quantites deja         *
      *             facturees, numeros de facture deja passes)          *
      *           - FFOBLQ puis FFOSAIS : les factures bloquees au run  *
      *             precedent, representees, puis les factures saisies  *
      *             par la compta fournisseurs (une ligne par article,  *
      *             lignes d'une facture consecutives)                  *
      *           Chaque ligne est controlee ; type d'ecart :           *
      *             R = reference achat / article sans prix convenu     *
      *             F = fournisseur different de celui de la commande   *
      *             P = prix au-dessus du prix convenu + TOLPRXF %      *
      *             Q = quantite non recue (facture + deja facture au-  *
      *                 dela du recu + TOLQTEF %)                       *
      *             D = deja facture (facture deja passee, ou recu deja *
      *                 entierement facture)                            *
      *           Une facture dont toutes les lignes sont sans ecart (ou*
      *           forcees, FORCE = O) est bonne a payer : ses lignes    *
      *           rejoignent FFOHIS.  Sinon elle est bloquee entiere et *
      *           passe dans FFOBLQN, representee au run suivant (une   *
      *           reception arrivee entre-temps la debloque).           *
      *           Puis les receptions non encore facturees (recu - deja *
      *           facture), valorisees au prix convenu : etat et extrait*
      *           RECNFAC, repris par FNPC010 pour les factures non     *
      *           parvenues de fin de mois.                             *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACHMVT ASSIGN TO ACH-MVT
                       organization line sequential
                       file status is file-status.
      *
           SELECT ACHPRX ASSIGN TO ACH-PRX
                       organization indexed
                       access mode dynamic
                       record key ACP-CLE
                       file status is file-status2.
      *
           SELECT RECJRN ASSIGN TO REC-JRN
                       organization line sequential
                       file status is file-status3.
      *
           SELECT FFOHIS ASSIGN TO FFO-HIS
                       organization line sequential
                       file status is file-status4.
      *
           SELECT FFOBLQ ASSIGN TO FFO-BLQ
                       organization line sequential
                       file status is file-status5.
      *
           SELECT FFOSAIS ASSIGN TO FFO-SAIS
                       organization line sequential
                       file status is file-status6.
      *
           SELECT FFOBLQN ASSIGN TO FFO-BLQN
                       organization line sequential.
      *
           SELECT RECNFAC ASSIGN TO REC-NFAC
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * prix d'achat convenu, saisi par les achats a la commande
       FD  ACHMVT
                DATA RECORD ACM-LIGNE.
       01  ACM-LIGNE.
           02 ACM-ACH            PIC X(15).
           02 FILLER             PIC X.
           02 ACM-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 ACM-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 ACM-QTC            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 ACM-PRIX           PIC 9(7)V99.
      *
       FD  ACHPRX
                DATA RECORD ACP-LIGNE.
       01  ACP-LIGNE.
           02 ACP-CLE.
              03 ACP-ACH         PIC X(15).
              03 ACP-NAR         PIC X(7).
           02 ACP-FOU            PIC X(8).
           02 ACP-QTC            PIC 9(6)V99.
           02 ACP-PRIX           PIC 9(7)V99.
           02 ACP-DATMAJ         PIC 9(6).
           02 FILLER             PIC X(20).
      *
      * journal permanent des receptions (RECPC010)
       FD  RECJRN
                DATA RECORD RCJ-LIGNE.
       01  RCJ-LIGNE.
           02 RCJ-ACH            PIC X(15).
           02 FILLER             PIC X.
           02 RCJ-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RCJ-SRE            PIC X(7).
           02 FILLER             PIC X.
           02 RCJ-QTE            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RCJ-NMA            PIC 99.
           02 FILLER             PIC X.
           02 RCJ-DATE           PIC 9(6).
      *
      * lignes de factures fournisseurs bonnes a payer ; FFH-ECART
      * porte l'ecart d'une ligne forcee
       FD  FFOHIS
                DATA RECORD FFH-LIGNE.
       01  FFH-LIGNE.
           02 FFH-FOU            PIC X(8).
           02 FFH-NFAC           PIC X(12).
           02 FFH-DATE           PIC 9(6).
           02 FFH-ACH            PIC X(15).
           02 FFH-NAR            PIC X(7).
           02 FFH-QTE            PIC 9(6)V99.
           02 FFH-PU             PIC 9(7)V99.
           02 FFH-ECART          PIC X.
           02 FFH-DATBAP         PIC 9(6).
      *
      * factures bloquees au run precedent (format de FFOSAIS)
       FD  FFOBLQ
                DATA RECORD FFB-LIGNE.
       01  FFB-LIGNE              PIC X(82).
      *
      * factures fournisseurs saisies par la compta fournisseurs
       FD  FFOSAIS
                DATA RECORD FFS-ENR.
       01  FFS-ENR                PIC X(82).
      *
       FD  FFOBLQN
                DATA RECORD FFN-LIGNE.
       01  FFN-LIGNE              PIC X(82).
      *
      * receptions non facturees, valorisees au prix convenu
       FD  RECNFAC
                DATA RECORD RNF-LIGNE.
       01  RNF-LIGNE.
           02 RNF-FOU            PIC X(8).
           02 FILLER             PIC X.
           02 RNF-ACH            PIC X(15).
           02 FILLER             PIC X.
           02 RNF-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RNF-QTE            PIC 9(7)V99.
           02 FILLER             PIC X.
           02 RNF-PRIX           PIC 9(7)V99.
           02 FILLER             PIC X.
           02 RNF-VAL            PIC 9(9)V99.
           02 FILLER             PIC X.
           02 RNF-DATREC         PIC 9(6).
           02 FILLER             PIC X.
           02 RNF-DATEXT         PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LFOU                 PIC X(8).
           02 FILLER               PIC X(2).
           02 LNFAC                PIC X(12).
           02 FILLER               PIC X(2).
           02 LACH                 PIC X(15).
           02 FILLER               PIC X(2).
           02 LNAR                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LQTE                 PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LQREC                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LPU                  PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LPRIX                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LECART               PIC X.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(30).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
       01  file-status6           PIC XX.
       01  WFINM                  PIC 9 value zero.
           88 FIN-ACHMVT          value 1.
       01  WFINR                  PIC 9 value zero.
           88 FIN-RECJRN          value 1.
       01  WFINH                  PIC 9 value zero.
           88 FIN-FFOHIS          value 1.
      * 1 = FFOBLQ en lecture, 2 = FFOSAIS, 3 = fin des factures
       01  WFICH                  PIC 9 value zero.
           88 FIN-FACTURES        value 3.
       01  WDATEJOUR              PIC 9(6).
      *
      **** tolerances (pourcentages) : prix TOLPRXF, quantite TOLQTEF
       01  WTOLPRX                PIC 99V99 VALUE 1.
       01  WTOLQTE                PIC 99V99 VALUE ZERO.
      *
      **** recu, deja facture et en cours de facture par reference
      **** achat + article
       01  WTRC.
           02 WTRC-E OCCURS 9000.
              03 WRC-ACH          PIC X(15).
              03 WRC-NAR          PIC X(7).
              03 WRC-QREC         PIC 9(8)V99.
              03 WRC-QFAC         PIC 9(8)V99.
              03 WRC-QPEND        PIC 9(8)V99.
              03 WRC-DATREC       PIC 9(6).
       01  WNB-RC                 PIC 9(5) VALUE ZERO.
       01  WIDXR                  PIC 9(5).
       01  WPOSR                  PIC 9(5).
      *
      **** factures fournisseurs deja bonnes a payer
       01  WTFF.
           02 WTFF-E OCCURS 9000.
              03 WFF-FOU          PIC X(8).
              03 WFF-NFAC         PIC X(12).
       01  WNB-FF                 PIC 9(5) VALUE ZERO.
       01  WIDXF                  PIC 9(5).
      *
      **** lignes de la facture en cours
       01  WTLIG.
           02 WTLIG-E OCCURS 200.
              03 WLG-LIGNE        PIC X(82).
              03 WLG-POSR         PIC 9(5).
              03 WLG-PRIX         PIC 9(7)V99.
              03 WLG-QREC         PIC 9(8)V99.
       01  WNB-LIG                PIC 9(3) VALUE ZERO.
       01  WIDXL                  PIC 9(3).
      *
      **** ligne courante (FFOBLQ ou FFOSAIS) et facture en cours
       01  WLIG                   PIC X(82).
       01  FFS-LIGNE.
           02 FFS-FOU             PIC X(8).
           02 FILLER              PIC X.
           02 FFS-NFAC            PIC X(12).
           02 FILLER              PIC X.
           02 FFS-DATE            PIC 9(6).
           02 FILLER              PIC X.
           02 FFS-ACH             PIC X(15).
           02 FILLER              PIC X.
           02 FFS-NAR             PIC X(7).
           02 FILLER              PIC X.
           02 FFS-QTE             PIC 9(6)V99.
           02 FILLER              PIC X.
           02 FFS-PU              PIC 9(7)V99.
           02 FILLER              PIC X.
           02 FFS-FORCE           PIC X.
           02 FILLER              PIC X.
           02 FFS-ECART           PIC X.
           02 FILLER              PIC X.
           02 FFS-DATBLQ          PIC 9(6).
       01  WCLE-FAC.
           02 WCF-FOU             PIC X(8).
           02 WCF-NFAC            PIC X(12).
       01  WCLE-LIG.
           02 WCL-FOU             PIC X(8).
           02 WCL-NFAC            PIC X(12).
       01  WTRV                   PIC 9.
       01  WBLOQUE                PIC 9.
       01  WDOUBLE                PIC 9.
       01  WQTE-CTL               PIC 9(9)V99.
       01  WQTE-MAX               PIC 9(9)V99.
       01  WPRIX-MAX              PIC 9(7)V99.
       01  WQTE-RNF               PIC 9(8)V99.
      *
       01  WTOT-BAP               PIC 9(5) VALUE ZERO.
       01  WTOT-BLQ               PIC 9(5) VALUE ZERO.
       01  WTOT-FORCE             PIC 9(5) VALUE ZERO.
       01  WTOT-LIGBAP            PIC 9(5) VALUE ZERO.
       01  WTOT-RNF               PIC 9(5) VALUE ZERO.
       01  WVAL-RNF               PIC 9(11)V99 VALUE ZERO.
       01  WTOT-MVT               PIC 9(5) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : parametres, prix convenus, receptions et historique,     *
      *        rapprochement des factures, receptions non facturees    *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINM WFINR WFINH WFICH WNB-RC WNB-FF WNB-LIG
                        WTOT-BAP WTOT-BLQ WTOT-FORCE WTOT-LIGBAP
                        WTOT-RNF WVAL-RNF WTOT-MVT.
           string 'TOLPRXF' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WTOLPRX.
           string 'TOLQTEF' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:4) numeric
              move var-data(1:4) to WTOLQTE.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'rapfc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN I-O ACHPRX.
           IF FILE-STATUS2 = "35"
              OPEN OUTPUT ACHPRX
              CLOSE ACHPRX
              OPEN I-O ACHPRX
           END-IF.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE ACHPRX IMPOSSIBLE " FILE-STATUS2
              CLOSE ETAT1
              STOP RUN
           END-IF.
      * prix convenus saisis par les achats
           OPEN INPUT ACHMVT.
           IF FILE-STATUS = ZERO
              PERFORM T12 THRU T12-EXIT
              PERFORM T14 THRU T14-EXIT UNTIL FIN-ACHMVT
              CLOSE ACHMVT
           END-IF.
      * quantites recues
           OPEN INPUT RECJRN.
           IF FILE-STATUS3 = ZERO
              PERFORM T16 THRU T16-EXIT
              PERFORM T18 THRU T18-EXIT UNTIL FIN-RECJRN
              CLOSE RECJRN
           END-IF.
      * deja facture
           OPEN INPUT FFOHIS.
           IF FILE-STATUS4 = ZERO
              PERFORM T20 THRU T20-EXIT
              PERFORM T22 THRU T22-EXIT UNTIL FIN-FFOHIS
              CLOSE FFOHIS
           END-IF.
           OPEN EXTEND FFOHIS.
           IF FILE-STATUS4 NOT = ZERO
              OPEN OUTPUT FFOHIS
           END-IF.
           OPEN OUTPUT FFOBLQN.
           MOVE SPACES TO LIGNE.
           STRING "RAPPROCHEMENT DES FACTURES FOURNISSEURS DU "
                  WDATEJOUR DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "FOURNIS.  FACTURE       REF. ACHAT       ARTICLE  
      -    "     QTE FACT.     QTE RECUE   PRIX FACT. PRIX CONVENU  E
      -    "  LIBELLE" TO LIGNE.
           WRITE LIGNE BEFORE 1.
      * factures bloquees au run precedent, puis factures saisies
           MOVE 1 TO WFICH.
           OPEN INPUT FFOBLQ.
           IF FILE-STATUS5 NOT = ZERO
              MOVE 2 TO WFICH
           END-IF.
           IF WFICH = 2
              PERFORM T28 THRU T28-EXIT
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T40 THRU T40-EXIT UNTIL FIN-FACTURES.
           IF WNB-LIG > ZERO
              PERFORM T50 THRU T50-EXIT
           END-IF.
           CLOSE FFOHIS FFOBLQN.
      * receptions non facturees
           OPEN OUTPUT RECNFAC.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE PAGE.
           MOVE SPACES TO LIGNE.
           STRING "RECEPTIONS NON FACTUREES AU " WDATEJOUR
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T70 THRU T70-EXIT
                   VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WNB-RC.
           CLOSE RECNFAC ACHPRX.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12/T14 : prix d'achat convenus (ACHMVT) portes dans ACHPRX    *
      *----------------------------------------------------------------*
       T12.
           READ ACHMVT NEXT RECORD
                AT END MOVE 1 TO WFINM.
       T12-EXIT.
           EXIT.
       T14.
           IF ACM-ACH = SPACES OR ACM-NAR = SPACES
              OR ACM-PRIX NOT NUMERIC OR ACM-QTC NOT NUMERIC
              MOVE SPACES TO LIGNE
              MOVE ACM-ACH TO LACH
              MOVE ACM-NAR TO LNAR
              MOVE "PRIX CONVENU INCOMPLET, IGNORE" TO LLIB
              WRITE LIGNE BEFORE 1
              GO TO T14F
           END-IF.
           MOVE ACM-ACH TO ACP-ACH.
           MOVE ACM-NAR TO ACP-NAR.
           READ ACHPRX
                INVALID KEY
                   MOVE SPACES    TO ACP-LIGNE
                   MOVE ACM-ACH   TO ACP-ACH
                   MOVE ACM-NAR   TO ACP-NAR
                   MOVE ACM-FOU   TO ACP-FOU
                   MOVE ACM-QTC   TO ACP-QTC
                   MOVE ACM-PRIX  TO ACP-PRIX
                   MOVE WDATEJOUR TO ACP-DATMAJ
                   WRITE ACP-LIGNE
                        INVALID KEY
                           DISPLAY "GPIWARNING"
                           DISPLAY "**CREATION PRIX CONVENU IMPOSSIBLE "
                                   ACM-ACH " " ACM-NAR
                   END-WRITE
                NOT INVALID KEY
                   MOVE ACM-FOU   TO ACP-FOU
                   MOVE ACM-QTC   TO ACP-QTC
                   MOVE ACM-PRIX  TO ACP-PRIX
                   MOVE WDATEJOUR TO ACP-DATMAJ
                   REWRITE ACP-LIGNE
                        INVALID KEY
                           DISPLAY "GPIWARNING"
                           DISPLAY "**MAJ PRIX CONVENU IMPOSSIBLE "
                                   ACM-ACH " " ACM-NAR
                   END-REWRITE
           END-READ.
           ADD 1 TO WTOT-MVT.
       T14F.
           PERFORM T12 THRU T12-EXIT.
       T14-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T16/T18 : quantites recues par reference achat + article       *
      *----------------------------------------------------------------*
       T16.
           READ RECJRN NEXT RECORD
                AT END MOVE 1 TO WFINR.
       T16-EXIT.
           EXIT.
       T18.
           IF RCJ-QTE NOT NUMERIC
              GO TO T18F
           END-IF.
           MOVE RCJ-ACH TO WRC-ACH(WNB-RC + 1).
           PERFORM T60 THRU T60-EXIT.
           ADD RCJ-QTE TO WRC-QREC(WPOSR).
           IF RCJ-DATE NUMERIC AND RCJ-DATE > WRC-DATREC(WPOSR)
              MOVE RCJ-DATE TO WRC-DATREC(WPOSR)
           END-IF.
       T18F.
           PERFORM T16 THRU T16-EXIT.
       T18-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T22 : lignes deja bonnes a payer : quantite deja           *
      *           facturee, numeros de facture deja passes             *
      *----------------------------------------------------------------*
       T20.
           READ FFOHIS NEXT RECORD
                AT END MOVE 1 TO WFINH.
       T20-EXIT.
           EXIT.
       T22.
           IF FFH-QTE NOT NUMERIC
              GO TO T22F
           END-IF.
           MOVE FFH-ACH TO WRC-ACH(WNB-RC + 1).
           PERFORM T62 THRU T62-EXIT.
           ADD FFH-QTE TO WRC-QFAC(WPOSR).
           MOVE FFH-FOU  TO WCL-FOU.
           MOVE FFH-NFAC TO WCL-NFAC.
           PERFORM T66 THRU T66-EXIT.
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      * ouverture des factures saisies (apres FFOBLQ)
       T28.
           OPEN INPUT FFOSAIS.
           IF FILE-STATUS6 NOT = ZERO
              MOVE 3 TO WFICH
           END-IF.
       T28-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : ligne de facture suivante (FFOBLQ, puis FFOSAIS) dans    *
      *       WLIG et FFS-LIGNE                                        *
      *----------------------------------------------------------------*
       T30.
           IF WFICH = 1
              READ FFOBLQ NEXT RECORD
                   AT END
                      CLOSE FFOBLQ
                      MOVE 2 TO WFICH
                      PERFORM T28 THRU T28-EXIT
                      GO TO T30
                   NOT AT END
                      MOVE FFB-LIGNE TO WLIG
              END-READ
           ELSE
              IF WFICH = 2
                 READ FFOSAIS NEXT RECORD
                      AT END
                         CLOSE FFOSAIS
                         MOVE 3 TO WFICH
                      NOT AT END
                         MOVE FFS-ENR TO WLIG
                 END-READ
              END-IF
           END-IF.
           IF WFICH NOT = 3
              MOVE WLIG TO FFS-LIGNE
           END-IF.
       T30-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : une ligne de facture ; a la rupture fournisseur +        *
      *       facture, la facture precedente est rapprochee            *
      *----------------------------------------------------------------*
       T40.
           MOVE FFS-FOU  TO WCL-FOU.
           MOVE FFS-NFAC TO WCL-NFAC.
           IF WNB-LIG > ZERO AND WCLE-LIG NOT = WCLE-FAC
              PERFORM T50 THRU T50-EXIT
           END-IF.
           IF WNB-LIG NOT < 200
              DISPLAY "GPIWARNING"
              DISPLAY "**FACTURE DE PLUS DE 200 LIGNES, RUN ABANDONNE "
                      FFS-FOU " " FFS-NFAC
              STOP RUN
           END-IF.
           MOVE WCLE-LIG TO WCLE-FAC.
           ADD 1 TO WNB-LIG.
           MOVE WLIG TO WLG-LIGNE(WNB-LIG).
           MOVE ZERO TO WLG-POSR(WNB-LIG) WLG-PRIX(WNB-LIG)
                        WLG-QREC(WNB-LIG).
           PERFORM T30 THRU T30-EXIT.
       T40-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : rapprochement de la facture en cours : controle de       *
      *       chaque ligne, puis bon a payer ou blocage de la facture  *
      *----------------------------------------------------------------*
       T50.
      * numero de facture du fournisseur deja passe
           MOVE WCLE-FAC TO WCLE-LIG.
           MOVE ZERO TO WTRV WBLOQUE WDOUBLE.
           PERFORM T67 VARYING WIDXF FROM 1 BY 1
                   UNTIL WIDXF > WNB-FF OR WTRV = 1.
           MOVE WTRV TO WDOUBLE.
           PERFORM T52 THRU T52-EXIT
                   VARYING WIDXL FROM 1 BY 1 UNTIL WIDXL > WNB-LIG.
           IF WBLOQUE = 1
              ADD 1 TO WTOT-BLQ
           ELSE
              ADD 1 TO WTOT-BAP
              PERFORM T66 THRU T66-EXIT
           END-IF.
           PERFORM T56 THRU T56-EXIT
                   VARYING WIDXL FROM 1 BY 1 UNTIL WIDXL > WNB-LIG.
           MOVE SPACES TO LIGNE.
           MOVE WCF-FOU  TO LFOU.
           MOVE WCF-NFAC TO LNFAC.
           IF WBLOQUE = 1
              MOVE "FACTURE BLOQUEE" TO LLIB
           ELSE
              MOVE "FACTURE BONNE A PAYER" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 2.
           MOVE ZERO TO WNB-LIG.
       T50-EXIT.
           EXIT.
      *
      * controle d'une ligne (WIDXL) : type d'ecart dans FFS-ECART
       T52.
           MOVE WLG-LIGNE(WIDXL) TO FFS-LIGNE.
           MOVE SPACE TO FFS-ECART.
           MOVE FFS-ACH TO WRC-ACH(WNB-RC + 1).
           MOVE FFS-NAR TO WRC-NAR(WNB-RC + 1).
           PERFORM T64 THRU T64-EXIT.
           MOVE WPOSR TO WLG-POSR(WIDXL).
           MOVE WRC-QREC(WPOSR) TO WLG-QREC(WIDXL).
           IF FFS-QTE NOT NUMERIC OR FFS-PU NOT NUMERIC
              MOVE 'R' TO FFS-ECART
              GO TO T52-F
           END-IF.
           IF WDOUBLE = 1
              MOVE 'D' TO FFS-ECART
              GO TO T52-F
           END-IF.
           MOVE FFS-ACH TO ACP-ACH.
           MOVE FFS-NAR TO ACP-NAR.
           READ ACHPRX
                INVALID KEY
                   MOVE 'R' TO FFS-ECART
                   GO TO T52-F
           END-READ.
           MOVE ACP-PRIX TO WLG-PRIX(WIDXL).
           IF ACP-FOU NOT = SPACES AND ACP-FOU NOT = FFS-FOU
              MOVE 'F' TO FFS-ECART
              GO TO T52-F
           END-IF.
           COMPUTE WPRIX-MAX ROUNDED = ACP-PRIX
                                     * (100 + WTOLPRX) / 100.
           IF FFS-PU > WPRIX-MAX
              MOVE 'P' TO FFS-ECART
              GO TO T52-F
           END-IF.
      * quantite : deja facture + lignes precedentes de la facture
           COMPUTE WQTE-CTL = WRC-QFAC(WPOSR) + WRC-QPEND(WPOSR).
           IF WRC-QREC(WPOSR) > ZERO
              AND WQTE-CTL NOT < WRC-QREC(WPOSR)
              MOVE 'D' TO FFS-ECART
              GO TO T52-F
           END-IF.
           ADD FFS-QTE TO WQTE-CTL.
           COMPUTE WQTE-MAX ROUNDED = WRC-QREC(WPOSR)
                                    * (100 + WTOLQTE) / 100.
           IF WQTE-CTL > WQTE-MAX
              MOVE 'Q' TO FFS-ECART
           END-IF.
       T52-F.
           IF FFS-QTE NUMERIC
              ADD FFS-QTE TO WRC-QPEND(WPOSR)
           END-IF.
           IF FFS-ECART NOT = SPACE
              IF FFS-FORCE = 'O'
                 ADD 1 TO WTOT-FORCE
              ELSE
                 MOVE 1 TO WBLOQUE
              END-IF
           END-IF.
           MOVE FFS-LIGNE TO WLG-LIGNE(WIDXL).
       T52-EXIT.
           EXIT.
      *
      * ligne bonne a payer (historique) ou bloquee (FFOBLQN), edition
       T56.
           MOVE WLG-LIGNE(WIDXL) TO FFS-LIGNE.
           MOVE WLG-POSR(WIDXL) TO WPOSR.
           MOVE ZERO TO WRC-QPEND(WPOSR).
           IF WBLOQUE = 1
              IF FFS-DATBLQ NOT NUMERIC OR FFS-DATBLQ = ZERO
                 MOVE WDATEJOUR TO FFS-DATBLQ
              END-IF
              MOVE FFS-LIGNE TO FFN-LIGNE
              WRITE FFN-LIGNE
           ELSE
              MOVE FFS-FOU   TO FFH-FOU
              MOVE FFS-NFAC  TO FFH-NFAC
              MOVE FFS-DATE  TO FFH-DATE
              MOVE FFS-ACH   TO FFH-ACH
              MOVE FFS-NAR   TO FFH-NAR
              MOVE FFS-QTE   TO FFH-QTE
              MOVE FFS-PU    TO FFH-PU
              MOVE FFS-ECART TO FFH-ECART
              MOVE WDATEJOUR TO FFH-DATBAP
              WRITE FFH-LIGNE
              ADD FFS-QTE TO WRC-QFAC(WPOSR)
              ADD 1 TO WTOT-LIGBAP
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE FFS-FOU   TO LFOU.
           MOVE FFS-NFAC  TO LNFAC.
           MOVE FFS-ACH   TO LACH.
           MOVE FFS-NAR   TO LNAR.
           IF FFS-QTE NUMERIC
              MOVE FFS-QTE TO LQTE
           END-IF.
           MOVE WLG-QREC(WIDXL) TO LQREC.
           IF FFS-PU NUMERIC
              MOVE FFS-PU TO LPU
           END-IF.
           MOVE WLG-PRIX(WIDXL) TO LPRIX.
           MOVE FFS-ECART TO LECART.
           EVALUATE FFS-ECART
              WHEN 'R' MOVE "SANS PRIX CONVENU" TO LLIB
              WHEN 'F' MOVE "FOURNISSEUR DIFFERENT" TO LLIB
              WHEN 'P' MOVE "PRIX AU-DESSUS DU CONVENU" TO LLIB
              WHEN 'Q' MOVE "QUANTITE NON RECUE" TO LLIB
              WHEN 'D' MOVE "DEJA FACTURE" TO LLIB
              WHEN OTHER MOVE SPACES TO LLIB
           END-EVALUATE.
           IF FFS-ECART NOT = SPACE AND FFS-FORCE = 'O'
              MOVE "FORCE" TO LLIB(25:5)
           END-IF.
           WRITE LIGNE BEFORE 1.
       T56-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60/T62/T64 : poste reference achat + article (WPOSR), cree    *
      *                au besoin ; cle cherchee = poste WNB-RC + 1     *
      *----------------------------------------------------------------*
       T60.
           MOVE RCJ-NAR TO WRC-NAR(WNB-RC + 1).
           PERFORM T64 THRU T64-EXIT.
       T60-EXIT.
           EXIT.
       T62.
           MOVE FFH-NAR TO WRC-NAR(WNB-RC + 1).
           PERFORM T64 THRU T64-EXIT.
       T62-EXIT.
           EXIT.
       T64.
           MOVE ZERO TO WTRV.
           PERFORM T65 VARYING WIDXR FROM 1 BY 1
                   UNTIL WIDXR > WNB-RC OR WTRV = 1.
           IF WTRV = 1
              GO TO T64-EXIT
           END-IF.
           IF WNB-RC NOT < 8999
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE RECEPTIONS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-RC.
           MOVE WNB-RC TO WPOSR.
           MOVE ZERO TO WRC-QREC(WPOSR) WRC-QFAC(WPOSR)
                        WRC-QPEND(WPOSR) WRC-DATREC(WPOSR).
       T64-EXIT.
           EXIT.
       T65.
           IF WRC-ACH(WIDXR) = WRC-ACH(WNB-RC + 1)
              AND WRC-NAR(WIDXR) = WRC-NAR(WNB-RC + 1)
              MOVE 1 TO WTRV
              MOVE WIDXR TO WPOSR
           END-IF.
      *
      * facture WCLE-LIG ajoutee aux factures deja passees
       T66.
           MOVE ZERO TO WTRV.
           PERFORM T67 VARYING WIDXF FROM 1 BY 1
                   UNTIL WIDXF > WNB-FF OR WTRV = 1.
           IF WTRV = 1
              GO TO T66-EXIT
           END-IF.
           IF WNB-FF NOT < 9000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE FACTURES FOURNISSEURS PLEINE, "
                      "RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-FF.
           MOVE WCL-FOU  TO WFF-FOU(WNB-FF).
           MOVE WCL-NFAC TO WFF-NFAC(WNB-FF).
       T66-EXIT.
           EXIT.
       T67.
           IF WFF-FOU(WIDXF) = WCL-FOU AND WFF-NFAC(WIDXF) = WCL-NFAC
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T70 : reception non encore facturee, valorisee au prix         *
      *       convenu : etat et extrait RECNFAC                        *
      *----------------------------------------------------------------*
       T70.
           IF WRC-QREC(WIDXR) NOT > WRC-QFAC(WIDXR)
              GO TO T70-EXIT
           END-IF.
           COMPUTE WQTE-RNF = WRC-QREC(WIDXR) - WRC-QFAC(WIDXR).
           MOVE SPACES TO RNF-LIGNE.
           MOVE WRC-ACH(WIDXR) TO RNF-ACH ACP-ACH.
           MOVE WRC-NAR(WIDXR) TO RNF-NAR ACP-NAR.
           MOVE WQTE-RNF       TO RNF-QTE.
           MOVE ZERO           TO RNF-PRIX RNF-VAL.
           READ ACHPRX
                INVALID KEY
                   MOVE SPACES TO ACP-FOU
                   MOVE ZERO   TO ACP-PRIX
           END-READ.
           MOVE ACP-FOU  TO RNF-FOU.
           MOVE ACP-PRIX TO RNF-PRIX.
           COMPUTE RNF-VAL ROUNDED = WQTE-RNF * ACP-PRIX.
           MOVE WRC-DATREC(WIDXR) TO RNF-DATREC.
           MOVE WDATEJOUR TO RNF-DATEXT.
           WRITE RNF-LIGNE.
           ADD 1 TO WTOT-RNF.
           ADD RNF-VAL TO WVAL-RNF.
           MOVE SPACES TO LIGNE.
           MOVE ACP-FOU        TO LFOU.
           MOVE WRC-ACH(WIDXR) TO LACH.
           MOVE WRC-NAR(WIDXR) TO LNAR.
           MOVE WQTE-RNF       TO LQTE.
           MOVE WRC-QREC(WIDXR) TO LQREC.
           MOVE ACP-PRIX       TO LPRIX.
           IF ACP-PRIX = ZERO
              MOVE "SANS PRIX CONVENU" TO LLIB
           END-IF.
           WRITE LIGNE BEFORE 1.
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MVT TO LQTE.
           MOVE "PRIX CONVENUS ENREGISTRES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-BAP TO LQTE.
           MOVE "FACTURES BONNES A PAYER" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-LIGBAP TO LQTE.
           MOVE "LIGNES BONNES A PAYER" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-FORCE TO LQTE.
           MOVE "DONT LIGNES FORCEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-BLQ TO LQTE.
           MOVE "FACTURES BLOQUEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-RNF TO LQTE.
           MOVE WVAL-RNF TO LPRIX.
           MOVE "RECEPTIONS NON FACTUREES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
