      *DD9148 15/10/26 anes Creation - factures rectificatives : pour
      *                     chaque demande (facture d'origine, client,
      *                     code taxe et prix corriges), avoir total
      *                     d'annulation rattache par AVLNK, commande
      *                     reouverte avec les donnees corrigees pour
      *                     la refacturation de la nuit, trio trace
      *                     dans RECTFAC
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECTC010.
      *
      ******************************************************************
      * GPICMT    Factures rectificatives, en tete de la facturation de *
      *           la nuit (avant cglp-fact1 / cilp-fact1 / cglp-factD) :*
      *           - RECTDEM : les demandes de l'ADV, enregistrement E   *
      *             = facture d'origine, nouveau client facture (zero = *
      *             inchange), nouveau code taxe (espace = inchange),   *
      *             motif, demandeur ; enregistrements P qui suivent =  *
      *             article et nouveau prix unitaire HT (20 au plus)    *
      *           - la facture d'origine est relue dans FFACTURE : ni   *
      *             avoir, ni duplicata, ni facture interne ou note de  *
      *             penalites, jamais rectifiee deux fois (RECTFAC),    *
      *             aucun avoir deja rattache (AVLNK) : une facture     *
      *             partiellement creditee se traite a la main          *
      *           - l'avoir d'annulation passe par l'approbation des    *
      *             avoirs comme tout avoir : la demande est deposee    *
      *             dans AVPDEM sous le numero de la commande d'origine *
      *             (AVAPP1) ; une demande non encore approuvee est     *
      *             reconduite dans RECTDEMN pour le passage suivant    *
      *           Pour une demande acceptee : avoir total FFACTURE (code*
      *           7, sans mouvement de stock) numerote sur la serie     *
      *           SERFAC de la societe (compteur des avoirs si elle les *
      *           numerote a part ; serie saturee = demande reconduite),*
      *           a defaut au compteur PARBATCH FACTURE000 comme        *
      *           ICFAC010, entete et ligne FACTJOUR (factjr1), synthese*
      *           societe, lien AVLNK vers la facture d'origine, demande*
      *           AVAPEN soldee ; la commande est reouverte (FCFAC a    *
      *           zero) avec client facture et code taxe corriges, et la*
      *           rectification est ecrite au statut A dans RECTFAC : la*
      *           facturation de la nuit y prend les prix corriges et la*
      *           mention "annule et remplace" (RECTIF1), puis la passe *
      *           au statut F avec le numero de remplacement. L'avoir   *
      *           etant numerote avant la facture de remplacement,      *
      *           FACTC200 et FACTC240 les emettent dans cet ordre.     *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECTDEM ASSIGN TO REC-TDEM
                       organization line sequential
                       file status is file-status.
      *
           SELECT RECTDEMN ASSIGN TO REC-TDEMN
                       organization line sequential.
      *
           SELECT RECTFAC ASSIGN TO REC-TFAC
                       organization indexed
                       access mode dynamic
                       record key RCF-CLE
                       file status is file-status2.
      *
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status3.
      *
           SELECT FCOMMAAP ASSIGN TO FCO-MAAP
                       organization indexed
                       access mode dynamic
                       record key FCCLE-CDESUP
                       file status is file-status4.
      *
           SELECT PARBATCH ASSIGN TO PARBATCH
                       organization indexed
                       access mode random
                       record key PHCLE
                       file status is file-status5.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * demandes de rectification : E = entete, P = prix corrige
       FD  RECTDEM
                DATA RECORD RDM-LIGNE.
       01  RDM-LIGNE.
           02 RDM-TYPE           PIC X.
           02 FILLER             PIC X.
           02 RDM-SUITE          PIC X(58).
       01  RDM-ENT REDEFINES RDM-LIGNE.
           02 FILLER             PIC XX.
           02 RDME-NFAC          PIC 9(7).
           02 FILLER             PIC X.
           02 RDME-NCLNEW        PIC 9(6).
           02 FILLER             PIC X.
           02 RDME-TAXNEW        PIC X.
           02 FILLER             PIC X.
           02 RDME-MOTIF         PIC XX.
           02 FILLER             PIC X.
           02 RDME-DEMAND        PIC X(8).
           02 FILLER             PIC X(30).
       01  RDM-PRX REDEFINES RDM-LIGNE.
           02 FILLER             PIC XX.
           02 RDMP-NAR           PIC X(7).
           02 FILLER             PIC X.
           02 RDMP-PU            PIC 9(7)V99.
           02 FILLER             PIC X(41).
      *
      * demandes reconduites (en attente d'approbation)
       FD  RECTDEMN
                DATA RECORD RDN-LIGNE.
       01  RDN-LIGNE              PIC X(60).
      *
      * statut : A avoir d'annulation emis, commande reouverte en
      * attente de refacturation ; F facture de remplacement emise
       FD  RECTFAC
                DATA RECORD RCF-LIGNE.
       01  RCF-LIGNE.
           02 RCF-CLE.
              03 RCF-CDE            PIC X(13).
              03 RCF-NFACORIG       PIC 9(7).
           02 RCF-DATORIG           PIC 9(6).
           02 RCF-NCL               PIC 9(6).
           02 RCF-NCLNEW            PIC 9(6).
           02 RCF-TAXNEW            PIC X.
           02 RCF-MOTIF             PIC XX.
           02 RCF-DEMAND            PIC X(8).
           02 RCF-DATDEM            PIC 9(6).
           02 RCF-STATUT            PIC X.
           02 RCF-NAVOIR            PIC 9(7).
           02 RCF-DATAV             PIC 9(6).
           02 RCF-MONTTC            PIC S9(9)V99.
           02 RCF-NFACNEW           PIC 9(7).
           02 RCF-DATNEW            PIC 9(6).
           02 RCF-NBPRIX            PIC 99.
           02 RCF-TPRIX OCCURS 20.
              03 RCF-NAR            PIC X(7).
              03 RCF-PU             PIC 9(7)V99.
           02 FILLER                PIC X(20).
      *
       FD  FFACTURE
                DATA RECORD FB-LIGNE.
       01  FB-LIGNE.
           02 FBCLE-CDESUP          PIC 9(7).
           02 FBNCDE                PIC X(13).
           02 FBNCL                 PIC 9(6).
           02 FBDUP                 PIC X.
           02 FBDATE                PIC 9(6).
           02 FBMONTHT              PIC S9(9)V99.
      * temoin de reglement tenu par le lettrage (LETRC010)
           02 FBREGLE               PIC X.
           02 FBCFA                 PIC 9.
           02 FBSOC                 PIC X(6).
           02 FBMONTTC              PIC S9(9)V99.
           02 FBPAYS                PIC XX.
           02 FBREGIME              PIC XX.
      * date d'echeance calculee par la facturation (cf RELAC010)
           02 FBECH                 PIC 9(6).
           02 FILLER                PIC X(31).
      *
       FD  FCOMMAAP
                DATA RECORD FC-LIGNE.
       01  FC-LIGNE.
           02 FCCLE-CDESUP          PIC X(13).
           02 FCNCL                 PIC 9(6).
           02 FCAFA                 PIC 9.
           02 FCFAC                 PIC 9.
           02 FCFACTUREA            PIC 9(6).
           02 FCREGLEPAR            PIC 9(6).
           02 FCREGRFA              PIC X.
           02 FCDEV                 PIC 99.
           02 FCGEO                 PIC X.
           02 FCDI2                 PIC X.
           02 FCFOA                 PIC X.
           02 FCMONTHT              PIC S9(9)V99.
           02 FCMONTTVA             PIC S9(9)V99.
           02 FILLER                PIC X(40).
      *
       FD  PARBATCH
                DATA RECORD PH-LIGNE.
       01  PH-LIGNE.
           02 PHCLE                PIC X(10).
           02 PHANOC OCCURS 3      PIC 9(7).
           02 FILLER               PIC X(40).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LCDE                 PIC X(13).
           02 FILLER               PIC X(2).
           02 LNCLNEW              PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LTAX                 PIC X.
           02 FILLER               PIC X(2).
           02 LNBPRIX              PIC Z9 blank zero.
           02 FILLER               PIC X(2).
           02 LTTC                 PIC Z(8)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 LNAVOIR              PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(60).
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
       01  WFIND                  PIC 9 value zero.
           88 FIN-RECTDEM         value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINR                  PIC 9 value zero.
           88 FIN-RECTFAC         value 1.
       01  WDATEJOUR              PIC 9(6).
      *
      **** demande en cours : entete, prix corriges et lignes brutes
      **** (reconduites telles quelles si l'approbation manque)
       01  WDEM-EN-COURS          PIC 9 value zero.
       01  WDM-NFAC               PIC 9(7).
       01  WDM-NCLNEW             PIC 9(6).
       01  WDM-TAXNEW             PIC X.
       01  WDM-MOTIF              PIC XX.
       01  WDM-DEMAND             PIC X(8).
       01  WDM-TROP               PIC 9.
       01  WTPRX.
           02 WTPRX-E OCCURS 20.
              03 WPX-NAR          PIC X(7).
              03 WPX-PU           PIC 9(7)V99.
       01  WNB-PRX                PIC 99 VALUE ZERO.
       01  WTBRUT.
           02 WTBRUT-E OCCURS 21  PIC X(60).
       01  WNB-BRUT               PIC 99 VALUE ZERO.
       01  WIDX                   PIC 99.
      *
      **** facture d'origine
       01  WOR-NCDE               PIC X(13).
       01  WOR-NCL                PIC 9(6).
       01  WOR-DATE               PIC 9(6).
       01  WOR-HT                 PIC S9(9)V99.
       01  WOR-TTC                PIC S9(9)V99.
       01  WOR-TVA                PIC S9(9)V99.
       01  WOR-SOC                PIC X(6).
       01  WOR-PAYS               PIC XX.
       01  WOR-REGIME             PIC XX.
       01  WOR-TAX                PIC X.
       01  WTAUX                  PIC 9(2)V99.
      *
       01  WTRV                   PIC 9.
       01  WNOFAC                 PIC 9(7) VALUE ZERO.
      * compteur commun PARBATCH FACTURE000 (societes sans serie)
       01  WCPT-FAC               PIC 9(7) VALUE ZERO.
      *
      **** series de numerotation SERFAC des societes des pieces du
      **** run (serfac1), lues a la premiere piece de la societe et
      **** reecrites en fin de run
       01  WTSER.
           02 WTSER-E OCCURS 20.
              03 WSR-SOC           PIC X(6).
              03 WSR-RTN           PIC X.
              03 WSR-PARTYPE       PIC X.
              03 WSR-USE           PIC 9.
              03 WSR-NFANA         PIC 9(7).
              03 WSR-NFACA         PIC 9(7).
              03 WSR-NAVOI         PIC 9(7).
       01  WNB-SER                PIC 99 VALUE ZERO.
       01  WIDXS                  PIC 99.
       01  WPOSS                  PIC 99.
       01  WSER-SOC               PIC X(6).
       01  WSER-AVO               PIC 9.
       01  WSER-KO                PIC 9.
       01  WSER-LIB               PIC X(60).
       01  WTOT-DEM               PIC 9(5) VALUE ZERO.
       01  WTOT-AVO               PIC 9(5) VALUE ZERO.
       01  WTOT-ATT               PIC 9(5) VALUE ZERO.
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
       01  WTOT-TTC               PIC S9(9)V99 VALUE ZERO.
      *
           copy '../copy/factjr.com'.
           copy '../copy/socsynt.com'.
           copy '../copy/serfac.com'.
           copy '../copy/avlnk.com'.
           copy '../copy/avapp.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : ouvertures, compteur de facturation, une demande a la    *
      *       fois                                                     *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIND WFINF WDEM-EN-COURS WNOFAC
                        WTOT-DEM WTOT-AVO WTOT-ATT WTOT-ANO WTOT-TTC.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'rectc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           OPEN INPUT RECTDEM.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE DEMANDE DE RECTIFICATION"
              CLOSE ETAT1
              STOP RUN
           END-IF.
           OPEN OUTPUT RECTDEMN.
           OPEN I-O RECTFAC.
           IF FILE-STATUS2 = "35"
              CLOSE RECTFAC
              OPEN OUTPUT RECTFAC
              CLOSE RECTFAC
              OPEN I-O RECTFAC
           END-IF.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE RECTFAC IMPOSSIBLE " FILE-STATUS2
              STOP RUN
           END-IF.
           OPEN I-O FCOMMAAP.
           IF FILE-STATUS4 NOT = ZERO
              DISPLAY "OUVERTURE FCOMMAAP IMPOSSIBLE " FILE-STATUS4
              STOP RUN
           END-IF.
      * numerotation : serie SERFAC de la societe (T80), a defaut
      * compteur PARBATCH FACTURE000 (le meme que la chaine de
      * facturation), le plus haut numero du dossier hors series en
      * garde-fou si le compteur a pris du retard
           OPEN I-O PARBATCH.
           IF FILE-STATUS5 NOT = ZERO
              DISPLAY "OUVERTURE PARBATCH IMPOSSIBLE " FILE-STATUS5
              STOP RUN
           END-IF.
           MOVE "FACTURE000" TO PHCLE.
           READ PARBATCH
                INVALID KEY
                   DISPLAY "COMPTEUR FACTURE000 ABSENT DE PARBATCH"
                   STOP RUN
           END-READ.
           MOVE PHANOC (1) TO WCPT-FAC.
           OPEN I-O FFACTURE.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS3
              STOP RUN
           END-IF.
           PERFORM T30 THRU T30-EXIT.
           PERFORM T32 THRU T32-EXIT UNTIL FIN-FFACTURE.
           PERFORM T12 THRU T12-EXIT.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-RECTDEM.
           IF WDEM-EN-COURS = 1
              PERFORM T40 THRU T40-EXIT
           END-IF.
      * le compteur repart du dernier numero ecrit, comme apres
      * maj-parbatch : la facturation de la nuit enchaine sans trou
           MOVE WCPT-FAC TO PHANOC (1).
           REWRITE PH-LIGNE
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**MAJ COMPTEUR FACTURE000 IMPOSSIBLE"
           END-REWRITE.
           PERFORM T86 THRU T86-EXIT
                   VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > WNB-SER.
           CLOSE PARBATCH.
           CLOSE RECTDEM RECTDEMN RECTFAC FFACTURE FCOMMAAP.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12 : entete d'edition                                         *
      *----------------------------------------------------------------*
       T12.
           MOVE SPACES TO LIGNE.
           STRING "FACTURES RECTIFICATIVES DU " WDATEJOUR
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           STRING "FACT.ORIG CLIENT  COMMANDE       NV.CLI  TX  NP"
                  "           TTC  AVOIR"
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
       T12-EXIT.
           EXIT.
      *
       T20.
           READ RECTDEM NEXT RECORD
                AT END MOVE 1 TO WFIND.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T22 : une ligne de demande : un entete traite la demande       *
      *       precedente puis ouvre la suivante ; un prix s'ajoute a   *
      *       la demande en cours                                      *
      *----------------------------------------------------------------*
       T22.
           IF RDM-TYPE = 'E'
              IF WDEM-EN-COURS = 1
                 PERFORM T40 THRU T40-EXIT
              END-IF
              MOVE 1           TO WDEM-EN-COURS
              MOVE ZERO        TO WNB-PRX WNB-BRUT WDM-TROP
              MOVE RDME-NFAC   TO WDM-NFAC
              MOVE RDME-NCLNEW TO WDM-NCLNEW
              MOVE RDME-TAXNEW TO WDM-TAXNEW
              MOVE RDME-MOTIF  TO WDM-MOTIF
              MOVE RDME-DEMAND TO WDM-DEMAND
              IF WDM-NCLNEW NOT NUMERIC
                 MOVE ZERO TO WDM-NCLNEW
              END-IF
              PERFORM T24 THRU T24-EXIT
              GO TO T22F
           END-IF.
           IF RDM-TYPE NOT = 'P' OR WDEM-EN-COURS = ZERO
              GO TO T22F
           END-IF.
           PERFORM T24 THRU T24-EXIT.
           IF WNB-PRX NOT < 20
              MOVE 1 TO WDM-TROP
              GO TO T22F
           END-IF.
           ADD 1 TO WNB-PRX.
           MOVE RDMP-NAR TO WPX-NAR(WNB-PRX).
           IF RDMP-PU NUMERIC
              MOVE RDMP-PU TO WPX-PU(WNB-PRX)
           ELSE
              MOVE ZERO TO WPX-PU(WNB-PRX)
           END-IF.
       T22F.
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      * ligne brute gardee pour une eventuelle reconduction
       T24.
           IF WNB-BRUT < 21
              ADD 1 TO WNB-BRUT
              MOVE RDM-LIGNE TO WTBRUT-E(WNB-BRUT)
           END-IF.
       T24-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : garde-fou : si le dossier porte un numero au-dela    *
      *           du compteur, on repart du dossier (et on le signale, *
      *           c'est l'ecart que FACTC215 chasse)                   *
      *----------------------------------------------------------------*
       T30.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T30-EXIT.
           EXIT.
       T32.
           IF FBCLE-CDESUP > WCPT-FAC
              PERFORM T88 THRU T88-EXIT
           END-IF.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : controle d'une demande : facture d'origine, commande,    *
      *       rectification anterieure, avoirs deja rattaches,         *
      *       approbation                                              *
      *----------------------------------------------------------------*
       T40.
           ADD 1 TO WTOT-DEM.
           MOVE ZERO TO WDEM-EN-COURS.
           MOVE SPACES TO LIGNE.
           MOVE WDM-NFAC   TO LNFAC.
           MOVE WDM-NCLNEW TO LNCLNEW.
           MOVE WDM-TAXNEW TO LTAX.
           MOVE WNB-PRX    TO LNBPRIX.
           IF WDM-TROP = 1
              MOVE "PLUS DE 20 PRIX CORRIGES - A SCINDER" TO LLIB
              GO TO T40-ANO
           END-IF.
           IF WDM-NCLNEW = ZERO AND WDM-TAXNEW = SPACE
              AND WNB-PRX = ZERO
              MOVE "AUCUNE CORRECTION DEMANDEE" TO LLIB
              GO TO T40-ANO
           END-IF.
           IF WDM-NFAC NOT NUMERIC OR WDM-NFAC = ZERO
              MOVE "NUMERO DE FACTURE INVALIDE" TO LLIB
              GO TO T40-ANO
           END-IF.
           MOVE WDM-NFAC TO FBCLE-CDESUP.
           READ FFACTURE
                INVALID KEY
                   MOVE "FACTURE INCONNUE DANS FFACTURE" TO LLIB
                   GO TO T40-ANO
           END-READ.
           MOVE FBNCL  TO LNCL.
           MOVE FBNCDE TO LCDE.
           MOVE FBMONTTC TO LTTC.
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              MOVE "LA PIECE EST UN AVOIR" TO LLIB
              GO TO T40-ANO
           END-IF.
           IF FBDUP = '1'
              MOVE "LA PIECE EST UN DUPLICATA" TO LLIB
              GO TO T40-ANO
           END-IF.
           IF FBNCDE = "INTERCO" OR FBNCDE = "PENALITES"
              MOVE "FACTURE SANS COMMANDE - NON RECTIFIABLE" TO LLIB
              GO TO T40-ANO
           END-IF.
           IF FBMONTTC NOT > ZERO
              MOVE "FACTURE A MONTANT NUL OU NEGATIF" TO LLIB
              GO TO T40-ANO
           END-IF.
           MOVE FBNCDE   TO WOR-NCDE.
           MOVE FBNCL    TO WOR-NCL.
           MOVE FBDATE   TO WOR-DATE.
           MOVE FBMONTHT TO WOR-HT.
           MOVE FBMONTTC TO WOR-TTC.
           MOVE FBSOC    TO WOR-SOC.
           MOVE FBPAYS   TO WOR-PAYS.
           MOVE FBREGIME TO WOR-REGIME.
           COMPUTE WOR-TVA = WOR-TTC - WOR-HT.
      * une facture ne se rectifie qu'une fois ; une rectification
      * encore ouverte sur la commande bloque la suivante
           MOVE WOR-NCDE TO RCF-CDE.
           MOVE WDM-NFAC TO RCF-NFACORIG.
           READ RECTFAC
                INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "FACTURE DEJA RECTIFIEE" TO LLIB
                   GO TO T40-ANO
           END-READ.
           PERFORM T42 THRU T42-EXIT.
           IF WTRV = 1
              MOVE "RECTIFICATION DEJA EN COURS SUR LA COMMANDE"
                   TO LLIB
              GO TO T40-ANO
           END-IF.
           MOVE WOR-NCDE TO FCCLE-CDESUP.
           READ FCOMMAAP
                INVALID KEY
                   MOVE "COMMANDE D'ORIGINE INTROUVABLE" TO LLIB
                   GO TO T40-ANO
           END-READ.
           IF FCFAC NOT = 1
              MOVE "COMMANDE D'ORIGINE NON FACTUREE" TO LLIB
              GO TO T40-ANO
           END-IF.
           MOVE FCDI2 TO WOR-TAX.
      * un avoir deja rattache a la facture : l'annulation totale
      * depasserait le creditable, la facture se traite a la main
           INITIALIZE AVLNK.
           MOVE 'C'      TO IAVLNK-TRT.
           MOVE WDM-NFAC TO IAVLNK-NFACORIG.
           MOVE WOR-TTC  TO IAVLNK-MONTANT.
           MOVE WOR-TTC  TO IAVLNK-TTCFAC.
           CALL "avlnk1" USING AVLNK.
           IF OAVLNK-CREDITE NOT = ZERO OR CAVLNK-DEPASSE-OUI
              MOVE "AVOIR DEJA RATTACHE - A TRAITER A LA MAIN"
                   TO LLIB
              GO TO T40-ANO
           END-IF.
      * approbation de l'avoir d'annulation (demande deposee sous le
      * numero de la commande d'origine)
           INITIALIZE AVAPP.
           MOVE 'V'      TO IAVAPP-TRT.
           MOVE WOR-NCDE TO IAVAPP-CDE.
           CALL "avapp1" USING AVAPP.
           IF OAVAPP-RTN = '2'
              MOVE "AVOIR D'ANNULATION REFUSE A L'APPROBATION"
                   TO LLIB
              GO TO T40-ANO
           END-IF.
           IF OAVAPP-RTN NOT = '0'
              MOVE OAVAPP-LIBERR TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-ATT
              PERFORM T44 VARYING WIDX FROM 1 BY 1
                      UNTIL WIDX > WNB-BRUT
              GO TO T40-EXIT
           END-IF.
      * numero de l'avoir : serie saturee, la demande est reconduite
           MOVE WOR-SOC TO WSER-SOC.
           MOVE 1 TO WSER-AVO.
           PERFORM T80 THRU T80-EXIT.
           IF WSER-KO = 1
              MOVE WSER-LIB TO LLIB
              WRITE LIGNE BEFORE 1
              ADD 1 TO WTOT-ATT
              PERFORM T44 VARYING WIDX FROM 1 BY 1
                      UNTIL WIDX > WNB-BRUT
              GO TO T40-EXIT
           END-IF.
           PERFORM T50 THRU T50-EXIT.
           GO TO T40-EXIT.
       T40-ANO.
           WRITE LIGNE BEFORE 1.
           ADD 1 TO WTOT-ANO.
       T40-EXIT.
           EXIT.
      *
      * rectification encore ouverte (statut A) sur la commande
       T42.
           MOVE ZERO TO WTRV WFINR.
           MOVE WOR-NCDE TO RCF-CDE.
           MOVE ZERO     TO RCF-NFACORIG.
           START RECTFAC KEY NOT < RCF-CLE
                INVALID KEY
                   GO TO T42-EXIT
           END-START.
           PERFORM T43 THRU T43-EXIT UNTIL FIN-RECTFAC OR WTRV = 1.
       T42-EXIT.
           EXIT.
       T43.
           READ RECTFAC NEXT RECORD
                AT END MOVE 1 TO WFINR
                       GO TO T43-EXIT
           END-READ.
           IF RCF-CDE NOT = WOR-NCDE
              MOVE 1 TO WFINR
              GO TO T43-EXIT
           END-IF.
           IF RCF-STATUT = "A"
              MOVE 1 TO WTRV
           END-IF.
       T43-EXIT.
           EXIT.
      *
      * demande reconduite au passage suivant
       T44.
           WRITE RDN-LIGNE FROM WTBRUT-E(WIDX).
      *
      *----------------------------------------------------------------*
      * T50 : avoir total d'annulation, rattachement, reouverture de   *
      *       la commande, rectification au statut A                   *
      *----------------------------------------------------------------*
       T50.
           MOVE SPACES TO FB-LIGNE.
           MOVE WNOFAC            TO FBCLE-CDESUP.
           MOVE WOR-NCDE          TO FBNCDE.
           MOVE WOR-NCL           TO FBNCL.
           MOVE SPACE             TO FBDUP.
           MOVE WDATEJOUR         TO FBDATE.
           MOVE WOR-HT            TO FBMONTHT.
           MOVE SPACE             TO FBREGLE.
      * avoir sur facture, sans retour de marchandise
           MOVE 7                 TO FBCFA.
           MOVE WOR-SOC           TO FBSOC.
           MOVE WOR-TTC           TO FBMONTTC.
           MOVE WOR-PAYS          TO FBPAYS.
           MOVE WOR-REGIME        TO FBREGIME.
           MOVE WDATEJOUR         TO FBECH.
           WRITE FB-LIGNE
                INVALID KEY
                   PERFORM T84 THRU T84-EXIT
                   DISPLAY "GPIWARNING"
                   DISPLAY "**ECRITURE AVOIR D'ANNULATION IMPOSSIBLE "
                           WDM-NFAC
                   MOVE "ECRITURE DE L'AVOIR IMPOSSIBLE" TO LLIB
                   WRITE LIGNE BEFORE 1
                   ADD 1 TO WTOT-ANO
                   GO TO T50-EXIT
           END-WRITE.
           ADD 1 TO WTOT-AVO.
           ADD WOR-TTC TO WTOT-TTC.
      * extrait FACTJOUR : une ligne d'annulation, la TVA de la
      * facture d'origine sur son code taxe
           MOVE 'R' TO IFACTJR-TRT.
           CALL "factjr1" USING FACTJR.
           MOVE 'L'               TO IFACTJR-TRT.
           MOVE "ANNUL  "         TO IFACTJR-NAR.
           MOVE SPACES            TO IFACTJR-LIB.
           STRING "ANNULATION FACTURE " WDM-NFAC
                  DELIMITED BY SIZE INTO IFACTJR-LIB.
           MOVE 1                 TO IFACTJR-QTE.
           MOVE WOR-HT            TO IFACTJR-PU.
           MOVE WOR-HT            TO IFACTJR-LMHT.
           CALL "factjr1" USING FACTJR.
           MOVE ZERO TO WTAUX.
           IF WOR-HT > ZERO
              COMPUTE WTAUX ROUNDED = WOR-TVA * 100 / WOR-HT
           END-IF.
           MOVE 'E'               TO IFACTJR-TRT.
           MOVE WOR-SOC           TO IFACTJR-SOC.
           MOVE WNOFAC            TO IFACTJR-NFAC.
           MOVE WOR-NCL           TO IFACTJR-NCL.
           MOVE FBCFA             TO IFACTJR-FOA.
           MOVE WDATEJOUR         TO IFACTJR-DATE.
           MOVE WOR-HT            TO IFACTJR-MHT.
           MOVE WOR-TTC           TO IFACTJR-MTTC.
           MOVE WDATEJOUR         TO IFACTJR-DATECH.
           MOVE WOR-TTC           TO IFACTJR-NETAP.
           MOVE WOR-TAX           TO IFACTJR-CTAX(1).
           MOVE WTAUX             TO IFACTJR-TAUX(1).
           MOVE WOR-HT            TO IFACTJR-BASE(1).
           MOVE WOR-TVA           TO IFACTJR-MONT(1).
           MOVE SPACE             TO IFACTJR-CTAX(2).
           MOVE ZERO              TO IFACTJR-TAUX(2) IFACTJR-BASE(2)
                                     IFACTJR-MONT(2).
           CALL "factjr1" USING FACTJR.
           IF OFACTJR-RTN NOT = ZERO AND OFACTJR-RTN NOT = SPACE
              DISPLAY "GPIWARNING"
              DISPLAY "**FACTJOUR AVOIR D'ANNULATION " WNOFAC
                      " RETOUR " OFACTJR-RTN
           END-IF.
      * synthese societe : l'avoir pese comme un avoir
           INITIALIZE SOCSYNT.
           MOVE WOR-SOC         TO ISOCSYNT-SOCIETE.
           MOVE 1               TO ISOCSYNT-NAVOI.
           MOVE WOR-HT          TO ISOCSYNT-HTAV.
           MOVE WOR-TVA         TO ISOCSYNT-TVAAV.
           MOVE WOR-TTC         TO ISOCSYNT-TTCAV.
           CALL 'socsynt1' USING SOCSYNT.
      * rattachement a la facture d'origine
           INITIALIZE AVLNK.
           MOVE 'M'        TO IAVLNK-TRT.
           MOVE WNOFAC     TO IAVLNK-NAVOIR.
           MOVE WDM-NFAC   TO IAVLNK-NFACORIG.
           MOVE WDM-MOTIF  TO IAVLNK-MOTIF.
           MOVE WOR-TTC    TO IAVLNK-MONTANT.
           MOVE WDATEJOUR  TO IAVLNK-DATE.
           CALL "avlnk1" USING AVLNK.
           IF OAVLNK-RTN NOT = '0'
              DISPLAY "GPIWARNING"
              DISPLAY "**RATTACHEMENT AVLNK IMPOSSIBLE AVOIR " WNOFAC
           END-IF.
      * demande d'approbation soldee
           INITIALIZE AVAPP.
           MOVE 'F'        TO IAVAPP-TRT.
           MOVE WOR-NCDE   TO IAVAPP-CDE.
           MOVE WNOFAC     TO IAVAPP-NAVOIR.
           MOVE WOR-TTC    TO IAVAPP-MONTANT.
           MOVE WDATEJOUR  TO IAVAPP-DATE.
           CALL "avapp1" USING AVAPP.
      * commande reouverte avec les donnees corrigees : la
      * facturation de la nuit la reprend
           MOVE WOR-NCDE TO FCCLE-CDESUP.
           READ FCOMMAAP
                INVALID KEY
                   MOVE "COMMANDE A REOUVRIR A LA MAIN" TO LLIB
                   GO TO T50-RCF
           END-READ.
           MOVE ZERO TO FCFAC.
           MOVE 1    TO FCAFA.
           IF WDM-NCLNEW NOT = ZERO
              MOVE WDM-NCLNEW TO FCFACTUREA FCREGLEPAR
           END-IF.
           IF WDM-TAXNEW NOT = SPACE
              MOVE WDM-TAXNEW TO FCDI2
           END-IF.
           MOVE "AVOIR EMIS, COMMANDE REOUVERTE" TO LLIB.
           REWRITE FC-LIGNE
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**REOUVERTURE IMPOSSIBLE " FCCLE-CDESUP
                   MOVE "COMMANDE A REOUVRIR A LA MAIN" TO LLIB
           END-REWRITE.
       T50-RCF.
           MOVE SPACES TO RCF-LIGNE.
           MOVE WOR-NCDE   TO RCF-CDE.
           MOVE WDM-NFAC   TO RCF-NFACORIG.
           MOVE WOR-DATE   TO RCF-DATORIG.
           MOVE WOR-NCL    TO RCF-NCL.
           MOVE WDM-NCLNEW TO RCF-NCLNEW.
           MOVE WDM-TAXNEW TO RCF-TAXNEW.
           MOVE WDM-MOTIF  TO RCF-MOTIF.
           MOVE WDM-DEMAND TO RCF-DEMAND.
           MOVE WDATEJOUR  TO RCF-DATDEM.
           MOVE "A"        TO RCF-STATUT.
           MOVE WNOFAC     TO RCF-NAVOIR.
           MOVE WDATEJOUR  TO RCF-DATAV.
           MOVE WOR-TTC    TO RCF-MONTTC.
           MOVE ZERO       TO RCF-NFACNEW RCF-DATNEW.
           MOVE WNB-PRX    TO RCF-NBPRIX.
           PERFORM T52 VARYING WIDX FROM 1 BY 1 UNTIL WIDX > 20.
           WRITE RCF-LIGNE
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**ECRITURE RECTFAC IMPOSSIBLE " WDM-NFAC
           END-WRITE.
           MOVE WNOFAC TO LNAVOIR.
           WRITE LIGNE BEFORE 1.
       T50-EXIT.
           EXIT.
       T52.
           IF WIDX > WNB-PRX
              MOVE SPACES TO RCF-NAR(WIDX)
              MOVE ZERO   TO RCF-PU(WIDX)
           ELSE
              MOVE WPX-NAR(WIDX) TO RCF-NAR(WIDX)
              MOVE WPX-PU(WIDX)  TO RCF-PU(WIDX)
           END-IF.
      *
      *----------------------------------------------------------------*
      * T80 : numero de la piece de la societe WSER-SOC (WSER-AVO = 1  *
      *       pour un avoir) : serie SERFAC en vigueur a la date du    *
      *       run (compteur des avoirs si la serie les numerote a      *
      *       part), sinon compteur FACTURE000 ; WSER-KO = 1 quand la  *
      *       serie est saturee : la piece n'est pas emise             *
      *----------------------------------------------------------------*
       T80.
           MOVE ZERO TO WSER-KO.
           MOVE SPACES TO WSER-LIB.
           PERFORM T82 THRU T82-EXIT.
           IF WPOSS = ZERO
              MOVE 1 TO WSER-KO
              STRING "TABLE DES SERIES PLEINE : " WSER-SOC
                     DELIMITED BY SIZE INTO WSER-LIB
              GO TO T80-EXIT
           END-IF.
           IF WSR-RTN(WPOSS) = "1"
              ADD 1 TO WCPT-FAC
              MOVE WCPT-FAC TO WNOFAC
              GO TO T80-EXIT
           END-IF.
           IF WSR-RTN(WPOSS) NOT = "0"
              MOVE 1 TO WSER-KO
              STRING "SERIE DE FACTURES SATUREE : " WSER-SOC
                     DELIMITED BY SIZE INTO WSER-LIB
              GO TO T80-EXIT
           END-IF.
           MOVE 1 TO WSR-USE(WPOSS).
           IF WSER-AVO = 1 AND WSR-PARTYPE(WPOSS) = 'O'
              MOVE WSR-NAVOI(WPOSS) TO WNOFAC
              ADD 1 TO WSR-NAVOI(WPOSS)
           ELSE
              MOVE WSR-NFANA(WPOSS) TO WNOFAC
              ADD 1 TO WSR-NFANA(WPOSS)
           END-IF.
       T80-EXIT.
           EXIT.
      *
      * serie de la societe : table du run, sinon lecture serfac1
       T82.
           MOVE ZERO TO WPOSS.
           PERFORM T83 VARYING WIDXS FROM 1 BY 1
                   UNTIL WIDXS > WNB-SER OR WPOSS NOT = ZERO.
           IF WPOSS NOT = ZERO OR WNB-SER = 20
              GO TO T82-EXIT
           END-IF.
           ADD 1 TO WNB-SER.
           MOVE WNB-SER TO WPOSS.
           INITIALIZE SERFAC.
           MOVE 'L'       TO ISERFAC-TRT.
           MOVE WSER-SOC  TO ISERFAC-SOC.
           MOVE WDATEJOUR TO ISERFAC-DATE.
           CALL "serfac1" USING SERFAC.
           MOVE WSER-SOC        TO WSR-SOC(WPOSS).
           MOVE OSERFAC-RTN     TO WSR-RTN(WPOSS).
           MOVE OSERFAC-PARTYPE TO WSR-PARTYPE(WPOSS).
           MOVE ZERO            TO WSR-USE(WPOSS).
           MOVE OSERFAC-NFANA   TO WSR-NFANA(WPOSS).
           MOVE OSERFAC-NFACA   TO WSR-NFACA(WPOSS).
           MOVE OSERFAC-NAVOI   TO WSR-NAVOI(WPOSS).
           IF OSERFAC-RTN = "9"
              DISPLAY "GPIWARNING"
              DISPLAY "**" OSERFAC-LIBERR
           END-IF.
       T82-EXIT.
           EXIT.
       T83.
           IF WSR-SOC(WIDXS) = WSER-SOC
              MOVE WIDXS TO WPOSS
           END-IF.
      *
      * piece non ecrite : son numero est rendu a son compteur
       T84.
           IF WSR-RTN(WPOSS) = "1"
              SUBTRACT 1 FROM WCPT-FAC
              GO TO T84-EXIT
           END-IF.
           IF WSER-AVO = 1 AND WSR-PARTYPE(WPOSS) = 'O'
              SUBTRACT 1 FROM WSR-NAVOI(WPOSS)
           ELSE
              SUBTRACT 1 FROM WSR-NFANA(WPOSS)
           END-IF.
       T84-EXIT.
           EXIT.
      *
      * fin de run : compteurs des series utilisees reecrits (serfac1
      * 'M'), comme maj-serie de la facturation
       T86.
           IF WSR-USE(WIDXS) = ZERO
              GO TO T86-EXIT
           END-IF.
           INITIALIZE SERFAC.
           MOVE 'M'              TO ISERFAC-TRT.
           MOVE WSR-SOC(WIDXS)   TO ISERFAC-SOC.
           MOVE WSR-NFANA(WIDXS) TO ISERFAC-NFANA.
           MOVE WSR-NFACA(WIDXS) TO ISERFAC-NFACA.
           MOVE WSR-NAVOI(WIDXS) TO ISERFAC-NAVOI.
           CALL "serfac1" USING SERFAC.
           IF OSERFAC-RTN NOT = "0"
              DISPLAY "GPIWARNING"
              DISPLAY "**" OSERFAC-LIBERR
           END-IF.
       T86-EXIT.
           EXIT.
      *
      * garde-fou : le numero d'une piece numerotee sur une serie
      * SERFAC n'est pas un retard du compteur commun
       T88.
           INITIALIZE SERFAC.
           MOVE 'L'    TO ISERFAC-TRT.
           MOVE FBSOC  TO ISERFAC-SOC.
           MOVE FBDATE TO ISERFAC-DATE.
           CALL "serfac1" USING SERFAC.
           IF OSERFAC-RTN NOT = "1"
              GO TO T88-EXIT
           END-IF.
           MOVE FBCLE-CDESUP TO WCPT-FAC.
           DISPLAY "GPIWARNING".
           DISPLAY "**FACTURE " FBCLE-CDESUP
                   " AU-DELA DU COMPTEUR FACTURE000".
       T88-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEM TO LNFAC.
           MOVE "DEMANDES DE RECTIFICATION LUES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-AVO TO LNFAC.
           MOVE WTOT-TTC TO LTTC.
           MOVE "AVOIRS D'ANNULATION EMIS, COMMANDES REOUVERTES"
                TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ATT TO LNFAC.
           MOVE "DEMANDES RECONDUITES (APPROBATION EN ATTENTE)"
                TO LLIB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ANO TO LNFAC.
           MOVE "DEMANDES REJETEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
