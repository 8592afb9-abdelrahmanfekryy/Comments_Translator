      *DD9146 15/10/26 anes ecart de change realise des factures en
      *                     devise soldees (DEVFAC, cours DEVCRS),
      *                     journal DEVREA, contrepasse a l'annulation
      *DD9140 15/10/26 anes lettrage des virements annonces par avis
      *                     de paiement REMADV (LETPRE, REMVC010) avant
      *                     les autres rapprochements
      *DD9139 15/10/26 anes Creation - import du releve bancaire CFONB
      *                     120 et lettrage automatique des factures
      *                     FFACTURE et des traites FTRAITES : pose du
      *                     temoin de reglement, journal des
      *                     affectations LETJRN (annulable), liste de
      *                     travail des encaissements non affectes
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETRC010.
      *
      ******************************************************************
      * GPICMT    Lettrage automatique des encaissements :              *
      *           - RELBANC : le releve du jour au format CFONB 120     *
      *             (01 ancien solde, 04 mouvement, 05 complement de    *
      *             libelle, 07 nouveau solde) ; seuls les mouvements   *
      *             crediteurs sont des encaissements                   *
      *           - FFACTURE / FTRAITES : les factures, avoirs et       *
      *             traites encore ouverts                              *
      *           - BANCLI : le libelle emetteur tel que la banque le   *
      *             presente -> numero client, tenu par le credit       *
      *           - LETJRN : le journal permanent des affectations      *
      *             (deja affecte par facture, garde anti double        *
      *             import d'un meme releve)                            *
      *           Rapprochement par ordre de surete :                   *
DD9140*           R - avis de paiement REMADV (LETPRE, REMVC010) : la   *
DD9140*               reference du virement au libelle et le montant    *
DD9140*               de l'avis ; chaque facture recoit le montant      *
DD9140*               paye, la deduction reste ouverte                  *
      *           0 - numero de remise LCR au libelle et montant egal   *
      *               au total de la remise : les factures de la        *
      *               remise sont lettrees (l'impaye eventuel rouvre    *
      *               la creance via LCRC020)                           *
      *           1 - numero(s) de facture au libelle                   *
      *           2 - client reconnu + montant exact d'une facture ou   *
      *               d'une traite ouverte                              *
      *           3 - client reconnu + combinaison de ses pieces        *
      *               ouvertes (les plus anciennes d'abord, avoirs en   *
      *               deduction)                                        *
      *           Chaque affectation est journalisee dans LETJRN (sens  *
      *           A) avec la date comptable du releve, qui fait foi de  *
      *           date de reglement ; une facture entierement couverte  *
      *           recoit FBREGLE = 'O' et ses traites non remises sont  *
      *           pointees payees (P, ou R pour un impaye regularise).  *
      *           Les encaissements non identifies, sans combinaison,   *
      *           partiels ou en excedent partent sur la liste de       *
      *           travail LETATT du credit ; le pointage manuel qui en  *
      *           resulte revient par LETMAN au run suivant.            *
      *           MODELET = A : annulation des operations listees dans  *
      *           LETANN (ecritures de sens X au journal, temoins de    *
      *           reglement et sorts de traites restaures).             *
DD9146*           Facture en devise (commande retrouvee dans DEVFAC,    *
DD9146*           taux de la facturation) soldee : ecart de change      *
DD9146*           realise au cours du jour du reglement (DEVCRS, le     *
DD9146*           dernier cours connu a la date d'operation), ecrit au  *
DD9146*           journal DEVREA pour les ecritures 666/766 du mois     *
DD9146*           (DEVRC010) ; l'annulation le contrepasse (sens X).    *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFACTURE ASSIGN TO FFACTURE
                       organization indexed
                       access mode dynamic
                       record key FBCLE-CDESUP
                       file status is file-status.
      *
           SELECT FTRAITES ASSIGN TO FTR-AITES
                       organization indexed
                       access mode dynamic
                       record key FTR-CLE
                       file status is file-status.
      *
           SELECT RELBANC ASSIGN TO REL-BANC
                       organization line sequential
                       file status is file-status2.
      *
           SELECT BANCLI ASSIGN TO BAN-CLI
                       organization line sequential
                       file status is file-status2.
      *
           SELECT LETJRN ASSIGN TO LET-JRN
                       organization line sequential
                       file status is file-status3.
      *
           SELECT LETMAN ASSIGN TO LET-MAN
                       organization line sequential
                       file status is file-status2.
      *
DD9140     SELECT LETPRE ASSIGN TO LET-PRE
DD9140                 organization line sequential
DD9140                 file status is file-status2.
DD9140*
DD9140     SELECT LETPREN ASSIGN TO LET-PREN
DD9140                 organization line sequential.
DD9140*
           SELECT LETANN ASSIGN TO LET-ANN
                       organization line sequential
                       file status is file-status2.
      *
DD9146     SELECT DEVFAC ASSIGN TO DEVFAC
DD9146                 organization line sequential
DD9146                 file status is file-status2.
DD9146*
DD9146     SELECT DEVCRS ASSIGN TO DEV-CRS
DD9146                 organization line sequential
DD9146                 file status is file-status2.
DD9146*
DD9146     SELECT DEVREA ASSIGN TO DEV-REA
DD9146                 organization line sequential
DD9146                 file status is file-status4.
DD9146*
           SELECT LETATT ASSIGN TO LET-ATT
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FFACTURE
                DATA RECORD FB-LIGNE.
       01  FB-LIGNE.
           02 FBCLE-CDESUP          PIC 9(7).
           02 FBNCDE                PIC X(13).
           02 FBNCL                 PIC 9(6).
           02 FBDUP                 PIC X.
           02 FBDATE                PIC 9(6).
           02 FBMONTHT              PIC S9(9)V99.
      * temoin de reglement ('O' = soldee), pose ici par le lettrage ;
      * position a caler sur le copybook reel a l'installation
           02 FBREGLE               PIC X.
           02 FBCFA                 PIC 9.
           02 FBSOC                 PIC X(6).
           02 FBMONTTC              PIC S9(9)V99.
           02 FBPAYS                PIC XX.
           02 FBREGIME              PIC XX.
           02 FBECH                 PIC 9(6).
           02 FILLER                PIC X(31).
      *
       FD  FTRAITES
                DATA RECORD FTR-LIGNE.
       01  FTR-LIGNE.
           02 FTR-CLE.
              03 FTR-NFAC          PIC 9(7).
              03 FTR-NECH          PIC 9.
           02 FTR-NCL              PIC 9(6).
           02 FTR-BANQUE           PIC 9.
           02 FTR-ECHEANCE         PIC 9(6).
           02 FTR-MONTANT          PIC 9(9)V99.
           02 FTR-REMIS            PIC X.
           02 FTR-NOREM            PIC 9(6).
      * sort de la traite : espace = ouverte, P = payee, I = impayee,
      * R = impaye regularise (cf LCRC020)
           02 FTR-SOLDE            PIC X.
           02 FTR-DATSOL           PIC 9(6).
           02 FTR-MOTIF            PIC X(6).
           02 FILLER               PIC X(7).
      *
      * releve CFONB 120 : enregistrement 04 (mouvement) ; le 05
      * (complement) porte un qualifiant et 70 caracteres de libelle
       FD  RELBANC
                DATA RECORD RB-LIGNE.
       01  RB-LIGNE.
           02 RB-CODE              PIC XX.
           02 RB-BANQUE            PIC X(5).
           02 RB-OPINT             PIC X(4).
           02 RB-GUICHET           PIC X(5).
           02 RB-DEVISE            PIC X(3).
           02 RB-NBDEC             PIC X.
           02 FILLER               PIC X.
           02 RB-COMPTE            PIC X(11).
           02 RB-OPIB              PIC XX.
           02 RB-DATCPT            PIC X(6).
           02 RB-MOTREJ            PIC XX.
           02 RB-DATVAL            PIC X(6).
           02 RB-LIB               PIC X(31).
           02 FILLER               PIC XX.
           02 RB-NOECR             PIC X(7).
           02 RB-EXO               PIC X.
           02 RB-INDISP            PIC X.
           02 RB-MONTANT           PIC X(14).
           02 RB-REF               PIC X(16).
       01  RB5-LIGNE.
           02 FILLER               PIC X(45).
           02 RB5-QUAL             PIC X(3).
           02 RB5-INFO             PIC X(70).
           02 FILLER               PIC XX.
      *
       FD  BANCLI
                DATA RECORD BCL-LIGNE.
       01  BCL-LIGNE.
           02 BCL-LIB              PIC X(31).
           02 FILLER               PIC X.
           02 BCL-NCL              PIC 9(6).
      *
      * journal permanent des affectations ; NECH 0 = facture, 1 a 9 =
      * traite ; une ligne de montant zero ne fait que tracer le sort
      * d'une traite soldee avec sa facture (AVANT = sort precedent)
       FD  LETJRN
                DATA RECORD LTJ-LIGNE.
       01  LTJ-LIGNE.
           02 LTJ-NOPE             PIC X(24).
           02 FILLER               PIC X.
           02 LTJ-NFAC             PIC 9(7).
           02 FILLER               PIC X.
           02 LTJ-NECH             PIC 9.
           02 FILLER               PIC X.
           02 LTJ-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 LTJ-MONTANT          PIC 9(9)V99.
           02 FILLER               PIC X.
           02 LTJ-DATOP            PIC 9(6).
           02 FILLER               PIC X.
           02 LTJ-DATRUN           PIC 9(6).
           02 FILLER               PIC X.
DD9140* mode : L remise LCR, F facture au libelle, M montant exact,
DD9140* T traite, C combinaison, K pointage manuel, R avis REMADV
           02 LTJ-MODE             PIC X.
      * sens : A affectation, X annulation
           02 LTJ-SENS             PIC X.
           02 LTJ-SOLDE            PIC X.
           02 LTJ-AVANT            PIC X.
      *
      * pointage manuel du credit sur un encaissement de la liste
       FD  LETMAN
                DATA RECORD LTM-LIGNE.
       01  LTM-LIGNE.
           02 LTM-NOPE             PIC X(24).
           02 FILLER               PIC X.
           02 LTM-NFAC             PIC 9(7).
           02 FILLER               PIC X.
           02 LTM-MONTANT          PIC 9(9)V99.
           02 FILLER               PIC X.
           02 LTM-DATOP            PIC 9(6).
      *
DD9140* pre-rapprochement REMADV (cf REMVC010), reecrit en LETPREN
DD9140* sans les avis lettres
DD9140 FD  LETPRE
DD9140          DATA RECORD LPR-LIGNE.
DD9140 01  LPR-LIGNE.
DD9140     02 LPR-REFPAY           PIC X(16).
DD9140     02 FILLER               PIC X.
DD9140     02 LPR-NCL              PIC 9(6).
DD9140     02 FILLER               PIC X.
DD9140     02 LPR-NFAC             PIC 9(7).
DD9140     02 FILLER               PIC X.
DD9140     02 LPR-MONTANT          PIC 9(9)V99.
DD9140     02 FILLER               PIC X.
DD9140     02 LPR-DATE             PIC 9(6).
DD9140     02 FILLER               PIC X.
DD9140     02 LPR-ETAT             PIC X.
DD9140*
DD9140 FD  LETPREN
DD9140          DATA RECORD LPN-LIGNE.
DD9140 01  LPN-LIGNE              PIC X(52).
DD9140*
       FD  LETANN
                DATA RECORD LTN-LIGNE.
       01  LTN-LIGNE.
           02 LTN-NOPE             PIC X(24).
      *
      * liste de travail du credit : NI = emetteur non identifie,
      * AC = client reconnu sans combinaison, PA = facture reglee
      * partiellement, EX = excedent non affecte
       FD  LETATT
                DATA RECORD LTA-LIGNE.
       01  LTA-LIGNE.
           02 LTA-NOPE             PIC X(24).
           02 FILLER               PIC X.
           02 LTA-NCL              PIC 9(6).
           02 FILLER               PIC X.
           02 LTA-NFAC             PIC 9(7).
           02 FILLER               PIC X.
           02 LTA-DATOP            PIC 9(6).
           02 FILLER               PIC X.
           02 LTA-MONTANT          PIC 9(9)V99.
           02 FILLER               PIC X.
           02 LTA-RESTE            PIC 9(9)V99.
           02 FILLER               PIC X.
           02 LTA-MOTIF            PIC XX.
           02 FILLER               PIC X.
           02 LTA-LIB              PIC X(31).
      *
DD9146* taux de change retenu a la facturation (CGLP-FACT1) : unites
DD9146* de devise pour un euro
DD9146 FD  DEVFAC
DD9146          DATA RECORD DEVF-LIGNE.
DD9146 01  DEVF-LIGNE.
DD9146     02 DEVF-NCDE        PIC 9(7).
DD9146     02 FILLER           PIC X.
DD9146     02 DEVF-CDEV        PIC 99.
DD9146     02 FILLER           PIC X.
DD9146     02 DEVF-TAUX        PIC 9(5)V9999.
DD9146     02 FILLER           PIC X.
DD9146     02 DEVF-DATE        PIC 9(6).
DD9146*
DD9146* cours de change du jour tenus par la tresorerie (meme
DD9146* convention que DEVFAC)
DD9146 FD  DEVCRS
DD9146          DATA RECORD CRS-LIGNE.
DD9146 01  CRS-LIGNE.
DD9146     02 CRS-CDEV         PIC 99.
DD9146     02 FILLER           PIC X.
DD9146     02 CRS-DATE         PIC 9(6).
DD9146     02 FILLER           PIC X.
DD9146     02 CRS-TAUX         PIC 9(5)V9999.
DD9146*
DD9146* journal des ecarts de change realises ; ecart positif = gain
DD9146* (766), negatif = perte (666) ; sens A ecart, X contrepassation
DD9146 FD  DEVREA
DD9146          DATA RECORD DVR-LIGNE.
DD9146 01  DVR-LIGNE.
DD9146     02 DVR-NOPE             PIC X(24).
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-NFAC             PIC 9(7).
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-NCL              PIC 9(6).
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-SOC              PIC X(6).
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-CDEV             PIC 99.
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-MONTDEV          PIC 9(11)V99.
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-MONTEUR          PIC 9(9)V99.
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-TXFAC            PIC 9(5)V9999.
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-TXREG            PIC 9(5)V9999.
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-ECART            PIC S9(9)V99
DD9146                             SIGN LEADING SEPARATE.
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-DATOP            PIC 9(6).
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-DATRUN           PIC 9(6).
DD9146     02 FILLER               PIC X.
DD9146     02 DVR-SENS             PIC X.
DD9146*
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LDATOP               PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNFAC                PIC 9(7) blank zero.
           02 FILLER               PIC X(2).
           02 LMODE                PIC X.
           02 FILLER               PIC X(2).
           02 LMONT                PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LRESTE               PIC Z(8)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(31).
           02 FILLER               PIC X(2).
           02 LLIB2                PIC X(40).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
DD9146 01  file-status4           PIC XX.
       01  WFINB                  PIC 9 value zero.
           88 FIN-RELBANC         value 1.
       01  WFINF                  PIC 9 value zero.
           88 FIN-FFACTURE        value 1.
       01  WFINT                  PIC 9 value zero.
           88 FIN-FTRAITES        value 1.
       01  WFINJ                  PIC 9 value zero.
           88 FIN-LETJRN          value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-BANCLI          value 1.
       01  WFINM                  PIC 9 value zero.
           88 FIN-LETMAN          value 1.
       01  WFINA                  PIC 9 value zero.
           88 FIN-LETANN          value 1.
DD9146 01  WFIND                  PIC 9 value zero.
DD9146     88 FIN-DEVFAC          value 1.
DD9146 01  WFINX                  PIC 9 value zero.
DD9146     88 FIN-DEVCRS          value 1.
DD9146 01  WFINR                  PIC 9 value zero.
DD9146     88 FIN-DEVREA          value 1.
       01  WMODELET               PIC X VALUE SPACE.
           88 MODE-ANNULATION     VALUE 'A'.
       01  WDATEJOUR              PIC 9(6).
      *
      **** mouvement CFONB en cours (04 + complements 05)
       01  WDATCFO                PIC X(6).
       01  WDATCFO-X REDEFINES WDATCFO.
           02 WDC-JJ              PIC 99.
           02 WDC-MM              PIC 99.
           02 WDC-AA              PIC 99.
       01  WDATOP                 PIC 9(6).
       01  WDATOP-X REDEFINES WDATOP.
           02 WDO-AA              PIC 99.
           02 WDO-MM              PIC 99.
           02 WDO-JJ              PIC 99.
       01  WNOPE                  PIC X(24).
       01  WNOPE-X REDEFINES WNOPE.
           02 WNO-COMPTE          PIC X(11).
           02 WNO-DATE            PIC X(6).
           02 WNO-NOECR           PIC X(7).
       01  WLIB1                  PIC X(31).
       01  WLIB                   PIC X(260).
       01  WLGLIB                 PIC 9(3).
       01  WNB05                  PIC 9.
       01  WMNT-X                 PIC X(14).
       01  WMNT-X2 REDEFINES WMNT-X.
           02 WMNT-CHF            PIC X(13).
           02 WMNT-SGN            PIC X.
              88 SGN-DEBIT        VALUE '}' 'J' THRU 'R'.
              88 SGN-CREDIT       VALUE '{' 'A' THRU 'I'.
       01  WMNT-N14               PIC 9(14).
       01  WNBDEC                 PIC 9.
       01  WMONTANT               PIC S9(9)V99.
       01  WRESTE                 PIC S9(9)V99.
       01  WALLOC                 PIC S9(9)V99.
       01  WSOLDE-FAC             PIC S9(9)V99.
       01  WMODE                  PIC X.
       01  WMOTIF                 PIC XX.
       01  WNECH                  PIC 9.
       01  WAVANT                 PIC X.
       01  WNCL-OPE               PIC 9(6).
       01  WNFAC-PART             PIC 9(7).
       01  WAFF-OPE               PIC 9.
           88 OPE-AFFECTEE        VALUE 1.
      *
      **** pieces ouvertes : factures et avoirs non soldes, avec le
      **** deja affecte au journal
       01  WTOUV.
           02 WTOUV-E OCCURS 9000.
              03 WOU-NFAC         PIC 9(7).
              03 WOU-NCL          PIC 9(6).
              03 WOU-ECH          PIC 9(6).
              03 WOU-TTC          PIC S9(9)V99.
              03 WOU-AVOIR        PIC X.
              03 WOU-DEJA         PIC S9(9)V99.
              03 WOU-SOLDE        PIC X.
       01  WNB-OUV                PIC 9(5) VALUE ZERO.
       01  WIDXO                  PIC 9(5).
       01  WPOSO                  PIC 9(5).
      *
      **** traites non soldees (ouvertes ou impayees)
       01  WTTRA.
           02 WTTRA-E OCCURS 9000.
              03 WTR-NFAC         PIC 9(7).
              03 WTR-NECH         PIC 9.
              03 WTR-NCL          PIC 9(6).
              03 WTR-MONTANT      PIC 9(9)V99.
              03 WTR-REMIS        PIC X.
              03 WTR-NOREM        PIC 9(6).
              03 WTR-SOLDE        PIC X.
       01  WNB-TRA                PIC 9(5) VALUE ZERO.
       01  WIDXT                  PIC 9(5).
       01  WIDXU                  PIC 9(5).
       01  WPOST                  PIC 9(5).
      *
      **** operations deja au journal (garde anti double import)
       01  WTOPE.
           02 WTOPE-E OCCURS 9000.
              03 WOP-NOPE         PIC X(24).
              03 WOP-ETAT         PIC X.
       01  WNB-OPE                PIC 9(5) VALUE ZERO.
       01  WIDXP                  PIC 9(5).
      *
      **** libelles emetteurs -> client
       01  WTBCL.
           02 WTBCL-E OCCURS 2000.
              03 WBC-LIB          PIC X(31).
              03 WBC-LG           PIC 99.
              03 WBC-NCL          PIC 9(6).
       01  WNB-BCL                PIC 9(4) VALUE ZERO.
DD9140*
DD9140**** avis de paiement en attente de leur virement
DD9140 01  WTPRE.
DD9140     02 WTPRE-E OCCURS 3000.
DD9140        03 WPR-REFPAY       PIC X(16).
DD9140        03 WPR-NCL          PIC 9(6).
DD9140        03 WPR-NFAC         PIC 9(7).
DD9140        03 WPR-MONTANT      PIC 9(9)V99.
DD9140        03 WPR-DATE         PIC 9(6).
DD9140        03 WPR-ETAT         PIC X.
DD9140 01  WNB-PRE                PIC 9(4) VALUE ZERO.
DD9140 01  WIDXE                  PIC 9(4).
DD9140 01  WIDXF                  PIC 9(4).
DD9140 01  WFINP                  PIC 9 value zero.
DD9140     88 FIN-LETPRE          value 1.
DD9140 01  WREFPAY                PIC X(16).
DD9140 01  WLGREF                 PIC 99.
DD9140 01  WCPT                   PIC 9(3).
DD9140 01  WTOTPRE                PIC S9(11)V99.
       01  WIDXB                  PIC 9(4).
      *
      **** numeros releves au libelle : 7 chiffres = facture,
      **** 6 chiffres = remise LCR
       01  WTC7.
           02 WC7-NUM OCCURS 10   PIC 9(7).
       01  WNB-C7                 PIC 99.
       01  WTC6.
           02 WC6-NUM OCCURS 10   PIC 9(6).
       01  WNB-C6                 PIC 99.
       01  WIDXK                  PIC 99.
       01  WPOSL                  PIC 9(3).
       01  WDEB                   PIC 9(3).
       01  WLG                    PIC 9(3).
       01  WNUM7                  PIC 9(7).
       01  WNUM6                  PIC 9(6).
       01  WNOREM                 PIC 9(6).
       01  WTOTREM                PIC S9(11)V99.
      *
      **** combinaison : pieces ouvertes du client (12 au plus, les
      **** plus anciennes), masque binaire des sous-ensembles
       01  WTCMB.
           02 WTCMB-E OCCURS 12.
              03 WCB-POS          PIC 9(5).
              03 WCB-MONT         PIC S9(9)V99.
              03 WCB-PRIS         PIC 9.
       01  WNB-CMB                PIC 99.
       01  WIDXC                  PIC 99.
       01  WMASK                  PIC 9(5).
       01  WMASKMAX               PIC 9(5).
       01  WMASKW                 PIC 9(5).
       01  WBIT                   PIC 9.
       01  WSOMME                 PIC S9(11)V99.
       01  WCMB-OK                PIC 9.
           88 CMB-TROUVEE         VALUE 1.
      *
      **** annulation : operations demandees, lignes a contrepasser
       01  WTANN.
           02 WAN-NOPE OCCURS 500 PIC X(24).
       01  WNB-ANN                PIC 9(3) VALUE ZERO.
       01  WIDXA                  PIC 9(3).
       01  WTREV.
           02 WRV-LIGNE OCCURS 9000 PIC X(72).
       01  WNB-REV                PIC 9(5) VALUE ZERO.
       01  WIDXR                  PIC 9(5).
      *
       01  WTRV                   PIC 9.
       01  WTOT-MVT               PIC 9(5) VALUE ZERO.
       01  WTOT-DEB               PIC 9(5) VALUE ZERO.
       01  WTOT-DEJA              PIC 9(5) VALUE ZERO.
       01  WTOT-AFF               PIC 9(5) VALUE ZERO.
       01  WTOT-ATT               PIC 9(5) VALUE ZERO.
       01  WTOT-SOLD              PIC 9(5) VALUE ZERO.
       01  WTOT-MAN               PIC 9(5) VALUE ZERO.
       01  WTOT-REV               PIC 9(5) VALUE ZERO.
       01  WMNT-AFF               PIC S9(11)V99 VALUE ZERO.
       01  WMNT-ATT               PIC S9(11)V99 VALUE ZERO.
DD9146*
DD9146**** factures en devise : taux de la facturation par commande,
DD9146**** cours du jour par devise
DD9146 01  WTDEV.
DD9146     02 WTDEV-E OCCURS 9000.
DD9146        03 WDV-NCDE         PIC 9(7).
DD9146        03 WDV-CDEV         PIC 99.
DD9146        03 WDV-TAUX         PIC 9(5)V9999.
DD9146 01  WNB-DEV                PIC 9(5) VALUE ZERO.
DD9146 01  WIDXV                  PIC 9(5).
DD9146 01  WPOSV                  PIC 9(5).
DD9146 01  WTCRS.
DD9146     02 WTCRS-E OCCURS 5000.
DD9146        03 WCR-CDEV         PIC 99.
DD9146        03 WCR-DATE         PIC 9(6).
DD9146        03 WCR-TAUX         PIC 9(5)V9999.
DD9146 01  WNB-CRS                PIC 9(4) VALUE ZERO.
DD9146 01  WNCDE-DEV              PIC 9(7).
DD9146 01  WTRVD                  PIC 9.
DD9146 01  WCDEV-TRT              PIC 99.
DD9146 01  WDATCRS                PIC 9(6).
DD9146 01  WTXREG                 PIC 9(5)V9999.
DD9146 01  WMONTDEV               PIC 9(11)V99.
DD9146 01  WCONTRE                PIC S9(9)V99.
DD9146 01  WECART-DEV             PIC S9(9)V99.
DD9146 01  WTOT-DEV               PIC 9(5) VALUE ZERO.
DD9146 01  WMNT-DEV               PIC S9(11)V99 VALUE ZERO.
DD9146* annulation : ecarts realises des operations annulees
DD9146 01  WTDRV.
DD9146     02 WDR-LIGNE OCCURS 500 PIC X(124).
DD9146 01  WNB-DRV                PIC 9(3) VALUE ZERO.
DD9146 01  WIDXD                  PIC 9(3).
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : chargements, pointages manuels, lettrage du releve du    *
      *       jour, ou annulation des operations demandees (MODELET A) *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFINB WFINF WFINT WFINJ WFINC WFINM WFINA
                        WNB-OUV WNB-TRA WNB-OPE WNB-BCL WNB-ANN WNB-REV
                        WTOT-MVT WTOT-DEB WTOT-DEJA WTOT-AFF WTOT-ATT
                        WTOT-SOLD WTOT-MAN WTOT-REV WMNT-AFF WMNT-ATT.
           string 'MODELET' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           move var-data(1:1) to WMODELET.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'letrc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           IF MODE-ANNULATION
              PERFORM T70 THRU T70-EXIT
              PERFORM T90 THRU T90-EXIT
              CLOSE ETAT1
              STOP RUN
           END-IF.
           OPEN INPUT FFACTURE.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "OUVERTURE FFACTURE IMPOSSIBLE " FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T25 THRU T25-EXIT UNTIL FIN-FFACTURE.
           CLOSE FFACTURE.
           OPEN INPUT FTRAITES.
           IF FILE-STATUS = ZERO
              PERFORM T30 THRU T30-EXIT
              PERFORM T35 THRU T35-EXIT UNTIL FIN-FTRAITES
              CLOSE FTRAITES
           END-IF.
           OPEN INPUT LETJRN.
           IF FILE-STATUS3 = ZERO
              PERFORM T40 THRU T40-EXIT
              PERFORM T45 THRU T45-EXIT UNTIL FIN-LETJRN
              CLOSE LETJRN
           END-IF.
           OPEN INPUT BANCLI.
           IF FILE-STATUS2 = ZERO
              PERFORM T47 THRU T47-EXIT
              PERFORM T48 THRU T48-EXIT UNTIL FIN-BANCLI
              CLOSE BANCLI
           END-IF.
DD9140     OPEN INPUT LETPRE.
DD9140     IF FILE-STATUS2 = ZERO
DD9140        PERFORM T41 THRU T41-EXIT UNTIL FIN-LETPRE
DD9140        CLOSE LETPRE
DD9140     END-IF.
DD9146* factures en devise : taux de la facturation, cours du jour
DD9146     OPEN INPUT DEVFAC.
DD9146     IF FILE-STATUS2 = ZERO
DD9146        PERFORM T26 THRU T26-EXIT UNTIL FIN-DEVFAC
DD9146        CLOSE DEVFAC
DD9146     END-IF.
DD9146     OPEN INPUT DEVCRS.
DD9146     IF FILE-STATUS2 = ZERO
DD9146        PERFORM T27 THRU T27-EXIT UNTIL FIN-DEVCRS
DD9146        CLOSE DEVCRS
DD9146     END-IF.
           OPEN I-O FFACTURE.
           OPEN I-O FTRAITES.
           OPEN EXTEND LETJRN.
           IF FILE-STATUS3 NOT = ZERO
              OPEN OUTPUT LETJRN
           END-IF.
           OPEN OUTPUT LETATT.
DD9146     OPEN EXTEND DEVREA.
DD9146     IF FILE-STATUS4 NOT = ZERO
DD9146        OPEN OUTPUT DEVREA
DD9146     END-IF.
      * pointages manuels du credit sur la liste de la veille
           OPEN INPUT LETMAN.
           IF FILE-STATUS2 = ZERO
              PERFORM T50 THRU T50-EXIT
              PERFORM T52 THRU T52-EXIT UNTIL FIN-LETMAN
              CLOSE LETMAN
           END-IF.
      * releve du jour
           OPEN INPUT RELBANC.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS DE RELEVE BANCAIRE CE JOUR"
           ELSE
              PERFORM T55 THRU T55-EXIT
              PERFORM T60 THRU T60-EXIT UNTIL FIN-RELBANC
              CLOSE RELBANC
           END-IF.
           CLOSE FFACTURE FTRAITES LETJRN LETATT.
DD9146     CLOSE DEVREA.
DD9140     OPEN OUTPUT LETPREN.
DD9140     PERFORM T43 VARYING WIDXE FROM 1 BY 1 UNTIL WIDXE > WNB-PRE.
DD9140     CLOSE LETPREN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T25 : factures et avoirs ouverts (hors duplicata, temoin   *
      *           de reglement non pose)                               *
      *----------------------------------------------------------------*
       T20.
           READ FFACTURE NEXT RECORD
                AT END MOVE 1 TO WFINF.
       T20-EXIT.
           EXIT.
       T25.
           IF FBDUP = '1' OR FBREGLE = 'O'
              GO TO T25F
           END-IF.
           IF WNB-OUV NOT < 9000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE PIECES OUVERTES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-OUV.
           MOVE FBCLE-CDESUP TO WOU-NFAC(WNB-OUV).
           MOVE FBNCL        TO WOU-NCL(WNB-OUV).
           MOVE FBECH        TO WOU-ECH(WNB-OUV).
           MOVE FBMONTTC     TO WOU-TTC(WNB-OUV).
           MOVE ZERO         TO WOU-DEJA(WNB-OUV).
           MOVE SPACE        TO WOU-SOLDE(WNB-OUV).
           IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
              MOVE 'O' TO WOU-AVOIR(WNB-OUV)
           ELSE
              MOVE 'N' TO WOU-AVOIR(WNB-OUV)
           END-IF.
       T25F.
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
      *
DD9146*----------------------------------------------------------------*
DD9146* T26/T27 : taux de la facturation par commande (le dernier      *
DD9146*           l'emporte), cours du jour par devise                 *
DD9146*----------------------------------------------------------------*
DD9146 T26.
DD9146     READ DEVFAC NEXT RECORD
DD9146          AT END MOVE 1 TO WFIND
DD9146          GO TO T26-EXIT.
DD9146     IF DEVF-NCDE NOT NUMERIC OR DEVF-TAUX NOT NUMERIC
DD9146        GO TO T26-EXIT
DD9146     END-IF.
DD9146     MOVE DEVF-NCDE TO WNCDE-DEV.
DD9146     MOVE ZERO TO WTRVD.
DD9146     PERFORM T26-CMP VARYING WIDXV FROM 1 BY 1
DD9146             UNTIL WIDXV > WNB-DEV OR WTRVD = 1.
DD9146     IF WTRVD = ZERO
DD9146        IF WNB-DEV NOT < 9000
DD9146           DISPLAY "GPIWARNING"
DD9146           DISPLAY "**TABLE TAUX FACTURATION PLEINE, "
DD9146                   "RUN ABANDONNE"
DD9146           STOP RUN
DD9146        END-IF
DD9146        ADD 1 TO WNB-DEV
DD9146        MOVE WNB-DEV TO WPOSV
DD9146        MOVE DEVF-NCDE TO WDV-NCDE(WPOSV)
DD9146     END-IF.
DD9146     MOVE DEVF-CDEV TO WDV-CDEV(WPOSV).
DD9146     MOVE DEVF-TAUX TO WDV-TAUX(WPOSV).
DD9146 T26-EXIT.
DD9146     EXIT.
DD9146 T26-CMP.
DD9146     IF WDV-NCDE(WIDXV) = WNCDE-DEV
DD9146        MOVE 1 TO WTRVD
DD9146        MOVE WIDXV TO WPOSV
DD9146     END-IF.
DD9146*
DD9146 T27.
DD9146     READ DEVCRS NEXT RECORD
DD9146          AT END MOVE 1 TO WFINX
DD9146          GO TO T27-EXIT.
DD9146     IF CRS-DATE NOT NUMERIC OR CRS-TAUX NOT NUMERIC
DD9146        OR CRS-TAUX = ZERO
DD9146        GO TO T27-EXIT
DD9146     END-IF.
DD9146     IF WNB-CRS NOT < 5000
DD9146        DISPLAY "GPIWARNING"
DD9146        DISPLAY "**TABLE COURS DE CHANGE PLEINE, RUN ABANDONNE"
DD9146        STOP RUN
DD9146     END-IF.
DD9146     ADD 1 TO WNB-CRS.
DD9146     MOVE CRS-CDEV TO WCR-CDEV(WNB-CRS).
DD9146     MOVE CRS-DATE TO WCR-DATE(WNB-CRS).
DD9146     MOVE CRS-TAUX TO WCR-TAUX(WNB-CRS).
DD9146 T27-EXIT.
DD9146     EXIT.
DD9146*
      *----------------------------------------------------------------*
      * T30/T35 : traites non soldees (ouvertes ou impayees)           *
      *----------------------------------------------------------------*
       T30.
           READ FTRAITES NEXT RECORD
                AT END MOVE 1 TO WFINT.
       T30-EXIT.
           EXIT.
       T35.
           IF FTR-SOLDE NOT = SPACE AND FTR-SOLDE NOT = 'I'
              GO TO T35F
           END-IF.
           IF WNB-TRA NOT < 9000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE TRAITES OUVERTES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-TRA.
           MOVE FTR-NFAC    TO WTR-NFAC(WNB-TRA).
           MOVE FTR-NECH    TO WTR-NECH(WNB-TRA).
           MOVE FTR-NCL     TO WTR-NCL(WNB-TRA).
           MOVE FTR-MONTANT TO WTR-MONTANT(WNB-TRA).
           MOVE FTR-REMIS   TO WTR-REMIS(WNB-TRA).
           MOVE FTR-NOREM   TO WTR-NOREM(WNB-TRA).
           MOVE FTR-SOLDE   TO WTR-SOLDE(WNB-TRA).
       T35F.
           PERFORM T30 THRU T30-EXIT.
       T35-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40/T45 : journal des affectations : deja affecte par piece    *
      *           ouverte, operations deja traitees                    *
      *----------------------------------------------------------------*
       T40.
           READ LETJRN NEXT RECORD
                AT END MOVE 1 TO WFINJ.
       T40-EXIT.
           EXIT.
       T45.
           MOVE LTJ-NFAC TO WNUM7.
           PERFORM T80 THRU T80-EXIT.
           IF WTRV = 1
              IF LTJ-SENS = 'X'
                 SUBTRACT LTJ-MONTANT FROM WOU-DEJA(WPOSO)
              ELSE
                 ADD LTJ-MONTANT TO WOU-DEJA(WPOSO)
              END-IF
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T46 VARYING WIDXP FROM 1 BY 1
                   UNTIL WIDXP > WNB-OPE OR WTRV = 1.
           IF WTRV = 1
              SUBTRACT 1 FROM WIDXP
           ELSE
              IF WNB-OPE NOT < 9000
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE OPERATIONS JOURNAL PLEINE, "
                         "RUN ABANDONNE"
                 STOP RUN
              END-IF
              ADD 1 TO WNB-OPE
              MOVE WNB-OPE  TO WIDXP
              MOVE LTJ-NOPE TO WOP-NOPE(WIDXP)
           END-IF.
      * l'etat de l'operation est celui de sa derniere ligne : une
      * operation annulee peut etre presentee de nouveau
           MOVE LTJ-SENS TO WOP-ETAT(WIDXP).
           PERFORM T40 THRU T40-EXIT.
       T45-EXIT.
           EXIT.
       T46.
           IF WOP-NOPE(WIDXP) = LTJ-NOPE
              MOVE 1 TO WTRV
           END-IF.
      *
DD9140*----------------------------------------------------------------*
DD9140* T41/T43 : avis de paiement en attente ; reecrits sans ceux     *
DD9140*           dont le virement a ete lettre                        *
DD9140*----------------------------------------------------------------*
DD9140 T41.
DD9140     READ LETPRE NEXT RECORD
DD9140          AT END MOVE 1 TO WFINP
DD9140          GO TO T41-EXIT.
DD9140     IF LPR-ETAT NOT = SPACE
DD9140        GO TO T41-EXIT
DD9140     END-IF.
DD9140     IF WNB-PRE NOT < 3000
DD9140        DISPLAY "GPIWARNING"
DD9140        DISPLAY "**TABLE AVIS DE PAIEMENT PLEINE, "
DD9140                "RUN ABANDONNE"
DD9140        STOP RUN
DD9140     END-IF.
DD9140     ADD 1 TO WNB-PRE.
DD9140     MOVE LPR-REFPAY  TO WPR-REFPAY(WNB-PRE).
DD9140     MOVE LPR-NCL     TO WPR-NCL(WNB-PRE).
DD9140     MOVE LPR-NFAC    TO WPR-NFAC(WNB-PRE).
DD9140     MOVE LPR-MONTANT TO WPR-MONTANT(WNB-PRE).
DD9140     MOVE LPR-DATE    TO WPR-DATE(WNB-PRE).
DD9140     MOVE SPACE       TO WPR-ETAT(WNB-PRE).
DD9140 T41-EXIT.
DD9140     EXIT.
DD9140 T43.
DD9140     IF WPR-ETAT(WIDXE) = SPACE
DD9140        MOVE SPACES TO LPR-LIGNE
DD9140        MOVE WPR-REFPAY(WIDXE)  TO LPR-REFPAY
DD9140        MOVE WPR-NCL(WIDXE)     TO LPR-NCL
DD9140        MOVE WPR-NFAC(WIDXE)    TO LPR-NFAC
DD9140        MOVE WPR-MONTANT(WIDXE) TO LPR-MONTANT
DD9140        MOVE WPR-DATE(WIDXE)    TO LPR-DATE
DD9140        MOVE SPACE              TO LPR-ETAT
DD9140        WRITE LPN-LIGNE FROM LPR-LIGNE
DD9140     END-IF.
DD9140*
      *----------------------------------------------------------------*
      * T47/T48 : libelles emetteurs -> client ; longueur utile du     *
      *           libelle calculee au chargement                       *
      *----------------------------------------------------------------*
       T47.
           READ BANCLI NEXT RECORD
                AT END MOVE 1 TO WFINC.
       T47-EXIT.
           EXIT.
       T48.
           IF BCL-LIB = SPACES
              GO TO T48F
           END-IF.
           IF WNB-BCL NOT < 2000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE BANCLI PLEINE, LIBELLE " BCL-LIB
                      " IGNORE"
              GO TO T48F
           END-IF.
           ADD 1 TO WNB-BCL.
           MOVE BCL-LIB TO WBC-LIB(WNB-BCL).
           MOVE BCL-NCL TO WBC-NCL(WNB-BCL).
           MOVE 31 TO WLG.
           PERFORM T49 UNTIL WLG = 1
                   OR BCL-LIB(WLG:1) NOT = SPACE.
           MOVE WLG TO WBC-LG(WNB-BCL).
       T48F.
           PERFORM T47 THRU T47-EXIT.
       T48-EXIT.
           EXIT.
       T49.
           SUBTRACT 1 FROM WLG.
      *
      *----------------------------------------------------------------*
      * T50/T52 : pointages manuels de la liste de travail (mode K)    *
      *----------------------------------------------------------------*
       T50.
           READ LETMAN NEXT RECORD
                AT END MOVE 1 TO WFINM.
       T50-EXIT.
           EXIT.
       T52.
           MOVE LTM-NOPE  TO WNOPE.
           MOVE LTM-DATOP TO WDATOP.
           MOVE LTM-NFAC  TO WNUM7.
           PERFORM T80 THRU T80-EXIT.
           IF WTRV = ZERO
              MOVE SPACES TO LIGNE
              MOVE LTM-DATOP   TO LDATOP
              MOVE LTM-NFAC    TO LNFAC
              MOVE LTM-MONTANT TO LMONT
              MOVE LTM-NOPE    TO LLIB
              MOVE "POINTAGE MANUEL : PIECE NON OUVERTE" TO LLIB2
              WRITE LIGNE BEFORE 1
              GO TO T52F
           END-IF.
           MOVE LTM-MONTANT TO WRESTE.
           MOVE 'K' TO WMODE.
           PERFORM T82 THRU T82-EXIT.
           ADD 1 TO WTOT-MAN.
       T52F.
           PERFORM T50 THRU T50-EXIT.
       T52-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T55/T60 : lecture du releve ; un mouvement 04 est complete     *
      *           des 05 qui le suivent avant d'etre rapproche         *
      *----------------------------------------------------------------*
       T55.
           READ RELBANC NEXT RECORD
                AT END MOVE 1 TO WFINB.
       T55-EXIT.
           EXIT.
       T60.
           IF RB-CODE NOT = "04"
              PERFORM T55 THRU T55-EXIT
              GO TO T60-EXIT
           END-IF.
           ADD 1 TO WTOT-MVT.
           MOVE RB-DATCPT TO WDATCFO.
           MOVE WDC-AA TO WDO-AA.
           MOVE WDC-MM TO WDO-MM.
           MOVE WDC-JJ TO WDO-JJ.
           MOVE RB-COMPTE TO WNO-COMPTE.
           MOVE RB-DATCPT TO WNO-DATE.
           MOVE RB-NOECR  TO WNO-NOECR.
           MOVE RB-LIB    TO WLIB1.
           MOVE RB-MONTANT TO WMNT-X.
           MOVE ZERO TO WNBDEC.
           IF RB-NBDEC NUMERIC
              MOVE RB-NBDEC TO WNBDEC
           END-IF.
           MOVE SPACES TO WLIB.
           MOVE RB-LIB TO WLIB(1:31).
           MOVE RB-REF TO WLIB(33:16).
           MOVE 50 TO WLGLIB.
           MOVE ZERO TO WNB05.
           PERFORM T55 THRU T55-EXIT.
           PERFORM T62 THRU T62-EXIT
                   UNTIL FIN-RELBANC OR RB-CODE NOT = "05".
           PERFORM T65 THRU T65-EXIT.
       T60-EXIT.
           EXIT.
      *
      * complement de libelle : trois 05 au plus sont retenus
       T62.
           IF WNB05 < 3
              ADD 1 TO WNB05
              MOVE RB5-INFO TO WLIB(WLGLIB + 1:70)
              ADD 70 TO WLGLIB
           END-IF.
           PERFORM T55 THRU T55-EXIT.
       T62-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T65 : rapprochement d'un mouvement crediteur                   *
      *----------------------------------------------------------------*
       T65.
           IF SGN-DEBIT OR WMNT-CHF NOT NUMERIC
              ADD 1 TO WTOT-DEB
              GO TO T65-EXIT
           END-IF.
           INSPECT WMNT-SGN CONVERTING "{ABCDEFGHI" TO "0123456789".
           MOVE WMNT-X TO WMNT-N14.
           COMPUTE WMONTANT = WMNT-N14 / (10 ** WNBDEC).
           MOVE ZERO TO WTRV.
           PERFORM T66 VARYING WIDXP FROM 1 BY 1
                   UNTIL WIDXP > WNB-OPE OR WTRV = 1.
           IF WTRV = 1
              ADD 1 TO WTOT-DEJA
              MOVE SPACES TO LIGNE
              MOVE WDATOP   TO LDATOP
              MOVE WMONTANT TO LMONT
              MOVE WLIB1    TO LLIB
              MOVE "OPERATION DEJA LETTREE, IGNOREE" TO LLIB2
              WRITE LIGNE BEFORE 1
              GO TO T65-EXIT
           END-IF.
           MOVE WMONTANT TO WRESTE.
           MOVE ZERO TO WNCL-OPE WNFAC-PART WAFF-OPE.
           PERFORM T67 THRU T67-EXIT.
DD9140* R - avis de paiement REMADV
DD9140     PERFORM T79 THRU T79-EXIT
DD9140             VARYING WIDXE FROM 1 BY 1
DD9140             UNTIL WIDXE > WNB-PRE OR OPE-AFFECTEE.
DD9140     IF OPE-AFFECTEE
DD9140        GO TO T65F
DD9140     END-IF.
      * 0 - remise LCR
           PERFORM T68 THRU T68-EXIT
                   VARYING WIDXK FROM 1 BY 1
                   UNTIL WIDXK > WNB-C6 OR OPE-AFFECTEE.
           IF OPE-AFFECTEE
              GO TO T65F
           END-IF.
      * 1 - numeros de facture au libelle
           PERFORM T69 THRU T69-EXIT
                   VARYING WIDXK FROM 1 BY 1
                   UNTIL WIDXK > WNB-C7 OR WRESTE NOT > ZERO.
           IF OPE-AFFECTEE
              GO TO T65F
           END-IF.
      * 2 - client reconnu + montant exact
           PERFORM T72 THRU T72-EXIT.
           IF WNCL-OPE = ZERO
              MOVE "NI" TO WMOTIF
              PERFORM T88 THRU T88-EXIT
              GO TO T65-EXIT
           END-IF.
           PERFORM T74 THRU T74-EXIT.
           IF OPE-AFFECTEE
              GO TO T65F
           END-IF.
      * 3 - combinaison des pieces ouvertes du client
           PERFORM T76 THRU T76-EXIT.
           IF NOT OPE-AFFECTEE
              MOVE "AC" TO WMOTIF
              PERFORM T88 THRU T88-EXIT
              GO TO T65-EXIT
           END-IF.
       T65F.
           IF WNFAC-PART NOT = ZERO
              MOVE "PA" TO WMOTIF
              PERFORM T88 THRU T88-EXIT
           END-IF.
           IF WRESTE > ZERO
              MOVE ZERO TO WNFAC-PART
              MOVE "EX" TO WMOTIF
              PERFORM T88 THRU T88-EXIT
           END-IF.
       T65-EXIT.
           EXIT.
       T66.
           IF WOP-NOPE(WIDXP) = WNOPE AND WOP-ETAT(WIDXP) = 'A'
              MOVE 1 TO WTRV
           END-IF.
      *
      * releve des suites de chiffres du libelle : 7 chiffres =
      * numero de facture candidat, 6 chiffres = numero de remise
       T67.
           MOVE ZERO TO WNB-C7 WNB-C6 WLG.
           PERFORM T67-CAR VARYING WPOSL FROM 1 BY 1
                   UNTIL WPOSL > WLGLIB.
           IF WLG > ZERO
              PERFORM T67-NUM
           END-IF.
       T67-EXIT.
           EXIT.
       T67-CAR.
           IF WLIB(WPOSL:1) IS NUMERIC
              IF WLG = ZERO
                 MOVE WPOSL TO WDEB
              END-IF
              ADD 1 TO WLG
           ELSE
              IF WLG > ZERO
                 PERFORM T67-NUM
              END-IF
              MOVE ZERO TO WLG
           END-IF.
       T67-NUM.
           IF WLG = 7 AND WNB-C7 < 10
              ADD 1 TO WNB-C7
              MOVE WLIB(WDEB:7) TO WC7-NUM(WNB-C7)
           END-IF.
           IF WLG = 6 AND WNB-C6 < 10
              ADD 1 TO WNB-C6
              MOVE WLIB(WDEB:6) TO WC6-NUM(WNB-C6)
           END-IF.
      *
      *----------------------------------------------------------------*
      * T68 : remise LCR : le montant doit egaler le total des traites *
      *       remises non encore revenues sous ce numero ; chaque      *
      *       traite est affectee a sa facture (la traite elle-meme    *
      *       reste a LCRC020 pour le sort a l'echeance)               *
      *----------------------------------------------------------------*
       T68.
           MOVE WC6-NUM(WIDXK) TO WNOREM.
           MOVE ZERO TO WTOTREM.
           PERFORM T68-CUM VARYING WIDXT FROM 1 BY 1
                   UNTIL WIDXT > WNB-TRA.
           IF WTOTREM = ZERO OR WTOTREM NOT = WMONTANT
              GO TO T68-EXIT
           END-IF.
           MOVE 'L' TO WMODE.
           PERFORM T68-AFF VARYING WIDXT FROM 1 BY 1
                   UNTIL WIDXT > WNB-TRA.
           MOVE 1 TO WAFF-OPE.
           MOVE ZERO TO WRESTE.
       T68-EXIT.
           EXIT.
       T68-CUM.
           IF WTR-NOREM(WIDXT) = WNOREM AND WTR-REMIS(WIDXT) = 'O'
              AND WTR-SOLDE(WIDXT) = SPACE
              ADD WTR-MONTANT(WIDXT) TO WTOTREM
           END-IF.
       T68-AFF.
           IF WTR-NOREM(WIDXT) = WNOREM AND WTR-REMIS(WIDXT) = 'O'
              AND WTR-SOLDE(WIDXT) = SPACE
              MOVE WTR-NFAC(WIDXT) TO WNUM7
              PERFORM T80 THRU T80-EXIT
              IF WTRV = 1
                 MOVE WTR-MONTANT(WIDXT) TO WALLOC
                 MOVE WTR-NECH(WIDXT) TO WNECH
                 MOVE SPACE TO WAVANT
                 PERFORM T84 THRU T84-EXIT
              END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      * T69 : facture designee au libelle : le montant restant est     *
      *       affecte dans l'ordre des numeros trouves                 *
      *----------------------------------------------------------------*
       T69.
           MOVE WC7-NUM(WIDXK) TO WNUM7.
           PERFORM T80 THRU T80-EXIT.
           IF WTRV = ZERO
              GO TO T69-EXIT
           END-IF.
           IF WOU-AVOIR(WPOSO) = 'O' OR WOU-SOLDE(WPOSO) = 'O'
              GO TO T69-EXIT
           END-IF.
           MOVE 'F' TO WMODE.
           PERFORM T82 THRU T82-EXIT.
       T69-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T72 : identification du client emetteur : par la facture       *
      *       deja trouvee, sinon par le debut du libelle (BANCLI)     *
      *----------------------------------------------------------------*
       T72.
           PERFORM T72-CMP VARYING WIDXB FROM 1 BY 1
                   UNTIL WIDXB > WNB-BCL OR WNCL-OPE NOT = ZERO.
       T72-EXIT.
           EXIT.
       T72-CMP.
           IF WLIB(1:WBC-LG(WIDXB)) = WBC-LIB(WIDXB)(1:WBC-LG(WIDXB))
              MOVE WBC-NCL(WIDXB) TO WNCL-OPE
           END-IF.
      *
      *----------------------------------------------------------------*
      * T74 : montant exact d'une facture ouverte du client (la plus   *
      *       ancienne), sinon d'une de ses traites non remises ou     *
      *       impayees                                                 *
      *----------------------------------------------------------------*
       T74.
           MOVE ZERO TO WTRV.
           PERFORM T74-FAC VARYING WIDXO FROM 1 BY 1
                   UNTIL WIDXO > WNB-OUV OR WTRV = 1.
           IF WTRV = 1
              MOVE 'M' TO WMODE
              PERFORM T82 THRU T82-EXIT
              GO TO T74-EXIT
           END-IF.
           PERFORM T74-TRA VARYING WIDXT FROM 1 BY 1
                   UNTIL WIDXT > WNB-TRA OR WTRV = 1.
           IF WTRV = 1
              PERFORM T78 THRU T78-EXIT
           END-IF.
       T74-EXIT.
           EXIT.
       T74-FAC.
           IF WOU-NCL(WIDXO) = WNCL-OPE AND WOU-AVOIR(WIDXO) = 'N'
              AND WOU-SOLDE(WIDXO) NOT = 'O'
              AND WOU-TTC(WIDXO) - WOU-DEJA(WIDXO) = WMONTANT
              MOVE 1 TO WTRV
              MOVE WIDXO TO WPOSO
           END-IF.
       T74-TRA.
           IF WTR-NCL(WIDXT) = WNCL-OPE
              AND WTR-MONTANT(WIDXT) = WMONTANT
              AND (WTR-SOLDE(WIDXT) = 'I' OR WTR-REMIS(WIDXT) NOT = 'O')
              MOVE 1 TO WTRV
              MOVE WIDXT TO WPOST
           END-IF.
      *
      *----------------------------------------------------------------*
      * T76 : combinaison : les 12 pieces ouvertes les plus anciennes  *
      *       du client (avoirs en deduction) ; d'abord le cumul des   *
      *       plus anciennes, puis tous les sous-ensembles             *
      *----------------------------------------------------------------*
       T76.
           MOVE ZERO TO WNB-CMB WCMB-OK WSOMME.
           PERFORM T76-SEL VARYING WIDXO FROM 1 BY 1
                   UNTIL WIDXO > WNB-OUV OR WNB-CMB = 12.
           IF WNB-CMB < 2
              GO TO T76-EXIT
           END-IF.
           PERFORM T76-CUM VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CMB OR CMB-TROUVEE.
           IF NOT CMB-TROUVEE
              COMPUTE WMASKMAX = (2 ** WNB-CMB) - 1
              PERFORM T77 THRU T77-EXIT
                      VARYING WMASK FROM 1 BY 1
                      UNTIL WMASK > WMASKMAX OR CMB-TROUVEE
           END-IF.
           IF NOT CMB-TROUVEE
              GO TO T76-EXIT
           END-IF.
           MOVE 'C' TO WMODE.
           PERFORM T76-AFF VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CMB.
           MOVE ZERO TO WRESTE.
           MOVE 1 TO WAFF-OPE.
       T76-EXIT.
           EXIT.
       T76-SEL.
           IF WOU-NCL(WIDXO) = WNCL-OPE AND WOU-SOLDE(WIDXO) NOT = 'O'
              AND WOU-TTC(WIDXO) > WOU-DEJA(WIDXO)
              ADD 1 TO WNB-CMB
              MOVE WIDXO TO WCB-POS(WNB-CMB)
              MOVE ZERO TO WCB-PRIS(WNB-CMB)
              COMPUTE WCB-MONT(WNB-CMB) =
                      WOU-TTC(WIDXO) - WOU-DEJA(WIDXO)
              IF WOU-AVOIR(WIDXO) = 'O'
                 COMPUTE WCB-MONT(WNB-CMB) = ZERO - WCB-MONT(WNB-CMB)
              END-IF
           END-IF.
       T76-CUM.
           ADD WCB-MONT(WIDXC) TO WSOMME.
           MOVE 1 TO WCB-PRIS(WIDXC).
           IF WSOMME = WMONTANT AND WIDXC > 1
              MOVE 1 TO WCMB-OK
           END-IF.
       T76-AFF.
           IF WCB-PRIS(WIDXC) = 1
              MOVE WCB-POS(WIDXC) TO WPOSO
              COMPUTE WALLOC = WOU-TTC(WPOSO) - WOU-DEJA(WPOSO)
              MOVE ZERO TO WNECH
              MOVE SPACE TO WAVANT
              PERFORM T84 THRU T84-EXIT
           END-IF.
      *
      * un sous-ensemble : bit n du masque = piece n retenue
       T77.
           MOVE WMASK TO WMASKW.
           MOVE ZERO TO WSOMME.
           PERFORM T77-BIT VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CMB.
           IF WSOMME = WMONTANT
              MOVE 1 TO WCMB-OK
           END-IF.
       T77-EXIT.
           EXIT.
       T77-BIT.
           DIVIDE WMASKW BY 2 GIVING WMASKW REMAINDER WBIT.
           MOVE WBIT TO WCB-PRIS(WIDXC).
           IF WBIT = 1
              ADD WCB-MONT(WIDXC) TO WSOMME
           END-IF.
      *
      *----------------------------------------------------------------*
      * T78 : traite reglee par virement au montant exact : la traite  *
      *       est pointee (P, R si impayee), le montant affecte a sa   *
      *       facture si elle est encore ouverte                       *
      *----------------------------------------------------------------*
       T78.
           MOVE WTR-NFAC(WPOST) TO FTR-NFAC.
           MOVE WTR-NECH(WPOST) TO FTR-NECH.
           READ FTRAITES
                INVALID KEY
                   GO TO T78-EXIT
           END-READ.
           MOVE FTR-SOLDE TO WAVANT.
           IF FTR-SOLDE = 'I'
              MOVE 'R' TO FTR-SOLDE
           ELSE
              MOVE 'P' TO FTR-SOLDE
           END-IF.
           MOVE WDATOP TO FTR-DATSOL.
           REWRITE FTR-LIGNE
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**POINTAGE TRAITE " FTR-NFAC "/" FTR-NECH
                           " IMPOSSIBLE"
                   GO TO T78-EXIT
           END-REWRITE.
           MOVE FTR-SOLDE TO WTR-SOLDE(WPOST).
           MOVE 'T' TO WMODE.
           MOVE WTR-NFAC(WPOST) TO WNUM7.
           PERFORM T80 THRU T80-EXIT.
           IF WTRV = 1
              MOVE WMONTANT TO WALLOC
              MOVE WTR-NECH(WPOST) TO WNECH
              PERFORM T84 THRU T84-EXIT
           ELSE
      * facture deja lettree a la remise : seul le sort de la traite
      * (impaye regularise) est journalise
              MOVE SPACES          TO LTJ-LIGNE
              MOVE WAVANT          TO LTJ-AVANT
              MOVE WNOPE           TO LTJ-NOPE
              MOVE WTR-NFAC(WPOST) TO LTJ-NFAC
              MOVE WTR-NECH(WPOST) TO LTJ-NECH
              MOVE WTR-NCL(WPOST)  TO LTJ-NCL
              MOVE WMONTANT        TO LTJ-MONTANT
              MOVE WDATOP          TO LTJ-DATOP
              MOVE WDATEJOUR       TO LTJ-DATRUN
              MOVE 'T'             TO LTJ-MODE
              MOVE 'A'             TO LTJ-SENS
              MOVE 'N'             TO LTJ-SOLDE
              WRITE LTJ-LIGNE
              PERFORM T86 THRU T86-EXIT
           END-IF.
           MOVE ZERO TO WRESTE.
           MOVE 1 TO WAFF-OPE.
       T78-EXIT.
           EXIT.
      *
DD9140*----------------------------------------------------------------*
DD9140* T79 : avis REMADV en attente : reference au libelle et montant *
DD9140*       vire egal au total de l'avis ; chaque facture de l'avis  *
DD9140*       recoit le montant paye (mode R)                          *
DD9140*----------------------------------------------------------------*
DD9140 T79.
DD9140     IF WPR-ETAT(WIDXE) NOT = SPACE
DD9140        GO TO T79-EXIT
DD9140     END-IF.
DD9140     MOVE WPR-REFPAY(WIDXE) TO WREFPAY.
DD9140     MOVE 16 TO WLGREF.
DD9140     PERFORM T79-LG UNTIL WLGREF = 1
DD9140             OR WREFPAY(WLGREF:1) NOT = SPACE.
DD9140     IF WLGREF < 4
DD9140        GO TO T79-EXIT
DD9140     END-IF.
DD9140     MOVE ZERO TO WCPT.
DD9140     INSPECT WLIB TALLYING WCPT FOR ALL WREFPAY(1:WLGREF).
DD9140     IF WCPT = ZERO
DD9140        GO TO T79-EXIT
DD9140     END-IF.
DD9140     MOVE ZERO TO WTOTPRE.
DD9140     PERFORM T79-CUM VARYING WIDXF FROM WIDXE BY 1
DD9140             UNTIL WIDXF > WNB-PRE.
DD9140     IF WTOTPRE NOT = WMONTANT
DD9140        GO TO T79-EXIT
DD9140     END-IF.
DD9140     MOVE 'R' TO WMODE.
DD9140     MOVE WPR-NCL(WIDXE) TO WNCL-OPE.
DD9140     PERFORM T79-AFF VARYING WIDXF FROM WIDXE BY 1
DD9140             UNTIL WIDXF > WNB-PRE.
DD9140     MOVE 1 TO WAFF-OPE.
DD9140 T79-EXIT.
DD9140     EXIT.
DD9140 T79-LG.
DD9140     SUBTRACT 1 FROM WLGREF.
DD9140 T79-CUM.
DD9140     IF WPR-REFPAY(WIDXF) = WREFPAY AND WPR-ETAT(WIDXF) = SPACE
DD9140        ADD WPR-MONTANT(WIDXF) TO WTOTPRE
DD9140     END-IF.
DD9140* une facture deja soldee ou inconnue laisse son montant en
DD9140* excedent pour la liste de travail
DD9140 T79-AFF.
DD9140     IF WPR-REFPAY(WIDXF) = WREFPAY AND WPR-ETAT(WIDXF) = SPACE
DD9140        MOVE 'L' TO WPR-ETAT(WIDXF)
DD9140        MOVE WPR-NFAC(WIDXF) TO WNUM7
DD9140        PERFORM T80 THRU T80-EXIT
DD9140        IF WTRV = 1
DD9140           COMPUTE WSOLDE-FAC = WOU-TTC(WPOSO) - WOU-DEJA(WPOSO)
DD9140           IF WOU-SOLDE(WPOSO) NOT = 'O' AND WSOLDE-FAC > ZERO
DD9140              MOVE WPR-MONTANT(WIDXF) TO WALLOC
DD9140              IF WALLOC > WSOLDE-FAC
DD9140                 MOVE WSOLDE-FAC TO WALLOC
DD9140              END-IF
DD9140              MOVE ZERO TO WNECH
DD9140              MOVE SPACE TO WAVANT
DD9140              PERFORM T84 THRU T84-EXIT
DD9140              SUBTRACT WALLOC FROM WRESTE
DD9140           END-IF
DD9140        END-IF
DD9140     END-IF.
DD9140*
      *----------------------------------------------------------------*
      * T80 : recherche de la piece ouverte WNUM7 (WTRV/WPOSO)         *
      *----------------------------------------------------------------*
       T80.
           MOVE ZERO TO WTRV.
           PERFORM T80-CMP VARYING WIDXO FROM 1 BY 1
                   UNTIL WIDXO > WNB-OUV OR WTRV = 1.
       T80-EXIT.
           EXIT.
       T80-CMP.
           IF WOU-NFAC(WIDXO) = WNUM7
              MOVE 1 TO WTRV
              MOVE WIDXO TO WPOSO
           END-IF.
      *
      *----------------------------------------------------------------*
      * T82 : affectation de WRESTE a la piece WPOSO, dans la limite   *
      *       de son solde ; une facture non couverte est notee        *
      *       partielle pour la liste de travail                       *
      *----------------------------------------------------------------*
       T82.
           COMPUTE WSOLDE-FAC = WOU-TTC(WPOSO) - WOU-DEJA(WPOSO).
           IF WSOLDE-FAC NOT > ZERO OR WRESTE NOT > ZERO
              GO TO T82-EXIT
           END-IF.
           IF WRESTE < WSOLDE-FAC
              MOVE WRESTE TO WALLOC
              MOVE WOU-NFAC(WPOSO) TO WNFAC-PART
           ELSE
              MOVE WSOLDE-FAC TO WALLOC
           END-IF.
           MOVE ZERO TO WNECH.
           MOVE SPACE TO WAVANT.
           PERFORM T84 THRU T84-EXIT.
           SUBTRACT WALLOC FROM WRESTE.
           MOVE 1 TO WAFF-OPE.
       T82-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T84 : ecriture de l'affectation WALLOC sur la piece WPOSO au   *
      *       journal ; piece couverte = temoin de reglement pose et   *
      *       traites non remises pointees                             *
      *----------------------------------------------------------------*
       T84.
           MOVE SPACES TO LTJ-LIGNE.
           MOVE WNOPE           TO LTJ-NOPE.
           MOVE WOU-NFAC(WPOSO) TO LTJ-NFAC.
           MOVE WNECH           TO LTJ-NECH.
           MOVE WAVANT          TO LTJ-AVANT.
           MOVE WOU-NCL(WPOSO)  TO LTJ-NCL.
           MOVE WALLOC          TO LTJ-MONTANT.
           MOVE WDATOP          TO LTJ-DATOP.
           MOVE WDATEJOUR       TO LTJ-DATRUN.
           MOVE WMODE           TO LTJ-MODE.
           MOVE 'A'             TO LTJ-SENS.
           MOVE 'N'             TO LTJ-SOLDE.
           ADD WALLOC TO WOU-DEJA(WPOSO).
           IF WOU-DEJA(WPOSO) NOT < WOU-TTC(WPOSO)
              MOVE 'O' TO LTJ-SOLDE
           END-IF.
           WRITE LTJ-LIGNE.
           ADD 1 TO WTOT-AFF.
           ADD WALLOC TO WMNT-AFF.
           MOVE WOU-NCL(WPOSO) TO WNCL-OPE.
           MOVE SPACES TO LIGNE.
           MOVE WDATOP          TO LDATOP.
           MOVE WOU-NCL(WPOSO)  TO LNCL.
           MOVE WOU-NFAC(WPOSO) TO LNFAC.
           MOVE WMODE           TO LMODE.
           MOVE WALLOC          TO LMONT.
           COMPUTE LRESTE = WOU-TTC(WPOSO) - WOU-DEJA(WPOSO).
           MOVE WLIB1           TO LLIB.
           IF LTJ-SOLDE = 'O'
              MOVE "PIECE SOLDEE" TO LLIB2
           ELSE
              MOVE "AFFECTATION PARTIELLE" TO LLIB2
           END-IF.
           WRITE LIGNE BEFORE 1.
           IF LTJ-SOLDE = 'O'
              PERFORM T85 THRU T85-EXIT
           END-IF.
       T84-EXIT.
           EXIT.
      *
      * piece soldee : temoin de reglement sur FFACTURE, traites non
      * remises (ou impayees) de la facture pointees avec elle
       T85.
           MOVE 'O' TO WOU-SOLDE(WPOSO).
           ADD 1 TO WTOT-SOLD.
           MOVE WOU-NFAC(WPOSO) TO FBCLE-CDESUP.
           READ FFACTURE
                INVALID KEY
                   GO TO T85-EXIT
           END-READ.
           MOVE 'O' TO FBREGLE.
           REWRITE FB-LIGNE
                INVALID KEY
                   DISPLAY "GPIWARNING"
                   DISPLAY "**LETTRAGE FACTURE " FBCLE-CDESUP
                           " IMPOSSIBLE"
           END-REWRITE.
DD9146     PERFORM T89 THRU T89-EXIT.
           PERFORM T85-TRA VARYING WIDXU FROM 1 BY 1
                   UNTIL WIDXU > WNB-TRA.
       T85-EXIT.
           EXIT.
       T85-TRA.
           IF WTR-NFAC(WIDXU) = WOU-NFAC(WPOSO)
              AND WMODE NOT = 'L'
              AND (WTR-SOLDE(WIDXU) = 'I'
                   OR (WTR-SOLDE(WIDXU) = SPACE
                       AND WTR-REMIS(WIDXU) NOT = 'O'))
              MOVE WIDXU TO WPOST
              PERFORM T87 THRU T87-EXIT
           END-IF.
      *
      * traite close avec sa facture : sort pose, trace au journal
      * (montant zero, sort precedent garde pour l'annulation)
       T87.
           MOVE WTR-NFAC(WPOST) TO FTR-NFAC.
           MOVE WTR-NECH(WPOST) TO FTR-NECH.
           READ FTRAITES
                INVALID KEY
                   GO TO T87-EXIT
           END-READ.
           MOVE SPACES TO LTJ-LIGNE.
           MOVE FTR-SOLDE TO LTJ-AVANT.
           IF FTR-SOLDE = 'I'
              MOVE 'R' TO FTR-SOLDE
           ELSE
              MOVE 'P' TO FTR-SOLDE
           END-IF.
           MOVE WDATOP TO FTR-DATSOL.
           REWRITE FTR-LIGNE
                INVALID KEY
                   GO TO T87-EXIT
           END-REWRITE.
           MOVE FTR-SOLDE TO WTR-SOLDE(WPOST).
           MOVE WNOPE           TO LTJ-NOPE.
           MOVE WTR-NFAC(WPOST) TO LTJ-NFAC.
           MOVE WTR-NECH(WPOST) TO LTJ-NECH.
           MOVE WTR-NCL(WPOST)  TO LTJ-NCL.
           MOVE ZERO            TO LTJ-MONTANT.
           MOVE WDATOP          TO LTJ-DATOP.
           MOVE WDATEJOUR       TO LTJ-DATRUN.
           MOVE WMODE           TO LTJ-MODE.
           MOVE 'A'             TO LTJ-SENS.
           MOVE 'O'             TO LTJ-SOLDE.
           WRITE LTJ-LIGNE.
       T87-EXIT.
           EXIT.
      *
      * traite seule (facture deja lettree) : edition
       T86.
           ADD 1 TO WTOT-AFF.
           ADD WMONTANT TO WMNT-AFF.
           MOVE SPACES TO LIGNE.
           MOVE WDATOP          TO LDATOP.
           MOVE WTR-NCL(WPOST)  TO LNCL.
           MOVE WTR-NFAC(WPOST) TO LNFAC.
           MOVE 'T'             TO LMODE.
           MOVE WMONTANT        TO LMONT.
           MOVE WLIB1           TO LLIB.
           MOVE "IMPAYE REGULARISE" TO LLIB2.
           WRITE LIGNE BEFORE 1.
       T86-EXIT.
           EXIT.
      *
DD9146*----------------------------------------------------------------*
DD9146* T89 : facture en devise soldee : ecart de change realise entre *
DD9146*       le taux de la facturation et le cours du jour du         *
DD9146*       reglement, au journal DEVREA                             *
DD9146*----------------------------------------------------------------*
DD9146 T89.
DD9146     IF WNB-DEV = ZERO OR FBNCDE(1:7) NOT NUMERIC
DD9146        GO TO T89-EXIT
DD9146     END-IF.
DD9146     MOVE FBNCDE(1:7) TO WNCDE-DEV.
DD9146     MOVE ZERO TO WTRVD.
DD9146     PERFORM T26-CMP VARYING WIDXV FROM 1 BY 1
DD9146             UNTIL WIDXV > WNB-DEV OR WTRVD = 1.
DD9146     IF WTRVD = ZERO
DD9146        GO TO T89-EXIT
DD9146     END-IF.
DD9146* facture en euro (taux 1) : pas d'ecart
DD9146     IF WDV-TAUX(WPOSV) = ZERO OR WDV-TAUX(WPOSV) = 1
DD9146        GO TO T89-EXIT
DD9146     END-IF.
DD9146     MOVE WDV-CDEV(WPOSV) TO WCDEV-TRT.
DD9146     MOVE ZERO TO WTXREG WDATCRS.
DD9146     PERFORM T89-CRS VARYING WIDXV FROM 1 BY 1
DD9146             UNTIL WIDXV > WNB-CRS.
DD9146     IF WTXREG = ZERO
DD9146        MOVE SPACES TO LIGNE
DD9146        MOVE WDATOP          TO LDATOP
DD9146        MOVE FBNCL           TO LNCL
DD9146        MOVE FBCLE-CDESUP    TO LNFAC
DD9146        MOVE WMODE           TO LMODE
DD9146        MOVE "TAUX DE CHANGE ABSENT, ECART NON CALCULE"
DD9146                             TO LLIB2
DD9146        WRITE LIGNE BEFORE 1
DD9146        GO TO T89-EXIT
DD9146     END-IF.
DD9146     COMPUTE WMONTDEV ROUNDED = FBMONTTC * WDV-TAUX(WPOSV).
DD9146     COMPUTE WCONTRE ROUNDED = WMONTDEV / WTXREG.
DD9146* avoir : le sens de l'ecart s'inverse
DD9146     IF FBCFA = 5 OR FBCFA = 6 OR FBCFA = 7
DD9146        COMPUTE WECART-DEV = FBMONTTC - WCONTRE
DD9146     ELSE
DD9146        COMPUTE WECART-DEV = WCONTRE - FBMONTTC
DD9146     END-IF.
DD9146     IF WECART-DEV = ZERO
DD9146        GO TO T89-EXIT
DD9146     END-IF.
DD9146     MOVE SPACES TO DVR-LIGNE.
DD9146     MOVE WNOPE           TO DVR-NOPE.
DD9146     MOVE FBCLE-CDESUP    TO DVR-NFAC.
DD9146     MOVE FBNCL           TO DVR-NCL.
DD9146     MOVE FBSOC           TO DVR-SOC.
DD9146     MOVE WCDEV-TRT       TO DVR-CDEV.
DD9146     MOVE WMONTDEV        TO DVR-MONTDEV.
DD9146     MOVE FBMONTTC        TO DVR-MONTEUR.
DD9146     MOVE WDV-TAUX(WPOSV) TO DVR-TXFAC.
DD9146     MOVE WTXREG          TO DVR-TXREG.
DD9146     MOVE WECART-DEV      TO DVR-ECART.
DD9146     MOVE WDATOP          TO DVR-DATOP.
DD9146     MOVE WDATEJOUR       TO DVR-DATRUN.
DD9146     MOVE 'A'             TO DVR-SENS.
DD9146     WRITE DVR-LIGNE.
DD9146     ADD 1 TO WTOT-DEV.
DD9146     ADD WECART-DEV TO WMNT-DEV.
DD9146     MOVE SPACES TO LIGNE.
DD9146     MOVE WDATOP          TO LDATOP.
DD9146     MOVE FBNCL           TO LNCL.
DD9146     MOVE FBCLE-CDESUP    TO LNFAC.
DD9146     MOVE WMODE           TO LMODE.
DD9146     MOVE WECART-DEV      TO LMONT.
DD9146     IF WECART-DEV > ZERO
DD9146        MOVE "GAIN DE CHANGE REALISE" TO LLIB2
DD9146     ELSE
DD9146        MOVE "PERTE DE CHANGE REALISEE" TO LLIB2
DD9146     END-IF.
DD9146     WRITE LIGNE BEFORE 1.
DD9146 T89-EXIT.
DD9146     EXIT.
DD9146* dernier cours de la devise connu a la date d'operation
DD9146 T89-CRS.
DD9146     IF WCR-CDEV(WIDXV) = WCDEV-TRT
DD9146        AND WCR-DATE(WIDXV) NOT > WDATOP
DD9146        AND WCR-DATE(WIDXV) NOT < WDATCRS
DD9146        MOVE WCR-DATE(WIDXV) TO WDATCRS
DD9146        MOVE WCR-TAUX(WIDXV) TO WTXREG
DD9146     END-IF.
DD9146*
      *----------------------------------------------------------------*
      * T88 : entree a la liste de travail du credit (motif charge     *
      *       par l'appelant dans LTA-MOTIF)                           *
      *----------------------------------------------------------------*
       T88.
           MOVE SPACES TO LTA-LIGNE.
           MOVE WMOTIF     TO LTA-MOTIF.
           MOVE WNOPE      TO LTA-NOPE.
           MOVE WNCL-OPE   TO LTA-NCL.
           MOVE WNFAC-PART TO LTA-NFAC.
           MOVE WDATOP     TO LTA-DATOP.
           MOVE WMONTANT   TO LTA-MONTANT.
           MOVE WLIB1      TO LTA-LIB.
           IF WNFAC-PART NOT = ZERO
              MOVE WNFAC-PART TO WNUM7
              PERFORM T80 THRU T80-EXIT
              COMPUTE LTA-RESTE = WOU-TTC(WPOSO) - WOU-DEJA(WPOSO)
           ELSE
              MOVE WRESTE TO LTA-RESTE
              ADD WRESTE TO WMNT-ATT
           END-IF.
           WRITE LTA-LIGNE.
           ADD 1 TO WTOT-ATT.
           MOVE SPACES TO LIGNE.
           MOVE WDATOP     TO LDATOP.
           MOVE WNCL-OPE   TO LNCL.
           MOVE WNFAC-PART TO LNFAC.
           MOVE WMONTANT   TO LMONT.
           MOVE LTA-RESTE  TO LRESTE.
           MOVE WLIB1      TO LLIB.
           IF LTA-MOTIF = "NI"
              MOVE "A TRAITER : EMETTEUR NON IDENTIFIE" TO LLIB2
           END-IF.
           IF LTA-MOTIF = "AC"
              MOVE "A TRAITER : AUCUNE PIECE NI COMBINAISON" TO LLIB2
           END-IF.
           IF LTA-MOTIF = "PA"
              MOVE "A TRAITER : FACTURE REGLEE PARTIELLEMENT" TO LLIB2
           END-IF.
           IF LTA-MOTIF = "EX"
              MOVE "A TRAITER : EXCEDENT NON AFFECTE" TO LLIB2
           END-IF.
           WRITE LIGNE BEFORE 1.
       T88-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : annulation des operations de LETANN : contrepassation    *
      *       au journal (sens X), temoin de reglement retire des      *
      *       pieces qui avaient ete soldees, sort des traites rendu   *
      *----------------------------------------------------------------*
       T70.
           OPEN INPUT LETANN.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "PAS DE DEMANDE D'ANNULATION"
              GO TO T70-EXIT
           END-IF.
           PERFORM T71 THRU T71-EXIT UNTIL FIN-LETANN.
           CLOSE LETANN.
           OPEN INPUT LETJRN.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "PAS DE JOURNAL DES AFFECTATIONS"
              GO TO T70-EXIT
           END-IF.
           PERFORM T40 THRU T40-EXIT.
           PERFORM T73 THRU T73-EXIT UNTIL FIN-LETJRN.
           CLOSE LETJRN.
           OPEN I-O FFACTURE.
           OPEN I-O FTRAITES.
           OPEN EXTEND LETJRN.
           PERFORM T75 THRU T75-EXIT
                   VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WNB-REV.
           CLOSE FFACTURE FTRAITES LETJRN.
DD9146     PERFORM T91 THRU T91-EXIT.
       T70-EXIT.
           EXIT.
      *
       T71.
           READ LETANN NEXT RECORD
                AT END MOVE 1 TO WFINA
                GO TO T71-EXIT.
           IF LTN-NOPE NOT = SPACES AND WNB-ANN < 500
              ADD 1 TO WNB-ANN
              MOVE LTN-NOPE TO WAN-NOPE(WNB-ANN)
           END-IF.
       T71-EXIT.
           EXIT.
      *
      * lignes A des operations demandees ; une ligne X efface les
      * lignes A deja retenues de l'operation (deja contrepassees)
       T73.
           MOVE ZERO TO WTRV.
           PERFORM T73-CMP VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-ANN OR WTRV = 1.
           IF WTRV = 1
              IF LTJ-SENS = 'X'
                 PERFORM T73-EFF VARYING WIDXR FROM 1 BY 1
                         UNTIL WIDXR > WNB-REV
              ELSE
                 IF WNB-REV < 9000
                    ADD 1 TO WNB-REV
                    MOVE LTJ-LIGNE TO WRV-LIGNE(WNB-REV)
                 END-IF
              END-IF
           END-IF.
           PERFORM T40 THRU T40-EXIT.
       T73-EXIT.
           EXIT.
       T73-CMP.
           IF WAN-NOPE(WIDXA) = LTJ-NOPE
              MOVE 1 TO WTRV
           END-IF.
       T73-EFF.
           IF WRV-LIGNE(WIDXR)(1:24) = LTJ-NOPE
              MOVE SPACES TO WRV-LIGNE(WIDXR)
           END-IF.
      *
       T75.
           IF WRV-LIGNE(WIDXR) = SPACES
              GO TO T75-EXIT
           END-IF.
           MOVE WRV-LIGNE(WIDXR) TO LTJ-LIGNE.
      * piece qui avait ete soldee : temoin de reglement retire
           IF LTJ-SOLDE = 'O' AND LTJ-NECH = ZERO
              MOVE LTJ-NFAC TO FBCLE-CDESUP
              READ FFACTURE
                   NOT INVALID KEY
                      MOVE SPACE TO FBREGLE
                      REWRITE FB-LIGNE
              END-READ
           END-IF.
      * traite : sort precedent rendu, facture rouverte si elle avait
      * ete soldee par cette traite
           IF LTJ-NECH NOT = ZERO AND LTJ-MODE NOT = 'L'
              MOVE LTJ-NFAC TO FTR-NFAC
              MOVE LTJ-NECH TO FTR-NECH
              READ FTRAITES
                   NOT INVALID KEY
                      MOVE LTJ-AVANT TO FTR-SOLDE
                      IF LTJ-AVANT = SPACE
                         MOVE ZERO TO FTR-DATSOL
                      END-IF
                      REWRITE FTR-LIGNE
              END-READ
           END-IF.
           IF LTJ-NECH NOT = ZERO AND LTJ-SOLDE = 'O'
              AND LTJ-MONTANT NOT = ZERO
              MOVE LTJ-NFAC TO FBCLE-CDESUP
              READ FFACTURE
                   NOT INVALID KEY
                      MOVE SPACE TO FBREGLE
                      REWRITE FB-LIGNE
              END-READ
           END-IF.
           MOVE 'X'       TO LTJ-SENS.
           MOVE WDATEJOUR TO LTJ-DATRUN.
           WRITE LTJ-LIGNE.
           ADD 1 TO WTOT-REV.
           MOVE SPACES TO LIGNE.
           MOVE LTJ-DATOP   TO LDATOP.
           MOVE LTJ-NCL     TO LNCL.
           MOVE LTJ-NFAC    TO LNFAC.
           MOVE LTJ-MODE    TO LMODE.
           MOVE LTJ-MONTANT TO LMONT.
           MOVE LTJ-NOPE    TO LLIB.
           MOVE "AFFECTATION ANNULEE" TO LLIB2.
           WRITE LIGNE BEFORE 1.
       T75-EXIT.
           EXIT.
      *
DD9146*----------------------------------------------------------------*
DD9146* T91 : ecarts de change realises des operations annulees :      *
DD9146*       contrepassation au journal DEVREA (sens X, date du jour  *
DD9146*       pour l'ecriture du mois de l'annulation)                 *
DD9146*----------------------------------------------------------------*
DD9146 T91.
DD9146     OPEN INPUT DEVREA.
DD9146     IF FILE-STATUS4 NOT = ZERO
DD9146        GO TO T91-EXIT
DD9146     END-IF.
DD9146     PERFORM T92 THRU T92-EXIT UNTIL FIN-DEVREA.
DD9146     CLOSE DEVREA.
DD9146     IF WNB-DRV = ZERO
DD9146        GO TO T91-EXIT
DD9146     END-IF.
DD9146     OPEN EXTEND DEVREA.
DD9146     IF FILE-STATUS4 NOT = ZERO
DD9146        OPEN OUTPUT DEVREA
DD9146     END-IF.
DD9146     PERFORM T93 THRU T93-EXIT
DD9146             VARYING WIDXD FROM 1 BY 1 UNTIL WIDXD > WNB-DRV.
DD9146     CLOSE DEVREA.
DD9146 T91-EXIT.
DD9146     EXIT.
DD9146*
DD9146 T92.
DD9146     READ DEVREA NEXT RECORD
DD9146          AT END MOVE 1 TO WFINR
DD9146          GO TO T92-EXIT.
DD9146     MOVE ZERO TO WTRV.
DD9146     PERFORM T92-CMP VARYING WIDXA FROM 1 BY 1
DD9146             UNTIL WIDXA > WNB-ANN OR WTRV = 1.
DD9146     IF WTRV = ZERO
DD9146        GO TO T92-EXIT
DD9146     END-IF.
DD9146     IF DVR-SENS = 'X'
DD9146        PERFORM T92-EFF VARYING WIDXD FROM 1 BY 1
DD9146                UNTIL WIDXD > WNB-DRV
DD9146     ELSE
DD9146        IF WNB-DRV < 500
DD9146           ADD 1 TO WNB-DRV
DD9146           MOVE DVR-LIGNE TO WDR-LIGNE(WNB-DRV)
DD9146        END-IF
DD9146     END-IF.
DD9146 T92-EXIT.
DD9146     EXIT.
DD9146 T92-CMP.
DD9146     IF WAN-NOPE(WIDXA) = DVR-NOPE
DD9146        MOVE 1 TO WTRV
DD9146     END-IF.
DD9146 T92-EFF.
DD9146     IF WDR-LIGNE(WIDXD)(1:24) = DVR-NOPE
DD9146        MOVE SPACES TO WDR-LIGNE(WIDXD)
DD9146     END-IF.
DD9146*
DD9146 T93.
DD9146     IF WDR-LIGNE(WIDXD) = SPACES
DD9146        GO TO T93-EXIT
DD9146     END-IF.
DD9146     MOVE WDR-LIGNE(WIDXD) TO DVR-LIGNE.
DD9146     MOVE 'X'       TO DVR-SENS.
DD9146     MOVE WDATEJOUR TO DVR-DATOP.
DD9146     MOVE WDATEJOUR TO DVR-DATRUN.
DD9146     WRITE DVR-LIGNE.
DD9146     ADD 1 TO WTOT-DEV.
DD9146     MOVE SPACES TO LIGNE.
DD9146     MOVE WDATEJOUR   TO LDATOP.
DD9146     MOVE DVR-NCL     TO LNCL.
DD9146     MOVE DVR-NFAC    TO LNFAC.
DD9146     MOVE DVR-ECART   TO LMONT.
DD9146     MOVE DVR-NOPE    TO LLIB.
DD9146     MOVE "ECART DE CHANGE CONTREPASSE" TO LLIB2.
DD9146     WRITE LIGNE BEFORE 1.
DD9146 T93-EXIT.
DD9146     EXIT.
DD9146*
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MVT TO LNFAC.
           MOVE "TOTAL MOUVEMENTS LUS" TO LLIB2.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEB TO LNFAC.
           MOVE "MOUVEMENTS DEBITEURS IGNORES" TO LLIB2.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-DEJA TO LNFAC.
           MOVE "OPERATIONS DEJA LETTREES" TO LLIB2.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-AFF TO LNFAC.
           MOVE WMNT-AFF TO LMONT.
           MOVE "TOTAL AFFECTATIONS" TO LLIB2.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-SOLD TO LNFAC.
           MOVE "PIECES SOLDEES" TO LLIB2.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-MAN TO LNFAC.
           MOVE "POINTAGES MANUELS APPLIQUES" TO LLIB2.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE WTOT-ATT TO LNFAC.
           MOVE WMNT-ATT TO LMONT.
           MOVE "ENTREES LISTE DE TRAVAIL CREDIT" TO LLIB2.
           WRITE LIGNE BEFORE 1.
           IF MODE-ANNULATION
              MOVE SPACES TO LIGNE
              MOVE WTOT-REV TO LNFAC
              MOVE "AFFECTATIONS ANNULEES" TO LLIB2
              WRITE LIGNE BEFORE 1
           END-IF.
DD9146     MOVE SPACES TO LIGNE.
DD9146     MOVE WTOT-DEV TO LNFAC.
DD9146     MOVE WMNT-DEV TO LMONT.
DD9146     MOVE "ECARTS DE CHANGE REALISES" TO LLIB2.
DD9146     WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
