      *DD9181 15/10/26 anes Creation - controle hebdomadaire de la
      *                     qualite des fiches FCLIENTS (TVA intracom,
      *                     SIRET, adresse, geo/pays/taxe, code
      *                     reglement, centrale et regle par, langue) :
      *                     liste de corrections par assistante et
      *                     tendance du score
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLQUC010.
      *
      ******************************************************************
      * GPICMT    Qualite des fiches clients, scan hebdomadaire de      *
      *           toutes les fiches FCLIENTS actives (cletat different  *
      *           de 9) :                                               *
      *           - TVA intracom (CLISUITE clsntv) : obligatoire pour   *
      *             un client facture a lui-meme en France ou dans un   *
      *             pays de EUPAYS ; prefixe du pays, format du pays    *
      *             (table NICFMT, plusieurs formats par pays           *
      *             possibles) et cle de controle FR, BE, DE, IT, LU,   *
      *             SK ; le SIREN du numero FR doit etre celui du SIRET *
      *           - SIRET : obligatoire pour un client route Chorus Pro *
      *             (FMTROUTE format CP) ; 14 chiffres, cle de Luhn du  *
      *             SIRET et du SIREN (regle La Poste pour le SIREN     *
      *             356000000)                                          *
      *           - bloc adresse : nom, rue, code postal (5 chiffres en *
      *             France), ville, pays                                *
      *           - code geo / pays / code taxe : geo 0 en France, 1    *
      *             dans un pays de EUPAYS, ni 0 ni 1 a l'export, et    *
      *             couple geo/taxe present dans la table de mmpa-vtax1 *
      *             (MMPAVTAX, comme CTRFC010)                          *
      *           - code reglement du client qui se regle lui-meme      *
      *             present dans REGLTERM (le bareme de regech1)        *
      *           - centrale (clnuf), regle par (clrep) et facture a    *
      *             (clfaa) : client existant et non supprime           *
      *           - client etranger : une langue dans CLILANG (lngcli1) *
      *           L'assistante d'un client est la derniere qui a repris *
      *           une de ses commandes (SEQCOM1, comme ASSIC010).       *
      *           ETAT1 : la liste de corrections par assistante (une   *
      *           page par assistante), puis le recapitulatif : score = *
      *           part des clients sans anomalie, compare aux quatre    *
      *           passages precedents (historique permanent CLQHIS,     *
      *           reecrit dans CLQHISN ; une relance du jour remplace   *
      *           ses lignes), et le nombre d'anomalies par controle.   *
      *           Rien n'est modifie dans les fiches.                   *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCLIENTS ASSIGN TO FCLIENTS
                       organization indexed
                       access mode sequential
                       record key CLNCL
                       file status is file-status.
      *
           SELECT CLISUITE ASSIGN TO CLI-SUITE
                       organization indexed
                       access mode random
                       record key CLSNCL
                       file status is file-status2.
      *
           SELECT MMPAVTAX ASSIGN TO MMP-AVTAX
                       organization indexed
                       access mode random
                       record key VTX-CLE
                       file status is file-status4.
      *
           SELECT FMTROUTE ASSIGN TO FMT-ROUTE
                       organization indexed
                       access mode sequential
                       record key FMR-CLE
                       file status is file-status3.
      *
           SELECT EUPAYS ASSIGN TO EUP-AYS
                       organization line sequential
                       file status is file-status3.
      *
           SELECT NICFMT ASSIGN TO NIC-FMT
                       organization line sequential
                       file status is file-status3.
      *
           SELECT REGLTERM ASSIGN TO REG-LTERM
                       organization line sequential
                       file status is file-status3.
      *
           SELECT CLILANG ASSIGN TO CLILANG
                       organization line sequential
                       file status is file-status3.
      *
           SELECT SEQCOM1 ASSIGN TO SEQCOM1
                       organization line sequential
                       file status is file-status3.
      *
           SELECT CLQHIS ASSIGN TO CLQ-HIS
                       organization line sequential
                       file status is file-status3.
      *
           SELECT CLQHISN ASSIGN TO CLQ-HISN
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * fiche client : vue des seules zones controlees (meme decoupage
      * que CLNVC020, cle et niveau aux memes positions)
       FD  FCLIENTS
                DATA RECORD CL-LIGNE.
       01  CL-LIGNE.
           02 CLNCL                PIC 9(6).
           02 CLETAT               PIC X.
           02 CLNOM                PIC X(30).
           02 CLRUE                PIC X(30).
           02 CLCPO                PIC X(5).
           02 CLVIL                PIC X(25).
           02 CLPAYS               PIC XX.
           02 CLGEO                PIC X.
           02 CLNIVEAU             PIC X.
           02 CLTAXE               PIC X.
           02 CLCRT                PIC 99.
           02 CLCRT-X REDEFINES CLCRT PIC XX.
           02 CLNUF                PIC 9(6).
           02 CLREP                PIC 9(6).
           02 CLFAA                PIC 9(6).
           02 CLSIRET              PIC X(14).
           02 FILLER               PIC X(364).
      *
      * suite de la fiche client : numero de TVA intracommunautaire
       FD  CLISUITE
                DATA RECORD CLS-LIGNE.
       01  CLS-LIGNE.
           02 CLSNCL               PIC 9(6).
           02 CLSNTV               PIC X(14).
           02 FILLER               PIC X(80).
      *
       FD  MMPAVTAX
                DATA RECORD VTX-LIGNE.
       01  VTX-LIGNE.
           02 VTX-CLE.
              03 VTX-GEO            PIC X.
              03 VTX-TAXE           PIC X.
           02 VTX-LIB               PIC X(30).
      *
       FD  FMTROUTE
                DATA RECORD FMR-LIGNE.
       01  FMR-LIGNE.
           02 FMR-CLE.
              03 FMR-SOC           PIC X(6).
              03 FMR-NCL           PIC 9(6).
           02 FMR-FORMAT           PIC XX.
           02 FMR-SERVICE          PIC X(10).
           02 FMR-LIB              PIC X(30).
      *
       FD  EUPAYS
                DATA RECORD EUP-LIGNE.
       01  EUP-LIGNE.
           02 EUP-PAYS           PIC XX.
           02 FILLER             PIC X.
           02 EUP-LIB            PIC X(20).
      *
      * format du numero intracom apres le prefixe : 9 chiffre,
      * A lettre, X chiffre ou lettre, espace fin du numero, tout
      * autre caractere attendu tel quel ; prefixe a blanc = code pays
       FD  NICFMT
                DATA RECORD NIF-LIGNE.
       01  NIF-LIGNE.
           02 NIF-PAYS           PIC XX.
           02 FILLER             PIC X.
           02 NIF-PREF           PIC XX.
           02 FILLER             PIC X.
           02 NIF-FMT            PIC X(12).
           02 FILLER             PIC X.
           02 NIF-LIB            PIC X(30).
      *
       FD  REGLTERM
                DATA RECORD RGT-LIGNE.
       01  RGT-LIGNE.
           02 RGT-REGL           PIC 99.
           02 FILLER             PIC X(45).
      *
       FD  CLILANG
                DATA RECORD CLG-LIGNE.
       01  CLG-LIGNE.
           02 CLG-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CLG-LANGUE         PIC XX.
      *
       FD  SEQCOM1
                DATA RECORD WOR-SEQCOM12.
       01  WOR-SEQCOM12.
           02 SC-ASSIST            PIC X(4).
           02 FILLER               PIC X.
           02 SC-RECLI             PIC X(15).
           02 FILLER               PIC X.
           02 SC-CDEGPI            PIC X(8).
           02 FILLER               PIC X.
           02 SC-CLIEN             PIC 9(6).
           02 FILLER               PIC X.
           02 SC-TCLIEN            PIC X(3).
           02 FILLER               PIC X.
           02 SC-TCDE              PIC X.
           02 FILLER               PIC X.
           02 SC-TCOM              PIC X.
      *
      * historique du score : une ligne par passage et par assistante,
      * assistante **** = tous clients
       FD  CLQHIS
                DATA RECORD CQH-LIGNE.
       01  CQH-LIGNE.
           02 CQH-DATE             PIC 9(6).
           02 FILLER               PIC X.
           02 CQH-ASSIST           PIC X(4).
           02 FILLER               PIC X.
           02 CQH-NBCLI            PIC 9(6).
           02 FILLER               PIC X.
           02 CQH-NBANO            PIC 9(6).
           02 FILLER               PIC X.
           02 CQH-NBERR            PIC 9(6).
           02 FILLER               PIC X.
           02 CQH-SCORE            PIC 9(3)V9.
      *
       FD  CLQHISN
                DATA RECORD CQN-LIGNE.
       01  CQN-LIGNE.
           02 CQN-DATE             PIC 9(6).
           02 FILLER               PIC X.
           02 CQN-ASSIST           PIC X(4).
           02 FILLER               PIC X.
           02 CQN-NBCLI            PIC 9(6).
           02 FILLER               PIC X.
           02 CQN-NBANO            PIC 9(6).
           02 FILLER               PIC X.
           02 CQN-NBERR            PIC 9(6).
           02 FILLER               PIC X.
           02 CQN-SCORE            PIC 9(3)V9.
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LNOM                 PIC X(20).
           02 FILLER               PIC X(2).
           02 LLIB                 PIC X(36).
           02 FILLER               PIC X(2).
           02 LVAL                 PIC X(20).
       01  L2.
           02 LASSIST              PIC X(11).
           02 FILLER               PIC X(2).
           02 LNBCLI               PIC Z(5)9.
           02 FILLER               PIC X(2).
           02 LNBANO               PIC Z(5)9.
           02 FILLER               PIC X(2).
           02 LNBERR               PIC Z(5)9.
           02 FILLER               PIC X(3).
           02 LSCORE               PIC ZZ9V,9.
           02 LSCP-E OCCURS 4.
              03 FILLER            PIC X(3).
              03 LSCP              PIC ZZ9V,9 blank zero.
           02 FILLER               PIC X(3).
           02 LTEND                PIC X.
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  WFIN                   PIC 9 value zero.
           88 FIN-FCLIENTS        value 1.
       01  WFINT                  PIC 9 value zero.
           88 FIN-TABLE           value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
      *
      **** fiches clients (premier passage), dans l'ordre de la cle ;
      **** assistante (SEQCOM1), langue (CLILANG), top Chorus Pro
       01  WNB-CLI                PIC 9(5) VALUE ZERO.
       01  WTCLI.
           02 WTCLI-E OCCURS 1 TO 60000 DEPENDING ON WNB-CLI
                       ASCENDING KEY WCL-NCL
                       INDEXED BY IX-CLI.
              03 WCL-NCL          PIC 9(6).
              03 WCL-ETAT         PIC X.
              03 WCL-ASSIST       PIC X(4).
              03 WCL-LANGUE       PIC XX.
              03 WCL-CHORUS       PIC X.
       01  WNCL-RECH              PIC 9(6).
       01  WCLI-TRV               PIC 9.
           88 CLIENT-TROUVE       VALUE 1.
      *
      **** pays intra-UE
       01  WTPAY.
           02 WTPAY-E OCCURS 50   PIC XX.
       01  WNB-PAY                PIC 9(3) VALUE ZERO.
       01  WIDXP                  PIC 9(3).
       01  WPAY-OK                PIC 9.
           88 PAYS-INTRA-UE       VALUE 1.
      *
      **** formats de numero intracom par pays
       01  WTNIF.
           02 WTNIF-E OCCURS 100.
              03 WNF-PAYS         PIC XX.
              03 WNF-PREF         PIC XX.
              03 WNF-FMT          PIC X(12).
       01  WNB-NIF                PIC 9(3) VALUE ZERO.
       01  WIDXN                  PIC 9(3).
      *
      **** codes reglement du bareme REGLTERM
       01  WTREG.
           02 WTREG-E OCCURS 100  PIC 99.
       01  WNB-REG                PIC 9(3) VALUE ZERO.
       01  WIDXR                  PIC 9(3).
      *
      **** assistantes dans l'ordre du code ; WAS-SCP : score des
      **** quatre passages precedents, le plus recent en premier
       01  WTASS.
           02 WTASS-E OCCURS 200.
              03 WAS-CODE         PIC X(4).
              03 WAS-NBCLI        PIC 9(6).
              03 WAS-NBANO        PIC 9(6).
              03 WAS-NBERR        PIC 9(6).
              03 WAS-SCORE        PIC 9(3)V9.
              03 WAS-SCP          PIC 9(3)V9 OCCURS 4.
       01  WNB-ASS                PIC 9(3) VALUE ZERO.
       01  WIDXA                  PIC 9(3).
       01  WPOSA                  PIC 9(3).
       01  WTRV                   PIC 9.
      **** tous clients, meme decoupage qu'une ligne assistante
       01  WTGLO.
           02 WGL-CODE            PIC X(4).
           02 WGL-NBCLI           PIC 9(6).
           02 WGL-NBANO           PIC 9(6).
           02 WGL-NBERR           PIC 9(6).
           02 WGL-SCORE           PIC 9(3)V9.
           02 WGL-SCP             PIC 9(3)V9 OCCURS 4.
      **** ligne a editer au recapitulatif
       01  WCUR.
           02 WCU-CODE            PIC X(4).
           02 WCU-NBCLI           PIC 9(6).
           02 WCU-NBANO           PIC 9(6).
           02 WCU-NBERR           PIC 9(6).
           02 WCU-SCORE           PIC 9(3)V9.
           02 WCU-SCP             PIC 9(3)V9 OCCURS 4.
       01  WIDXS                  PIC 9.
      *
      **** anomalies du passage, dans l'ordre des clients
       01  WTANO.
           02 WTANO-E OCCURS 30000.
              03 WAN-ASSIST       PIC X(4).
              03 WAN-NCL          PIC 9(6).
              03 WAN-NOM          PIC X(20).
              03 WAN-CODE         PIC 99.
              03 WAN-VAL          PIC X(20).
       01  WNB-ANO                PIC 9(5) VALUE ZERO.
       01  WANO-PLEIN             PIC 9 VALUE ZERO.
       01  WIDX                   PIC 9(5).
      *
      **** libelles des controles, nombre d'anomalies par controle
       01  WTLIB-TABLE.
           02 FILLER              PIC X(36) VALUE
              "NUMERO INTRACOM ABSENT".
           02 FILLER              PIC X(36) VALUE
              "NUMERO INTRACOM : PREFIXE PAYS".
           02 FILLER              PIC X(36) VALUE
              "NUMERO INTRACOM : FORMAT INVALIDE".
           02 FILLER              PIC X(36) VALUE
              "NUMERO INTRACOM : CLE INVALIDE".
           02 FILLER              PIC X(36) VALUE
              "SIRET ABSENT (CLIENT CHORUS PRO)".
           02 FILLER              PIC X(36) VALUE
              "SIRET/SIREN : FORMAT OU CLE".
           02 FILLER              PIC X(36) VALUE
              "SIREN INTRACOM DIFFERENT DU SIRET".
           02 FILLER              PIC X(36) VALUE
              "ADRESSE : NOM ABSENT".
           02 FILLER              PIC X(36) VALUE
              "ADRESSE : RUE ABSENTE".
           02 FILLER              PIC X(36) VALUE
              "ADRESSE : CODE POSTAL".
           02 FILLER              PIC X(36) VALUE
              "ADRESSE : VILLE ABSENTE".
           02 FILLER              PIC X(36) VALUE
              "ADRESSE : PAYS ABSENT".
           02 FILLER              PIC X(36) VALUE
              "CODE GEO INCOHERENT AVEC LE PAYS".
           02 FILLER              PIC X(36) VALUE
              "COUPLE GEO/TAXE INVALIDE".
           02 FILLER              PIC X(36) VALUE
              "CODE REGLEMENT ABSENT DE REGLTERM".
           02 FILLER              PIC X(36) VALUE
              "CENTRALE INEXISTANTE OU SUPPRIMEE".
           02 FILLER              PIC X(36) VALUE
              "REGLE PAR INEXISTANT OU SUPPRIME".
           02 FILLER              PIC X(36) VALUE
              "FACTURE A INEXISTANT OU SUPPRIME".
           02 FILLER              PIC X(36) VALUE
              "LANGUE ABSENTE DE CLILANG".
       01  WTLIB-T REDEFINES WTLIB-TABLE.
           02 WTLIB-E OCCURS 19   PIC X(36).
       01  WTCOD.
           02 WCO-NB OCCURS 19    PIC 9(6).
       01  WCODE                  PIC 99.
       01  WVAL                   PIC X(20).
      *
      **** client en cours
       01  WASSIST-CLI            PIC X(4).
       01  WLANGUE-CLI            PIC XX.
       01  WCHORUS-CLI            PIC X.
       01  WNB-ANOC               PIC 9(3).
       01  WFACT-SOI              PIC 9.
           88 CLIENT-FACTURE      VALUE 1.
       01  WNCL-ED                PIC 9(6).
       01  WNCL-X                 PIC X(6).
      *
      **** numero intracom : prefixe pays + corps de 12 au plus
       01  WNIC                   PIC X(14).
       01  WNIC-R REDEFINES WNIC.
           02 WNIC-PREF           PIC XX.
           02 WNIC-CORPS          PIC X(12).
       01  WPREF-ATT              PIC XX.
       01  WNB-FMTP               PIC 9(3).
       01  WFMT-OK                PIC 9.
       01  WCAR-KO                PIC 9.
       01  WPOSC                  PIC 99.
       01  WCAR                   PIC X.
       01  WFMT-CAR               PIC X.
      *
      **** calcul des cles de controle
       01  WCLE-N                 PIC 9(11).
       01  WQUOT                  PIC 9(11).
       01  WREST                  PIC 9(3).
       01  WCLE-ATT               PIC 9(3).
       01  WCLE-LUE               PIC 99.
       01  WCLE-KO                PIC 9.
       01  WDE-P                  PIC 99.
       01  WDE-S                  PIC 99.
       01  WLUHN.
           02 WLU-ZONE            PIC X(14).
           02 WLU-CHF REDEFINES WLU-ZONE PIC 9 OCCURS 14.
       01  WLU-LG                 PIC 99.
       01  WLU-POS                PIC 99.
       01  WLU-VAL                PIC 99.
       01  WLU-SOM                PIC 9(4).
       01  WLU-DBL                PIC 9.
      * L : cle de Luhn ; S : somme des chiffres (SIRET La Poste)
       01  WLU-MODE               PIC X.
       01  WLU-DIV                PIC 99.
       01  WLU-OK                 PIC 9.
      *
       01  WTOT-LUS               PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : tables, premier passage FCLIENTS, scan, historique et    *
      *       edition                                                  *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WFIN WNB-CLI WNB-PAY WNB-NIF WNB-REG WNB-ASS
                        WNB-ANO WANO-PLEIN WTOT-LUS.
           INITIALIZE WTGLO WTCOD.
           MOVE "****" TO WGL-CODE.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'clquc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           OPEN OUTPUT ETAT1.
           PERFORM T12 THRU T12-EXIT.
           OPEN INPUT FCLIENTS.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "OUVERTURE FCLIENTS IMPOSSIBLE " FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T22 THRU T22-EXIT UNTIL FIN-FCLIENTS.
           CLOSE FCLIENTS.
           PERFORM T30 THRU T30-EXIT.
           OPEN INPUT CLISUITE.
           IF FILE-STATUS2 NOT = ZERO
              DISPLAY "OUVERTURE CLISUITE IMPOSSIBLE " FILE-STATUS2
              STOP RUN
           END-IF.
           OPEN INPUT MMPAVTAX.
           IF FILE-STATUS4 NOT = ZERO
              DISPLAY "OUVERTURE TABLE TAXE/GEO IMPOSSIBLE "
                      FILE-STATUS4
              STOP RUN
           END-IF.
           MOVE ZERO TO WFIN.
           OPEN INPUT FCLIENTS.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T50 THRU T50-EXIT UNTIL FIN-FCLIENTS.
           CLOSE FCLIENTS CLISUITE MMPAVTAX.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDXA FROM 1 BY 1 UNTIL WIDXA > WNB-ASS.
           PERFORM T84 THRU T84-EXIT.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T12 : tables de controle (pays UE, formats intracom, codes     *
      *       reglement)                                               *
      *----------------------------------------------------------------*
       T12.
           OPEN INPUT EUPAYS.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "PAS DE TABLE PAYS INTRA-UE"
              STOP RUN
           END-IF.
           MOVE ZERO TO WFINT.
           PERFORM T13 THRU T13-EXIT UNTIL FIN-TABLE.
           CLOSE EUPAYS.
           OPEN INPUT NICFMT.
           IF FILE-STATUS3 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T14 THRU T14-EXIT UNTIL FIN-TABLE
              CLOSE NICFMT
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE TABLE NICFMT : FORMAT INTRACOM NON "
                      "CONTROLE"
           END-IF.
           OPEN INPUT REGLTERM.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "OUVERTURE REGLTERM IMPOSSIBLE " FILE-STATUS3
              STOP RUN
           END-IF.
           MOVE ZERO TO WFINT.
           PERFORM T15 THRU T15-EXIT UNTIL FIN-TABLE.
           CLOSE REGLTERM.
       T12-EXIT.
           EXIT.
      *
       T13.
           READ EUPAYS NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T13-EXIT.
           IF EUP-PAYS NOT = SPACES
              IF WNB-PAY < 50
                 ADD 1 TO WNB-PAY
                 MOVE EUP-PAYS TO WTPAY-E(WNB-PAY)
              END-IF
           END-IF.
       T13-EXIT.
           EXIT.
      *
       T14.
           READ NICFMT NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T14-EXIT.
           IF NIF-PAYS NOT = SPACES AND NIF-FMT NOT = SPACES
              IF WNB-NIF < 100
                 ADD 1 TO WNB-NIF
                 MOVE NIF-PAYS TO WNF-PAYS(WNB-NIF)
                 MOVE NIF-PREF TO WNF-PREF(WNB-NIF)
                 IF NIF-PREF = SPACES
                    MOVE NIF-PAYS TO WNF-PREF(WNB-NIF)
                 END-IF
                 MOVE NIF-FMT  TO WNF-FMT(WNB-NIF)
              END-IF
           END-IF.
       T14-EXIT.
           EXIT.
      *
       T15.
           READ REGLTERM NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T15-EXIT.
           IF RGT-REGL NUMERIC
              IF WNB-REG < 100
                 ADD 1 TO WNB-REG
                 MOVE RGT-REGL TO WTREG-E(WNB-REG)
              END-IF
           END-IF.
       T15-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T20/T22 : premier passage, table des clients dans l'ordre de   *
      *           la cle (existence et etat des centrales, regle par   *
      *           et facture a)                                        *
      *----------------------------------------------------------------*
       T20.
           READ FCLIENTS NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
       T22.
           IF WNB-CLI NOT < 60000
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES CLIENTS PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           ADD 1 TO WNB-CLI.
           MOVE CLNCL  TO WCL-NCL(WNB-CLI).
           MOVE CLETAT TO WCL-ETAT(WNB-CLI).
           MOVE SPACES TO WCL-ASSIST(WNB-CLI) WCL-LANGUE(WNB-CLI).
           MOVE 'N'    TO WCL-CHORUS(WNB-CLI).
           PERFORM T20 THRU T20-EXIT.
       T22-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30 : par client : assistante (derniere commande reprise,      *
      *       SEQCOM1), langue (CLILANG), routage Chorus Pro (FMTROUTE)*
      *----------------------------------------------------------------*
       T30.
           OPEN INPUT SEQCOM1.
           IF FILE-STATUS3 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T32 THRU T32-EXIT UNTIL FIN-TABLE
              CLOSE SEQCOM1
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**PAS DE SEQCOM1 : CLIENTS NON AFFECTES"
           END-IF.
           OPEN INPUT CLILANG.
           IF FILE-STATUS3 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T34 THRU T34-EXIT UNTIL FIN-TABLE
              CLOSE CLILANG
           END-IF.
           OPEN INPUT FMTROUTE.
           IF FILE-STATUS3 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T36 THRU T36-EXIT UNTIL FIN-TABLE
              CLOSE FMTROUTE
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**OUVERTURE FMTROUTE IMPOSSIBLE " FILE-STATUS3
                      " : SIRET CHORUS NON CONTROLE"
           END-IF.
       T30-EXIT.
           EXIT.
      *
       T32.
           READ SEQCOM1 NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T32-EXIT.
           IF SC-CLIEN NOT NUMERIC OR SC-ASSIST = SPACES
              GO TO T32-EXIT
           END-IF.
           MOVE SC-CLIEN TO WNCL-RECH.
           PERFORM T38 THRU T38-EXIT.
           IF CLIENT-TROUVE
              MOVE SC-ASSIST TO WCL-ASSIST(IX-CLI)
           END-IF.
       T32-EXIT.
           EXIT.
      *
       T34.
           READ CLILANG NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T34-EXIT.
           IF CLG-NCL NOT NUMERIC OR CLG-LANGUE = SPACES
              GO TO T34-EXIT
           END-IF.
           MOVE CLG-NCL TO WNCL-RECH.
           PERFORM T38 THRU T38-EXIT.
           IF CLIENT-TROUVE
              MOVE CLG-LANGUE TO WCL-LANGUE(IX-CLI)
           END-IF.
       T34-EXIT.
           EXIT.
      *
       T36.
           READ FMTROUTE NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T36-EXIT.
           IF FMR-FORMAT NOT = "CP"
              GO TO T36-EXIT
           END-IF.
           MOVE FMR-NCL TO WNCL-RECH.
           PERFORM T38 THRU T38-EXIT.
           IF CLIENT-TROUVE
              MOVE 'O' TO WCL-CHORUS(IX-CLI)
           END-IF.
       T36-EXIT.
           EXIT.
      *
      * T38 : recherche d'un client (WNCL-RECH) dans la table
       T38.
           MOVE ZERO TO WCLI-TRV.
           IF WNB-CLI = ZERO
              GO TO T38-EXIT
           END-IF.
           SEARCH ALL WTCLI-E
              AT END
                 GO TO T38-EXIT
              WHEN WCL-NCL(IX-CLI) = WNCL-RECH
                 MOVE 1 TO WCLI-TRV
           END-SEARCH.
       T38-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T50 : second passage, controles d'une fiche active             *
      *----------------------------------------------------------------*
       T50.
           IF CLETAT = '9'
              GO TO T50F
           END-IF.
           ADD 1 TO WTOT-LUS.
           MOVE ZERO TO WNB-ANOC.
           MOVE CLNCL TO WNCL-RECH.
           PERFORM T38 THRU T38-EXIT.
           MOVE SPACES TO WASSIST-CLI WLANGUE-CLI.
           MOVE 'N'    TO WCHORUS-CLI.
           IF CLIENT-TROUVE
              MOVE WCL-ASSIST(IX-CLI) TO WASSIST-CLI
              MOVE WCL-LANGUE(IX-CLI) TO WLANGUE-CLI
              MOVE WCL-CHORUS(IX-CLI) TO WCHORUS-CLI
           END-IF.
           PERFORM T66 THRU T66-EXIT.
           MOVE ZERO TO WFACT-SOI.
           IF CLFAA = ZERO OR CLFAA = CLNCL
              MOVE 1 TO WFACT-SOI
           END-IF.
           MOVE ZERO TO WPAY-OK.
           PERFORM T51 VARYING WIDXP FROM 1 BY 1
                   UNTIL WIDXP > WNB-PAY OR PAYS-INTRA-UE.
           PERFORM T52 THRU T52-EXIT.
           PERFORM T54 THRU T54-EXIT.
           PERFORM T56 THRU T56-EXIT.
           PERFORM T58 THRU T58-EXIT.
           PERFORM T60 THRU T60-EXIT.
           PERFORM T62 THRU T62-EXIT.
           PERFORM T64 THRU T64-EXIT.
           ADD 1 TO WAS-NBCLI(WPOSA) WGL-NBCLI.
           IF WNB-ANOC > ZERO
              ADD 1 TO WAS-NBANO(WPOSA) WGL-NBANO
           END-IF.
       T50F.
           PERFORM T20 THRU T20-EXIT.
       T50-EXIT.
           EXIT.
      *
       T51.
           IF WTPAY-E(WIDXP) = CLPAYS
              MOVE 1 TO WPAY-OK
           END-IF.
      *
      *----------------------------------------------------------------*
      * T52 : bloc adresse                                             *
      *----------------------------------------------------------------*
       T52.
           MOVE SPACES TO WVAL.
           IF CLNOM = SPACES
              MOVE 8 TO WCODE
              PERFORM T70 THRU T70-EXIT
           END-IF.
           IF CLRUE = SPACES
              MOVE 9 TO WCODE
              PERFORM T70 THRU T70-EXIT
           END-IF.
           IF CLCPO = SPACES
              OR (CLPAYS = "FR" AND CLCPO NOT NUMERIC)
              MOVE 10 TO WCODE
              MOVE CLCPO TO WVAL
              PERFORM T70 THRU T70-EXIT
              MOVE SPACES TO WVAL
           END-IF.
           IF CLVIL = SPACES
              MOVE 11 TO WCODE
              PERFORM T70 THRU T70-EXIT
           END-IF.
           IF CLPAYS = SPACES
              MOVE 12 TO WCODE
              PERFORM T70 THRU T70-EXIT
           END-IF.
       T52-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T54 : code geo / pays, couple geo / code taxe                  *
      *----------------------------------------------------------------*
       T54.
           MOVE SPACES TO WVAL.
           STRING "PAYS " CLPAYS " GEO " CLGEO " TAXE " CLTAXE
                  DELIMITED BY SIZE INTO WVAL.
           IF CLPAYS = SPACES
              GO TO T54-TAXE
           END-IF.
           IF (CLPAYS = "FR" AND CLGEO NOT = '0')
              OR (PAYS-INTRA-UE AND CLGEO NOT = '1')
              OR (CLPAYS NOT = "FR" AND NOT PAYS-INTRA-UE
                  AND (CLGEO = '0' OR CLGEO = '1' OR CLGEO = SPACE))
              MOVE 13 TO WCODE
              PERFORM T70 THRU T70-EXIT
           END-IF.
       T54-TAXE.
      * le couple que mmpa-vtax1 validera a la facturation
           MOVE CLGEO  TO VTX-GEO.
           MOVE CLTAXE TO VTX-TAXE.
           READ MMPAVTAX
                INVALID KEY
                   MOVE 14 TO WCODE
                   PERFORM T70 THRU T70-EXIT
           END-READ.
       T54-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T56 : numero de TVA intracommunautaire                         *
      *----------------------------------------------------------------*
       T56.
           MOVE CLNCL TO CLSNCL.
           READ CLISUITE
                INVALID KEY
                   MOVE SPACES TO CLSNTV
           END-READ.
           MOVE CLSNTV TO WNIC.
           MOVE WNIC TO WVAL.
           IF WNIC = SPACES
              IF CLIENT-FACTURE
                 AND (CLPAYS = "FR" OR PAYS-INTRA-UE)
                 MOVE 1 TO WCODE
                 MOVE CLPAYS TO WVAL
                 PERFORM T70 THRU T70-EXIT
              END-IF
              GO TO T56-EXIT
           END-IF.
      * prefixe attendu et nombre de formats connus pour le pays
           MOVE CLPAYS TO WPREF-ATT.
           MOVE ZERO TO WNB-FMTP.
           PERFORM T57 VARYING WIDXN FROM 1 BY 1
                   UNTIL WIDXN > WNB-NIF.
           IF WNIC-PREF NOT = WPREF-ATT
              MOVE 2 TO WCODE
              PERFORM T70 THRU T70-EXIT
              GO TO T56-EXIT
           END-IF.
           IF WNB-FMTP > ZERO
              MOVE ZERO TO WFMT-OK
              PERFORM T57-FMT VARYING WIDXN FROM 1 BY 1
                      UNTIL WIDXN > WNB-NIF OR WFMT-OK = 1
              IF WFMT-OK = ZERO
                 MOVE 3 TO WCODE
                 PERFORM T70 THRU T70-EXIT
                 GO TO T56-EXIT
              END-IF
           END-IF.
           MOVE ZERO TO WCLE-KO.
           IF WNIC-PREF = "FR"
              PERFORM T560 THRU T560-EXIT
           END-IF.
           IF WNIC-PREF = "BE"
              PERFORM T561 THRU T561-EXIT
           END-IF.
           IF WNIC-PREF = "DE"
              PERFORM T562 THRU T562-EXIT
           END-IF.
           IF WNIC-PREF = "IT"
              PERFORM T563 THRU T563-EXIT
           END-IF.
           IF WNIC-PREF = "LU"
              PERFORM T564 THRU T564-EXIT
           END-IF.
           IF WNIC-PREF = "SK"
              PERFORM T565 THRU T565-EXIT
           END-IF.
           IF WCLE-KO = 1
              MOVE 4 TO WCODE
              PERFORM T70 THRU T70-EXIT
           END-IF.
       T56-EXIT.
           EXIT.
      *
       T57.
           IF WNF-PAYS(WIDXN) = CLPAYS
              ADD 1 TO WNB-FMTP
              MOVE WNF-PREF(WIDXN) TO WPREF-ATT
           END-IF.
      *
       T57-FMT.
           IF WNF-PAYS(WIDXN) = CLPAYS
              MOVE ZERO TO WCAR-KO
              PERFORM T57-CAR VARYING WPOSC FROM 1 BY 1
                      UNTIL WPOSC > 12 OR WCAR-KO = 1
              IF WCAR-KO = ZERO
                 MOVE 1 TO WFMT-OK
              END-IF
           END-IF.
      *
       T57-CAR.
           MOVE WNF-FMT(WIDXN)(WPOSC:1) TO WFMT-CAR.
           MOVE WNIC-CORPS(WPOSC:1)     TO WCAR.
           IF WFMT-CAR = '9'
              IF WCAR NOT NUMERIC
                 MOVE 1 TO WCAR-KO
              END-IF
           ELSE
           IF WFMT-CAR = 'A'
              IF WCAR NOT ALPHABETIC OR WCAR = SPACE
                 MOVE 1 TO WCAR-KO
              END-IF
           ELSE
           IF WFMT-CAR = 'X'
              IF WCAR = SPACE
                 OR (WCAR NOT NUMERIC AND WCAR NOT ALPHABETIC)
                 MOVE 1 TO WCAR-KO
              END-IF
           ELSE
              IF WCAR NOT = WFMT-CAR
                 MOVE 1 TO WCAR-KO
              END-IF
           END-IF
           END-IF
           END-IF.
      *
      * FR : cle = (12 + 3 x (SIREN modulo 97)) modulo 97, cle
      * alphabetique (entreprise sans SIREN) non controlee ; le SIREN
      * doit etre celui du SIRET de la fiche
       T560.
           IF WNIC-CORPS(1:11) NOT NUMERIC
              GO TO T560-EXIT
           END-IF.
           MOVE WNIC-CORPS(3:9) TO WCLE-N.
           DIVIDE WCLE-N BY 97 GIVING WQUOT REMAINDER WREST.
           COMPUTE WCLE-N = 12 + 3 * WREST.
           DIVIDE WCLE-N BY 97 GIVING WQUOT REMAINDER WREST.
           MOVE WNIC-CORPS(1:2) TO WCLE-LUE.
           IF WREST NOT = WCLE-LUE
              MOVE 1 TO WCLE-KO
              GO TO T560-EXIT
           END-IF.
           IF CLSIRET NOT = SPACES
              AND CLSIRET(1:9) NOT = WNIC-CORPS(3:9)
              MOVE 7 TO WCODE
              PERFORM T70 THRU T70-EXIT
           END-IF.
       T560-EXIT.
           EXIT.
      *
      * BE : 97 - (8 premiers chiffres modulo 97) = 2 derniers
       T561.
           IF WNIC-CORPS(1:10) NOT NUMERIC
              MOVE 1 TO WCLE-KO
              GO TO T561-EXIT
           END-IF.
           MOVE WNIC-CORPS(1:8) TO WCLE-N.
           DIVIDE WCLE-N BY 97 GIVING WQUOT REMAINDER WREST.
           COMPUTE WCLE-ATT = 97 - WREST.
           MOVE WNIC-CORPS(9:2) TO WCLE-LUE.
           IF WCLE-ATT NOT = WCLE-LUE
              MOVE 1 TO WCLE-KO
           END-IF.
       T561-EXIT.
           EXIT.
      *
      * DE : ISO 7064 MOD 11,10 sur les 8 premiers chiffres
       T562.
           IF WNIC-CORPS(1:9) NOT NUMERIC
              MOVE 1 TO WCLE-KO
              GO TO T562-EXIT
           END-IF.
           MOVE WNIC-CORPS(1:9) TO WLU-ZONE.
           MOVE 10 TO WDE-P.
           PERFORM T562-CHF VARYING WLU-POS FROM 1 BY 1
                   UNTIL WLU-POS > 8.
           COMPUTE WCLE-ATT = 11 - WDE-P.
           IF WCLE-ATT = 10
              MOVE ZERO TO WCLE-ATT
           END-IF.
           IF WCLE-ATT NOT = WLU-CHF(9)
              MOVE 1 TO WCLE-KO
           END-IF.
       T562-EXIT.
           EXIT.
       T562-CHF.
           COMPUTE WDE-S = WLU-CHF(WLU-POS) + WDE-P.
           DIVIDE WDE-S BY 10 GIVING WQUOT REMAINDER WREST.
           MOVE WREST TO WDE-S.
           IF WDE-S = ZERO
              MOVE 10 TO WDE-S
           END-IF.
           COMPUTE WDE-S = WDE-S * 2.
           DIVIDE WDE-S BY 11 GIVING WQUOT REMAINDER WDE-P.
      *
      * IT : cle de Luhn sur les 11 chiffres
       T563.
           IF WNIC-CORPS(1:11) NOT NUMERIC
              MOVE 1 TO WCLE-KO
              GO TO T563-EXIT
           END-IF.
           MOVE WNIC-CORPS(1:11) TO WLU-ZONE.
           MOVE 11  TO WLU-LG.
           MOVE 'L' TO WLU-MODE.
           PERFORM T78 THRU T78-EXIT.
           IF WLU-OK = ZERO
              MOVE 1 TO WCLE-KO
           END-IF.
       T563-EXIT.
           EXIT.
      *
      * LU : 6 premiers chiffres modulo 89 = 2 derniers
       T564.
           IF WNIC-CORPS(1:8) NOT NUMERIC
              MOVE 1 TO WCLE-KO
              GO TO T564-EXIT
           END-IF.
           MOVE WNIC-CORPS(1:6) TO WCLE-N.
           DIVIDE WCLE-N BY 89 GIVING WQUOT REMAINDER WREST.
           MOVE WNIC-CORPS(7:2) TO WCLE-LUE.
           IF WREST NOT = WCLE-LUE
              MOVE 1 TO WCLE-KO
           END-IF.
       T564-EXIT.
           EXIT.
      *
      * SK : le numero a 10 chiffres est divisible par 11
       T565.
           IF WNIC-CORPS(1:10) NOT NUMERIC
              MOVE 1 TO WCLE-KO
              GO TO T565-EXIT
           END-IF.
           MOVE WNIC-CORPS(1:10) TO WCLE-N.
           DIVIDE WCLE-N BY 11 GIVING WQUOT REMAINDER WREST.
           IF WREST NOT = ZERO
              MOVE 1 TO WCLE-KO
           END-IF.
       T565-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T58 : SIRET (obligatoire si le client est route Chorus Pro)    *
      *----------------------------------------------------------------*
       T58.
           MOVE CLSIRET TO WVAL.
           IF CLSIRET = SPACES
              IF WCHORUS-CLI = 'O'
                 MOVE 5 TO WCODE
                 PERFORM T70 THRU T70-EXIT
              END-IF
              GO TO T58-EXIT
           END-IF.
           MOVE 6 TO WCODE.
           IF CLSIRET NOT NUMERIC
              PERFORM T70 THRU T70-EXIT
              GO TO T58-EXIT
           END-IF.
           MOVE CLSIRET(1:9) TO WLU-ZONE.
           MOVE 9   TO WLU-LG.
           MOVE 'L' TO WLU-MODE.
           PERFORM T78 THRU T78-EXIT.
           IF WLU-OK = ZERO
              PERFORM T70 THRU T70-EXIT
              GO TO T58-EXIT
           END-IF.
      * les etablissements de La Poste : somme des chiffres multiple
      * de 5
           MOVE CLSIRET TO WLU-ZONE.
           MOVE 14  TO WLU-LG.
           MOVE 'L' TO WLU-MODE.
           IF CLSIRET(1:9) = "356000000"
              MOVE 'S' TO WLU-MODE
           END-IF.
           PERFORM T78 THRU T78-EXIT.
           IF WLU-OK = ZERO
              PERFORM T70 THRU T70-EXIT
           END-IF.
       T58-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60 : code reglement du client qui se regle lui-meme           *
      *----------------------------------------------------------------*
       T60.
           IF CLREP NOT = ZERO AND CLREP NOT = CLNCL
              GO TO T60-EXIT
           END-IF.
           MOVE ZERO TO WTRV.
           IF CLCRT NUMERIC
              PERFORM T61 VARYING WIDXR FROM 1 BY 1
                      UNTIL WIDXR > WNB-REG OR WTRV = 1
           END-IF.
           IF WTRV = ZERO
              MOVE 15 TO WCODE
              MOVE SPACES TO WVAL
              STRING "CODE " CLCRT-X DELIMITED BY SIZE INTO WVAL
              PERFORM T70 THRU T70-EXIT
           END-IF.
       T60-EXIT.
           EXIT.
       T61.
           IF WTREG-E(WIDXR) = CLCRT
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T62 : centrale, regle par, facture a                           *
      *----------------------------------------------------------------*
       T62.
           MOVE 16 TO WCODE.
           MOVE CLNUF TO WNCL-X.
           PERFORM T63 THRU T63-EXIT.
           MOVE 17 TO WCODE.
           MOVE CLREP TO WNCL-X.
           PERFORM T63 THRU T63-EXIT.
           MOVE 18 TO WCODE.
           MOVE CLFAA TO WNCL-X.
           PERFORM T63 THRU T63-EXIT.
       T62-EXIT.
           EXIT.
       T63.
           IF WNCL-X = SPACES
              GO TO T63-EXIT
           END-IF.
           IF WNCL-X NOT NUMERIC
              MOVE WNCL-X TO WVAL
              PERFORM T70 THRU T70-EXIT
              GO TO T63-EXIT
           END-IF.
           MOVE WNCL-X TO WNCL-RECH.
           IF WNCL-RECH = ZERO OR WNCL-RECH = CLNCL
              GO TO T63-EXIT
           END-IF.
           MOVE WNCL-RECH TO WNCL-ED.
           PERFORM T38 THRU T38-EXIT.
           IF NOT CLIENT-TROUVE
              MOVE SPACES TO WVAL
              STRING WNCL-ED " INEXISTANT" DELIMITED BY SIZE INTO WVAL
              PERFORM T70 THRU T70-EXIT
              GO TO T63-EXIT
           END-IF.
           IF WCL-ETAT(IX-CLI) = '9'
              MOVE SPACES TO WVAL
              STRING WNCL-ED " SUPPRIME" DELIMITED BY SIZE INTO WVAL
              PERFORM T70 THRU T70-EXIT
           END-IF.
       T63-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T64 : langue d'edition d'un client etranger                    *
      *----------------------------------------------------------------*
       T64.
           IF CLPAYS = "FR" OR CLPAYS = SPACES
              GO TO T64-EXIT
           END-IF.
           IF WLANGUE-CLI = SPACES
              MOVE 19 TO WCODE
              MOVE CLPAYS TO WVAL
              PERFORM T70 THRU T70-EXIT
           END-IF.
       T64-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T66 : ligne de l'assistante du client (creee a sa place dans   *
      *       l'ordre des codes)                                       *
      *----------------------------------------------------------------*
       T66.
           MOVE ZERO TO WTRV.
           PERFORM T66-CMP VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-ASS OR WTRV = 1.
           IF WTRV = 1
              IF WAS-CODE(WPOSA) = WASSIST-CLI
                 GO TO T66-EXIT
              END-IF
           ELSE
              COMPUTE WPOSA = WNB-ASS + 1
           END-IF.
           IF WNB-ASS NOT < 200
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES ASSISTANTES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           PERFORM T67 VARYING WIDXA FROM WNB-ASS BY -1
                   UNTIL WIDXA < WPOSA.
           ADD 1 TO WNB-ASS.
           INITIALIZE WTASS-E(WPOSA).
           MOVE WASSIST-CLI TO WAS-CODE(WPOSA).
       T66-EXIT.
           EXIT.
       T66-CMP.
           IF WAS-CODE(WIDXA) NOT < WASSIST-CLI
              MOVE 1 TO WTRV
              MOVE WIDXA TO WPOSA
           END-IF.
       T67.
           MOVE WTASS-E(WIDXA) TO WTASS-E(WIDXA + 1).
      *
      *----------------------------------------------------------------*
      * T70 : une anomalie (WCODE, WVAL) du client en cours            *
      *----------------------------------------------------------------*
       T70.
           ADD 1 TO WNB-ANOC WAS-NBERR(WPOSA) WGL-NBERR
                    WCO-NB(WCODE).
           IF WNB-ANO NOT < 30000
              MOVE 1 TO WANO-PLEIN
              GO TO T70-EXIT
           END-IF.
           ADD 1 TO WNB-ANO.
           MOVE WASSIST-CLI TO WAN-ASSIST(WNB-ANO).
           MOVE CLNCL       TO WAN-NCL(WNB-ANO).
           MOVE CLNOM       TO WAN-NOM(WNB-ANO).
           MOVE WCODE       TO WAN-CODE(WNB-ANO).
           MOVE WVAL        TO WAN-VAL(WNB-ANO).
       T70-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T78 : cle de Luhn (ou somme des chiffres multiple de 5) des    *
      *       WLU-LG premiers chiffres de WLU-ZONE -> WLU-OK           *
      *----------------------------------------------------------------*
       T78.
           MOVE ZERO TO WLU-SOM WLU-DBL WLU-OK.
           PERFORM T79 VARYING WLU-POS FROM WLU-LG BY -1
                   UNTIL WLU-POS < 1.
           MOVE 10 TO WLU-DIV.
           IF WLU-MODE = 'S'
              MOVE 5 TO WLU-DIV
           END-IF.
           DIVIDE WLU-SOM BY WLU-DIV GIVING WQUOT REMAINDER WREST.
           IF WREST = ZERO
              MOVE 1 TO WLU-OK
           END-IF.
       T78-EXIT.
           EXIT.
       T79.
           MOVE WLU-CHF(WLU-POS) TO WLU-VAL.
           IF WLU-MODE = 'L'
              IF WLU-DBL = 1
                 COMPUTE WLU-VAL = WLU-VAL * 2
                 IF WLU-VAL > 9
                    SUBTRACT 9 FROM WLU-VAL
                 END-IF
                 MOVE ZERO TO WLU-DBL
              ELSE
                 MOVE 1 TO WLU-DBL
              END-IF
           END-IF.
           ADD WLU-VAL TO WLU-SOM.
      *
      *----------------------------------------------------------------*
      * T80/T82 : liste de corrections, une page par assistante        *
      *----------------------------------------------------------------*
       T80.
           IF WIDXA > 1
              MOVE SPACES TO LIGNE
              WRITE LIGNE BEFORE PAGE
           END-IF.
           MOVE SPACES TO LIGNE.
           IF WAS-CODE(WIDXA) = SPACES
              STRING "QUALITE DES FICHES CLIENTS AU " WDATEJOUR
                     " - CLIENTS SANS ASSISTANTE"
                     DELIMITED BY SIZE INTO LIGNE
           ELSE
              STRING "QUALITE DES FICHES CLIENTS AU " WDATEJOUR
                     " - CORRECTIONS ASSISTANTE " WAS-CODE(WIDXA)
                     DELIMITED BY SIZE INTO LIGNE
           END-IF.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "CLIENT"   TO LIGNE(1:6).
           MOVE "NOM"      TO LIGNE(9:3).
           MOVE "ANOMALIE" TO LIGNE(31:8).
           MOVE "VALEUR"   TO LIGNE(69:6).
           WRITE LIGNE BEFORE 2.
           IF WAS-NBERR(WIDXA) = ZERO
              MOVE SPACES TO LIGNE
              MOVE "AUCUNE CORRECTION" TO LIGNE
              WRITE LIGNE BEFORE 1
              GO TO T80-EXIT
           END-IF.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-ANO.
       T80-EXIT.
           EXIT.
      *
       T82.
           IF WAN-ASSIST(WIDX) NOT = WAS-CODE(WIDXA)
              GO TO T82-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WAN-NCL(WIDX)  TO LNCL.
           MOVE WAN-NOM(WIDX)  TO LNOM.
           MOVE WTLIB-E(WAN-CODE(WIDX)) TO LLIB.
           MOVE WAN-VAL(WIDX)  TO LVAL.
           WRITE LIGNE BEFORE 1.
       T82-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T84 : scores, historique CLQHIS -> CLQHISN (les passages       *
      *       precedents donnent la tendance, une relance du jour      *
      *       remplace ses lignes), lignes du passage                  *
      *----------------------------------------------------------------*
       T84.
           PERFORM T85 VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-ASS.
           IF WGL-NBCLI > ZERO
              COMPUTE WGL-SCORE ROUNDED =
                      (WGL-NBCLI - WGL-NBANO) * 100 / WGL-NBCLI
           END-IF.
           OPEN OUTPUT CLQHISN.
           OPEN INPUT CLQHIS.
           IF FILE-STATUS3 = ZERO
              MOVE ZERO TO WFINT
              PERFORM T86 THRU T86-EXIT UNTIL FIN-TABLE
              CLOSE CLQHIS
           END-IF.
           PERFORM T88 VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-ASS.
           MOVE WTGLO TO WCUR.
           PERFORM T89 THRU T89-EXIT.
           CLOSE CLQHISN.
       T84-EXIT.
           EXIT.
      *
       T85.
           IF WAS-NBCLI(WIDXA) > ZERO
              COMPUTE WAS-SCORE(WIDXA) ROUNDED =
                      (WAS-NBCLI(WIDXA) - WAS-NBANO(WIDXA)) * 100
                      / WAS-NBCLI(WIDXA)
           END-IF.
      *
       T86.
           READ CLQHIS NEXT RECORD
                AT END MOVE 1 TO WFINT
                       GO TO T86-EXIT.
           IF CQH-DATE = WDATEJOUR
              GO TO T86-EXIT
           END-IF.
           WRITE CQN-LIGNE FROM CQH-LIGNE.
           IF CQH-ASSIST = "****"
              MOVE WGL-SCP(3) TO WGL-SCP(4)
              MOVE WGL-SCP(2) TO WGL-SCP(3)
              MOVE WGL-SCP(1) TO WGL-SCP(2)
              MOVE CQH-SCORE  TO WGL-SCP(1)
              GO TO T86-EXIT
           END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T87 VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-ASS OR WTRV = 1.
           IF WTRV = 1
              MOVE WAS-SCP(WPOSA, 3) TO WAS-SCP(WPOSA, 4)
              MOVE WAS-SCP(WPOSA, 2) TO WAS-SCP(WPOSA, 3)
              MOVE WAS-SCP(WPOSA, 1) TO WAS-SCP(WPOSA, 2)
              MOVE CQH-SCORE         TO WAS-SCP(WPOSA, 1)
           END-IF.
       T86-EXIT.
           EXIT.
       T87.
           IF WAS-CODE(WIDXA) = CQH-ASSIST
              MOVE 1 TO WTRV
              MOVE WIDXA TO WPOSA
           END-IF.
      *
       T88.
           MOVE WTASS-E(WIDXA) TO WCUR.
           PERFORM T89 THRU T89-EXIT.
       T89.
           MOVE SPACES TO CQN-LIGNE.
           MOVE WDATEJOUR  TO CQN-DATE.
           MOVE WCU-CODE   TO CQN-ASSIST.
           MOVE WCU-NBCLI  TO CQN-NBCLI.
           MOVE WCU-NBANO  TO CQN-NBANO.
           MOVE WCU-NBERR  TO CQN-NBERR.
           MOVE WCU-SCORE  TO CQN-SCORE.
           WRITE CQN-LIGNE.
       T89-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif, score et tendance par assistante,         *
      *       anomalies par controle                                   *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE PAGE.
           MOVE SPACES TO LIGNE.
           STRING "QUALITE DES FICHES CLIENTS AU " WDATEJOUR
                  " - RECAPITULATIF" DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 2.
           MOVE SPACES TO LIGNE.
           MOVE "ASSISTANTE" TO LIGNE(1:10).
           MOVE "CLIENTS"    TO LIGNE(13:7).
           MOVE "EN ANO"     TO LIGNE(22:6).
           MOVE "ANOMAL"     TO LIGNE(30:6).
           MOVE "SCORE"      TO LIGNE(39:5).
           MOVE "S-1"        TO LIGNE(49:3).
           MOVE "S-2"        TO LIGNE(57:3).
           MOVE "S-3"        TO LIGNE(65:3).
           MOVE "S-4"        TO LIGNE(73:3).
           MOVE "TEND."      TO LIGNE(77:5).
           WRITE LIGNE BEFORE 2.
           PERFORM T92 VARYING WIDXA FROM 1 BY 1
                   UNTIL WIDXA > WNB-ASS.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE WTGLO TO WCUR.
           PERFORM T93 THRU T93-EXIT.
           MOVE "TOUS" TO LASSIST.
           WRITE LIGNE BEFORE 3.
           MOVE SPACES TO LIGNE.
           MOVE "ANOMALIES PAR CONTROLE" TO LIGNE.
           WRITE LIGNE BEFORE 2.
           PERFORM T94 VARYING WCODE FROM 1 BY 1 UNTIL WCODE > 19.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO L1.
           MOVE WTOT-LUS TO LNCL.
           MOVE "FICHES ACTIVES CONTROLEES" TO LLIB.
           WRITE LIGNE BEFORE 1.
           IF WANO-PLEIN = 1
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DES ANOMALIES PLEINE, LISTE TRONQUEE "
                      "(LES COMPTES SONT COMPLETS)"
           END-IF.
       T90-EXIT.
           EXIT.
      *
       T92.
           MOVE WTASS-E(WIDXA) TO WCUR.
           PERFORM T93 THRU T93-EXIT.
           WRITE LIGNE BEFORE 1.
      *
       T93.
           MOVE SPACES TO LIGNE.
           MOVE WCU-CODE TO LASSIST.
           IF WCU-CODE = SPACES
              MOVE "NON AFFECTE" TO LASSIST
           END-IF.
           MOVE WCU-NBCLI TO LNBCLI.
           MOVE WCU-NBANO TO LNBANO.
           MOVE WCU-NBERR TO LNBERR.
           MOVE WCU-SCORE TO LSCORE.
           PERFORM T93-SCP VARYING WIDXS FROM 1 BY 1 UNTIL WIDXS > 4.
           MOVE SPACE TO LTEND.
           IF WCU-SCP(1) NOT = ZERO
              IF WCU-SCORE > WCU-SCP(1)
                 MOVE '+' TO LTEND
              ELSE
                 IF WCU-SCORE < WCU-SCP(1)
                    MOVE '-' TO LTEND
                 ELSE
                    MOVE '=' TO LTEND
                 END-IF
              END-IF
           END-IF.
       T93-EXIT.
           EXIT.
       T93-SCP.
           MOVE WCU-SCP(WIDXS) TO LSCP(WIDXS).
      *
       T94.
           MOVE SPACES TO LIGNE.
           MOVE WCO-NB(WCODE)   TO LNCL.
           MOVE WTLIB-E(WCODE)  TO LLIB.
           WRITE LIGNE BEFORE 1.
