      *DD9173 15/10/26 anes livraisons directes fournisseur : leurs BL
      *                     (DIREXP, DIRC020) sont au journal BLEXP
      *                     sans valoir expedition de la commande, la
      *                     part servie sur stock part normalement
      *DD9171 15/10/26 anes fiches de donnees de securite (REACH) :
      *                     table FDSART (version courante par
      *                     article), premiere livraison d'un article
      *                     au client ou version revisee depuis le
      *                     dernier envoi = demande d'envoi FDSENV (mail
      *                     si adresse FDSCLI, sinon jointe au BL par un
      *                     enregistrement S) tracee dans FDSHIS
      *DD9170 15/10/26 anes matieres dangereuses ADR : table ARTADR,
      *                     mention du document de transport en
      *                     enregistrement D derriere la ligne, points
      *                     1.1.3.6 par palette (enregistrement C) et
      *                     par transporteur avec alerte de seuil ;
      *                     classes incompatibles (ADRINC) refusees sur
      *                     un meme SSCC
      *DD9168 15/10/26 anes consignes logistiques de la commande
      *                     (INSCDE via inslog1) portees sur le BL en
      *                     enregistrements I de FBLIVJOUR ; consigne
      *                     mono-reference : un SSCC par ligne
      *DD9131 03/09/26 anes controle de flux : FBLIVJOUR part avec un
      *                     enregistrement Z de queue (sequence
      *                     flowctl1 + compte) que FACTC230 verifie -
      *           En sortie FBLIVJOUR du jour (enregistrements E =      *
      *           entete BL, L = ligne au format attendu par FACTC230)  *
      *           et le journal BLEXP complete au fil de l'eau.         *
DD9168*           Les consignes logistiques de la commande (INSCDE,     *
DD9168*           inslog1) suivent l'entete en enregistrements I ; une  *
DD9168*           commande mono-reference (consigne MR) recoit une      *
DD9168*           palette SSCC par ligne au lieu d'une par BL.          *
DD9170*           Matieres dangereuses (ADR) :                          *
DD9170*           - ARTADR : les articles ADR (numero ONU, classe,      *
DD9170*             groupe d'emballage, quantite limitee O/N, points    *
DD9170*             par kg ou L selon la categorie de transport du      *
DD9170*             1.1.3.6, quantite nette par unite, designation      *
DD9170*             officielle)                                         *
DD9170*           - ADRINC : les couples de classes interdits sur une   *
DD9170*             meme palette                                        *
DD9170*           Chaque ligne ADR est suivie d'un enregistrement D (la *
DD9170*           mention du document de transport) ; les points de la  *
DD9170*           palette (hors quantites limitees) vont sur son        *
DD9170*           enregistrement C.  Une ligne dont la classe est       *
DD9170*           incompatible avec la palette en cours est refusee sur *
DD9170*           ce SSCC : la palette est fermee et la ligne part sur  *
DD9170*           une nouvelle.  Le recapitulatif cumule les points par *
DD9170*           transporteur (un enlevement = un vehicule) et signale *
DD9170*           le depassement du seuil ADRSEUIL (1000 par defaut).   *
DD9171*           Fiches de donnees de securite (REACH) :               *
DD9171*           - FDSART : la version courante de la FDS par article  *
DD9171*             (numero de version, date de revision)               *
DD9171*           - FDSCLI : l'adresse mail du destinataire FDS chez le *
DD9171*             client                                              *
DD9171*           - FDSHIS : l'historique permanent des envois (client, *
DD9171*             article, version, date, BL, mode)                   *
DD9171*           Une ligne expediee d'un article a FDS jamais envoyee  *
DD9171*           au client, ou dont la version courante est plus       *
DD9171*           recente que la derniere envoyee, declenche une demande*
DD9171*           d'envoi (FDSENV) : par mail si le client a une adresse*
DD9171*           FDSCLI, sinon imprimee avec le BL (enregistrement S   *
DD9171*           derriere la ligne).  L'envoi est trace dans FDSHIS ;  *
DD9171*           les couples client/article encore en retard sont      *
DD9171*           listes par FDSC010.                                   *
DD9173*           Livraisons directes fournisseur :                     *
DD9173*           - DIREXP : les BL des livraisons directes (DIRC020)   *
DD9173*             sont au journal BLEXP mais ne valent pas expedition *
DD9173*             de la commande : la part servie sur stock part      *
DD9173*             normalement.                                        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
           SELECT RDVLIV ASSIGN TO RDV-LIV
                       organization line sequential
                       file status is file-status9.
DD9170*
DD9170     SELECT ARTADR ASSIGN TO ART-ADR
DD9170                 organization line sequential
DD9170                 file status is file-status10.
DD9170*
DD9170     SELECT ADRINC ASSIGN TO ADR-INC
DD9170                 organization line sequential
DD9170                 file status is file-status11.
DD9171*
DD9171     SELECT FDSART ASSIGN TO FDS-ART
DD9171                 organization line sequential
DD9171                 file status is file-status12.
DD9171*
DD9171     SELECT FDSCLI ASSIGN TO FDS-CLI
DD9171                 organization line sequential
DD9171                 file status is file-status13.
DD9171*
DD9171     SELECT FDSHIS ASSIGN TO FDS-HIS
DD9171                 organization line sequential
DD9171                 file status is file-status14.
DD9171*
DD9171     SELECT FDSENV ASSIGN TO FDS-ENV
DD9171                 organization line sequential
DD9171                 file status is file-status15.
DD9173*
DD9173     SELECT DIREXP ASSIGN TO DIR-EXP
DD9173                 organization line sequential
DD9173                 file status is file-status16.
      *
           SELECT BLEXP ASSIGN TO BLE-XP
                       organization line sequential
           02 FILLER             PIC X.
           02 RDV-REF            PIC X(10).
      *
DD9170* articles soumis a l'ADR (matieres dangereuses), tenus par le
DD9170* conseiller a la securite
DD9170 FD  ARTADR
DD9170          DATA RECORD ADR-LIGNE.
DD9170 01  ADR-LIGNE.
DD9170     02 ADR-NAR            PIC X(7).
DD9170     02 FILLER             PIC X.
DD9170     02 ADR-UN             PIC X(4).
DD9170     02 FILLER             PIC X.
DD9170     02 ADR-CLASSE         PIC X(3).
DD9170     02 FILLER             PIC X.
DD9170     02 ADR-GE             PIC X(3).
DD9170     02 FILLER             PIC X.
DD9170     02 ADR-LQ             PIC X.
DD9170     02 FILLER             PIC X.
DD9170     02 ADR-PTS            PIC 9(2).
DD9170     02 FILLER             PIC X.
DD9170     02 ADR-NET            PIC 9(4)V999.
DD9170     02 FILLER             PIC X.
DD9170     02 ADR-DESIG          PIC X(30).
DD9170*
DD9170* classes ADR interdites ensemble sur une palette
DD9170 FD  ADRINC
DD9170          DATA RECORD INC-LIGNE.
DD9170 01  INC-LIGNE.
DD9170     02 INC-CLS1           PIC X(3).
DD9170     02 FILLER             PIC X.
DD9170     02 INC-CLS2           PIC X(3).
DD9170*
DD9171* fiches de donnees de securite : version courante par article,
DD9171* tenue par le responsable qualite
DD9171 FD  FDSART
DD9171          DATA RECORD FDA-LIGNE.
DD9171 01  FDA-LIGNE.
DD9171     02 FDA-NAR            PIC X(7).
DD9171     02 FILLER             PIC X.
DD9171     02 FDA-VERS           PIC 9(3).
DD9171     02 FILLER             PIC X.
DD9171     02 FDA-DATREV         PIC 9(6).
DD9171*
DD9171* destinataire des FDS chez le client (blanc = envoi papier)
DD9171 FD  FDSCLI
DD9171          DATA RECORD FDC-LIGNE.
DD9171 01  FDC-LIGNE.
DD9171     02 FDC-NCL            PIC 9(6).
DD9171     02 FILLER             PIC X.
DD9171     02 FDC-MAIL           PIC X(50).
DD9171*
DD9171* historique permanent des FDS envoyees : motif P = premiere
DD9171* livraison, R = version revisee ; mode M = mail, B = avec le BL
DD9171 FD  FDSHIS
DD9171          DATA RECORD FDH-LIGNE.
DD9171 01  FDH-LIGNE.
DD9171     02 FDH-NCL            PIC 9(6).
DD9171     02 FILLER             PIC X.
DD9171     02 FDH-NAR            PIC X(7).
DD9171     02 FILLER             PIC X.
DD9171     02 FDH-VERS           PIC 9(3).
DD9171     02 FILLER             PIC X.
DD9171     02 FDH-DATREV         PIC 9(6).
DD9171     02 FILLER             PIC X.
DD9171     02 FDH-DATENV         PIC 9(6).
DD9171     02 FILLER             PIC X.
DD9171     02 FDH-NBL            PIC 9(7).
DD9171     02 FILLER             PIC X.
DD9171     02 FDH-MODE           PIC X.
DD9171     02 FILLER             PIC X.
DD9171     02 FDH-MOTIF          PIC X.
DD9171*
DD9171* demandes d'envoi FDS du jour (mail ou impression avec le BL)
DD9171 FD  FDSENV
DD9171          DATA RECORD FDE-LIGNE.
DD9171 01  FDE-LIGNE.
DD9171     02 FDE-NCL            PIC 9(6).
DD9171     02 FILLER             PIC X.
DD9171     02 FDE-NAR            PIC X(7).
DD9171     02 FILLER             PIC X.
DD9171     02 FDE-VERS           PIC 9(3).
DD9171     02 FILLER             PIC X.
DD9171     02 FDE-NBL            PIC 9(7).
DD9171     02 FILLER             PIC X.
DD9171     02 FDE-MODE           PIC X.
DD9171     02 FILLER             PIC X.
DD9171     02 FDE-MOTIF          PIC X.
DD9171     02 FILLER             PIC X.
DD9171     02 FDE-MAIL           PIC X(50).
DD9171*
      * journal permanent des expeditions : une ligne par ligne de BL
       FD  BLEXP
                DATA RECORD BLX-LIGNE.
           02 BLX-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 BLX-QTE            PIC 9(6)V99.
DD9173*
DD9173* journal des lignes en livraison directe expediees (DIRC020)
DD9173 FD  DIREXP
DD9173          DATA RECORD DEX-LIGNE.
DD9173 01  DEX-LIGNE.
DD9173     02 DEX-ACH            PIC X(15).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-NCDE           PIC X(7).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-NLG            PIC 9(3).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-NCL            PIC 9(6).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-NAR            PIC X(7).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-QTE            PIC 9(6)V99.
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-FOU            PIC X(8).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-PRA            PIC 9(7)V99.
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-DATEXP         PIC 9(6).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-NBL            PIC 9(7).
DD9173     02 FILLER             PIC X.
DD9173     02 DEX-BLF            PIC X(15).
      *
       FD  FBLIVJOUR
                DATA RECORD BLJ-LIGNE.
           02 FILLER             PIC X.
           02 BLJL-POIDS         PIC 9(5)V99.
           02 FILLER             PIC X(25).
DD9168* enregistrement I : consigne logistique de la commande,
DD9168* emis derriere l'entete
DD9168 01  BLJ-INS REDEFINES BLJ-LIGNE.
DD9168     02 FILLER             PIC XX.
DD9168     02 BLJI-CODE          PIC XX.
DD9168     02 FILLER             PIC X.
DD9168     02 BLJI-VAL           PIC 9(4).
DD9168     02 FILLER             PIC X.
DD9168     02 BLJI-LIB           PIC X(30).
DD9168     02 FILLER             PIC X(30).
      * enregistrement Z de queue : controle de flux (flowctl1)
       01  BLJ-CTL REDEFINES BLJ-LIGNE.
           02 FILLER             PIC XX.
           02 BLJC-POIDS         PIC 9(7)V99.
           02 FILLER             PIC X.
           02 BLJC-VOL           PIC 9(5)V999.
DD9170     02 FILLER             PIC X.
DD9170     02 BLJC-PTSADR        PIC 9(6).
DD9170     02 FILLER             PIC X(20).
DD9170* enregistrement D : mention ADR du document de transport,
DD9170* emis derriere la ligne L de l'article dangereux
DD9170 01  BLJ-DGR REDEFINES BLJ-LIGNE.
DD9170     02 FILLER             PIC XX.
DD9170     02 BLJD-UN            PIC X(4).
DD9170     02 FILLER             PIC X.
DD9170     02 BLJD-CLASSE        PIC X(3).
DD9170     02 FILLER             PIC X.
DD9170     02 BLJD-GE            PIC X(3).
DD9170     02 FILLER             PIC X.
DD9170     02 BLJD-LQ            PIC X.
DD9170     02 FILLER             PIC X.
DD9170     02 BLJD-QTE           PIC 9(5)V99.
DD9170     02 FILLER             PIC X.
DD9170     02 BLJD-DESIG         PIC X(30).
DD9170     02 FILLER             PIC X(15).
DD9171* enregistrement S : FDS a imprimer avec le BL, emis derriere
DD9171* la ligne L de l'article
DD9171 01  BLJ-FDS REDEFINES BLJ-LIGNE.
DD9171     02 FILLER             PIC XX.
DD9171     02 BLJS-NAR           PIC X(7).
DD9171     02 FILLER             PIC X.
DD9171     02 BLJS-VERS          PIC 9(3).
DD9171     02 FILLER             PIC X.
DD9171     02 BLJS-DATREV        PIC 9(6).
DD9171     02 FILLER             PIC X.
DD9171     02 BLJS-MOTIF         PIC X.
DD9171     02 FILLER             PIC X(48).
      *
       FD  ETAT1
                DATA RECORD LIGNE
       01  file-status7           PIC XX.
       01  file-status8           PIC XX.
       01  file-status9           PIC XX.
DD9170 01  file-status10          PIC XX.
DD9170 01  file-status11          PIC XX.
DD9171 01  file-status12          PIC XX.
DD9171 01  file-status13          PIC XX.
DD9171 01  file-status14          PIC XX.
DD9171 01  file-status15          PIC XX.
DD9173 01  file-status16          PIC XX.
       01  WFINA                  PIC 9 value zero.
           88 FIN-AUTODEM         value 1.
       01  WFINC                  PIC 9 value zero.
           88 FIN-CLITRANS        value 1.
       01  WFINV                  PIC 9 value zero.
           88 FIN-RDVLIV          value 1.
DD9170 01  WFIND                  PIC 9 value zero.
DD9170     88 FIN-ARTADR          value 1.
DD9170 01  WFINI                  PIC 9 value zero.
DD9170     88 FIN-ADRINC          value 1.
DD9171 01  WFINF                  PIC 9 value zero.
DD9171     88 FIN-FDSART          value 1.
DD9171 01  WFINM                  PIC 9 value zero.
DD9171     88 FIN-FDSCLI          value 1.
DD9171 01  WFINH                  PIC 9 value zero.
DD9171     88 FIN-FDSHIS          value 1.
DD9173 01  WFINX                  PIC 9 value zero.
DD9173     88 FIN-DIREXP          value 1.
       01  WDATEJOUR              PIC 9(6).
      *
      **** commandes a expedier (AUTODEM du jour)
       01  WNB-EXP                PIC 9(5) VALUE ZERO.
       01  WIDXX                  PIC 9(5).
       01  WNOBL                  PIC 9(7) VALUE ZERO.
DD9173**** BL des livraisons directes fournisseur
DD9173 01  WTDBL.
DD9173     02 WTDBL-E OCCURS 5000 PIC 9(7).
DD9173 01  WNB-DBL                PIC 9(4) VALUE ZERO.
DD9173 01  WIDXY                  PIC 9(4).
DD9170*
DD9170**** articles ADR
DD9170 01  WTADR.
DD9170     02 WTADR-E OCCURS 2000.
DD9170        03 WAD-NAR          PIC X(7).
DD9170        03 WAD-UN           PIC X(4).
DD9170        03 WAD-CLASSE       PIC X(3).
DD9170        03 WAD-GE           PIC X(3).
DD9170        03 WAD-LQ           PIC X.
DD9170        03 WAD-PTS          PIC 9(2).
DD9170        03 WAD-NET          PIC 9(4)V999.
DD9170        03 WAD-DESIG        PIC X(30).
DD9170 01  WNB-ADR                PIC 9(4) VALUE ZERO.
DD9170 01  WIDXD                  PIC 9(4).
DD9170 01  WADR-POS               PIC 9(4).
DD9170*
DD9170**** couples de classes incompatibles sur une palette
DD9170 01  WTINC.
DD9170     02 WTINC-E OCCURS 200.
DD9170        03 WIN-CLS1         PIC X(3).
DD9170        03 WIN-CLS2         PIC X(3).
DD9170 01  WNB-INC                PIC 9(3) VALUE ZERO.
DD9170 01  WIDXI                  PIC 9(3).
DD9170*
DD9170**** palette en cours : lignes, classes chargees, points ADR
DD9170 01  WPAL-NBLIG             PIC 9(4) VALUE ZERO.
DD9170 01  WPAL-PTS               PIC 9(6) VALUE ZERO.
DD9170 01  WPAL-TCLS.
DD9170     02 WPAL-CLS OCCURS 10  PIC X(3).
DD9170 01  WPAL-NBCLS             PIC 99 VALUE ZERO.
DD9170 01  WIDXP                  PIC 99.
DD9170*
DD9170**** points ADR du jour par transporteur (un enlevement = un
DD9170**** vehicule) et seuil d'exemption 1.1.3.6
DD9170 01  WTPTR.
DD9170     02 WTPTR-E OCCURS 100.
DD9170        03 WPT-TRANS        PIC X(3).
DD9170        03 WPT-PTS          PIC 9(7).
DD9170        03 WPT-NBPAL        PIC 9(4).
DD9170 01  WNB-PTR                PIC 9(3) VALUE ZERO.
DD9170 01  WIDXR                  PIC 9(3).
DD9170 01  WADR-SEUIL             PIC 9(5) VALUE 1000.
DD9170 01  WADR-QTE               PIC 9(5)V99.
DD9170 01  WADR-PTSL              PIC 9(6).
DD9170 01  WADR-INCOMP            PIC 9.
DD9170 01  WTOT-ADR               PIC 9(5) VALUE ZERO.
DD9170 01  WTOT-SEP               PIC 9(4) VALUE ZERO.
DD9171*
DD9171**** FDS : version courante par article, adresse du client,
DD9171**** derniere version envoyee par couple client/article
DD9171 01  WTFDS.
DD9171     02 WTFDS-E OCCURS 2000.
DD9171        03 WFD-NAR          PIC X(7).
DD9171        03 WFD-VERS         PIC 9(3).
DD9171        03 WFD-DATREV       PIC 9(6).
DD9171 01  WNB-FDS                PIC 9(4) VALUE ZERO.
DD9171 01  WIDXF                  PIC 9(4).
DD9171 01  WFDS-POS               PIC 9(4).
DD9171 01  WTMEL.
DD9171     02 WTMEL-E OCCURS 5000.
DD9171        03 WML-NCL          PIC 9(6).
DD9171        03 WML-MAIL         PIC X(50).
DD9171 01  WNB-MEL                PIC 9(4) VALUE ZERO.
DD9171 01  WIDXM                  PIC 9(4).
DD9171 01  WTHIS.
DD9171     02 WTHIS-E OCCURS 20000.
DD9171        03 WHS-NCL          PIC 9(6).
DD9171        03 WHS-NAR          PIC X(7).
DD9171        03 WHS-VERS         PIC 9(3).
DD9171 01  WNB-HIS                PIC 9(5) VALUE ZERO.
DD9171 01  WIDXH                  PIC 9(5).
DD9171 01  WHIS-POS               PIC 9(5).
DD9171 01  WFDS-NCL               PIC 9(6).
DD9171 01  WFDS-NAR               PIC X(7).
DD9171 01  WFDS-MAIL              PIC X(50).
DD9171 01  WFDS-MODE              PIC X.
DD9171 01  WFDS-MOTIF             PIC X.
DD9171 01  WTOT-FDSM              PIC 9(4) VALUE ZERO.
DD9171 01  WTOT-FDSB              PIC 9(4) VALUE ZERO.
      *
       01  WNAR-TRT               PIC X(7).
       01  WEAN-TRT               PIC X(13).
       01  WTOT-BL                PIC 9(4) VALUE ZERO.
       01  WTOT-LIG               PIC 9(5) VALUE ZERO.
       01  WTOT-DEJA              PIC 9(4) VALUE ZERO.
DD9168 01  WTOT-INS               PIC 9(5) VALUE ZERO.
DD9168 01  WII                    PIC 99.
DD9168 01  WMONOREF               PIC X VALUE SPACE.
       01  WNB-FLUX               PIC 9(7) VALUE ZERO.
      *
           copy '../copy/flowctl.com'.
DD9168     copy '../copy/inslog.com'.
      *
       PROCEDURE DIVISION.
      *
           call 'genvcc' using var-name var-data.
           if var-data(1:7) numeric
              move var-data(1:7) to WSSCC-PREF.
DD9170     string 'ADRSEUIL' x'00' delimited by size
DD9170            into var-name.
DD9170     move space to var-data.
DD9170     call 'genvcc' using var-name var-data.
DD9170     if var-data(1:5) numeric
DD9170        move var-data(1:5) to WADR-SEUIL.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
              CLOSE ETAT1
              STOP RUN
           END-IF.
DD9173* BL des livraisons directes, hors garde anti doublon
DD9173     MOVE ZERO TO WFINX WNB-DBL.
DD9173     OPEN INPUT DIREXP.
DD9173     IF FILE-STATUS16 = ZERO
DD9173        PERFORM T23 THRU T23-EXIT
DD9173        PERFORM T23-L THRU T23-L-EXIT UNTIL FIN-DIREXP
DD9173        CLOSE DIREXP
DD9173     END-IF.
      * journal des expeditions : garde anti doublon + numerotation
           OPEN INPUT BLEXP.
           IF FILE-STATUS6 = ZERO
              PERFORM T39B THRU T39B-EXIT UNTIL FIN-RDVLIV
              CLOSE RDVLIV
           END-IF.
DD9170* articles ADR et classes incompatibles
DD9170     OPEN INPUT ARTADR.
DD9170     IF FILE-STATUS10 = ZERO
DD9170        PERFORM T80 THRU T80-EXIT
DD9170        PERFORM T81 THRU T81-EXIT UNTIL FIN-ARTADR
DD9170        CLOSE ARTADR
DD9170     END-IF.
DD9170     OPEN INPUT ADRINC.
DD9170     IF FILE-STATUS11 = ZERO
DD9170        PERFORM T82 THRU T82-EXIT
DD9170        PERFORM T83 THRU T83-EXIT UNTIL FIN-ADRINC
DD9170        CLOSE ADRINC
DD9170     END-IF.
DD9171* fiches de donnees de securite et envois deja faits
DD9171     OPEN INPUT FDSART.
DD9171     IF FILE-STATUS12 = ZERO
DD9171        PERFORM T84 THRU T84-EXIT
DD9171        PERFORM T85 THRU T85-EXIT UNTIL FIN-FDSART
DD9171        CLOSE FDSART
DD9171     END-IF.
DD9171     IF WNB-FDS NOT = ZERO
DD9171        OPEN INPUT FDSCLI
DD9171        IF FILE-STATUS13 = ZERO
DD9171           PERFORM T86 THRU T86-EXIT
DD9171           PERFORM T87 THRU T87-EXIT UNTIL FIN-FDSCLI
DD9171           CLOSE FDSCLI
DD9171        END-IF
DD9171        OPEN INPUT FDSHIS
DD9171        IF FILE-STATUS14 = ZERO
DD9171           PERFORM T88 THRU T88-EXIT
DD9171           PERFORM T89 THRU T89-EXIT UNTIL FIN-FDSHIS
DD9171           CLOSE FDSHIS
DD9171        END-IF
DD9171     END-IF.
      * compteur SSCC : dernier numero de serie attribue
           OPEN INPUT SSCCNUM.
           IF FILE-STATUS8 = ZERO
           IF FILE-STATUS6 NOT = ZERO
              OPEN OUTPUT BLEXP
           END-IF.
DD9171     OPEN EXTEND FDSHIS.
DD9171     IF FILE-STATUS14 NOT = ZERO
DD9171        OPEN OUTPUT FDSHIS
DD9171     END-IF.
DD9171     OPEN EXTEND FDSENV.
DD9171     IF FILE-STATUS15 NOT = ZERO
DD9171        OPEN OUTPUT FDSENV
DD9171     END-IF.
           PERFORM T40 THRU T40-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-CDE.
      * enregistrement de controle de flux en queue du fichier
           MOVE OFLOWCTL-SEQ TO BLJZ-SEQ.
           MOVE WNB-FLUX     TO BLJZ-NBENR.
           WRITE BLJ-LIGNE FROM BLJ-CTL.
DD9171     CLOSE FCOMJOC1 FBLIVJOUR BLEXP FDSHIS FDSENV.
      * le compteur SSCC repart du dernier numero attribue
           OPEN OUTPUT SSCCNUM.
           MOVE WSSCC-SERIE TO SSN-SERIE.
           END-IF.
      *
      *----------------------------------------------------------------*
DD9173* T23 : BL des livraisons directes fournisseur                   *
DD9173*----------------------------------------------------------------*
DD9173 T23.
DD9173     READ DIREXP NEXT RECORD
DD9173          AT END MOVE 1 TO WFINX.
DD9173 T23-EXIT.
DD9173     EXIT.
DD9173 T23-L.
DD9173     MOVE ZERO TO WTRV.
DD9173     PERFORM T23-CMP VARYING WIDXY FROM 1 BY 1
DD9173             UNTIL WIDXY > WNB-DBL OR WTRV = 1.
DD9173     IF WTRV = ZERO
DD9173        IF WNB-DBL < 5000
DD9173           ADD 1 TO WNB-DBL
DD9173           MOVE DEX-NBL TO WTDBL-E(WNB-DBL)
DD9173        END-IF
DD9173     END-IF.
DD9173     PERFORM T23 THRU T23-EXIT.
DD9173 T23-L-EXIT.
DD9173     EXIT.
DD9173 T23-CMP.
DD9173     IF WTDBL-E(WIDXY) = DEX-NBL
DD9173        MOVE 1 TO WTRV
DD9173     END-IF.
DD9173*
DD9173*----------------------------------------------------------------*
      * T24/T26 : journal des expeditions : commandes deja parties et  *
      *           plus haut numero de BL                               *
      *----------------------------------------------------------------*
           IF BLX-NBL > WNOBL
              MOVE BLX-NBL TO WNOBL
           END-IF.
DD9173* BL de livraison directe : la commande n'est pas partie
DD9173     MOVE ZERO TO WTRV.
DD9173     PERFORM T26-DBL VARYING WIDXY FROM 1 BY 1
DD9173             UNTIL WIDXY > WNB-DBL OR WTRV = 1.
DD9173     IF WTRV = 1
DD9173        GO TO T26F
DD9173     END-IF.
           MOVE ZERO TO WTRV.
           PERFORM T26-CMP VARYING WIDXX FROM 1 BY 1
                   UNTIL WIDXX > WNB-EXP OR WTRV = 1.
                 MOVE BLX-NCDE TO WEX-NCDE(WNB-EXP)
              END-IF
           END-IF.
DD9173 T26F.
           PERFORM T24 THRU T24-EXIT.
       T26-EXIT.
           EXIT.
DD9173 T26-DBL.
DD9173     IF WTDBL-E(WIDXY) = BLX-NBL
DD9173        MOVE 1 TO WTRV
DD9173     END-IF.
       T26-CMP.
           IF WEX-NCDE(WIDXX) = BLX-NCDE
              MOVE 1 TO WTRV
           WRITE BLJ-LIGNE FROM BLJ-ENT.
           ADD 1 TO WNB-FLUX.
           ADD 1 TO WTOT-BL.
DD9168* consignes logistiques de la commande derriere l'entete
DD9168     INITIALIZE INSLOG.
DD9168     MOVE 'C'            TO IINSLOG-TRT.
DD9168     MOVE WCD-NCL(WIDX)  TO IINSLOG-NCL.
DD9168     MOVE WCD-NCDE(WIDX) TO IINSLOG-NCDE.
DD9168     CALL "INSLOG1" USING INSLOG.
DD9168     MOVE OINSLOG-MONOREF TO WMONOREF.
DD9168     PERFORM T45 THRU T45-EXIT
DD9168             VARYING WII FROM 1 BY 1 UNTIL WII > OINSLOG-NB.
           MOVE ZERO TO WBL-COLIS WBL-POIDS WBL-VOL.
DD9170     MOVE ZERO TO WPAL-NBLIG WPAL-PTS WPAL-NBCLS.
           MOVE ZERO TO WFINL.
           CLOSE FCOMJOC1.
           OPEN INPUT FCOMJOC1.
           PERFORM T50 THRU T50-EXIT.
           PERFORM T55 THRU T55-EXIT UNTIL FIN-FCOMJOC1.
      * palette SSCC du BL : transporteur du client, cumuls bruts
DD9168* (mono-reference : palettes deja emises ligne par ligne)
DD9168     IF WMONOREF NOT = 'O'
DD9168        PERFORM T64 THRU T64-EXIT
DD9168     END-IF.
           MOVE SPACES TO LIGNE.
           MOVE WCD-NBL(WIDX)   TO LNBL.
           MOVE WCD-NCDE(WIDX)  TO LNCDE.
       T40-EXIT.
           EXIT.
      *
DD9168* enregistrement I d'une consigne de la commande courante
DD9168 T45.
DD9168     MOVE SPACES TO BLJ-INS.
DD9168     MOVE 'I'               TO BLJ-INS(1:1).
DD9168     MOVE OINSLOG-CODE(WII) TO BLJI-CODE.
DD9168     MOVE OINSLOG-VAL(WII)  TO BLJI-VAL.
DD9168     MOVE OINSLOG-LIB(WII)  TO BLJI-LIB.
DD9168     WRITE BLJ-LIGNE FROM BLJ-INS.
DD9168     ADD 1 TO WNB-FLUX.
DD9168     ADD 1 TO WTOT-INS.
DD9168 T45-EXIT.
DD9168     EXIT.
DD9168*
      * rendez-vous reserve de la commande courante (blanc = sans)
       T43.
           MOVE SPACES TO WRDVREF.
           MOVE FJ1NAR TO WNAR-TRT.
           PERFORM T60 THRU T60-EXIT.
           PERFORM T62 THRU T62-EXIT.
DD9170* article ADR : classe incompatible avec la palette en cours =
DD9170* palette fermee, la ligne part sur un nouveau SSCC
DD9170     PERFORM T70 THRU T70-EXIT.
DD9170     IF WADR-INCOMP = 1
DD9170        PERFORM T64 THRU T64-EXIT
DD9170        MOVE ZERO TO WBL-COLIS WBL-POIDS WBL-VOL
DD9170        ADD 1 TO WTOT-SEP
DD9170        MOVE SPACES TO LIGNE
DD9170        MOVE WCD-NBL(WIDX)  TO LNBL
DD9170        MOVE WCD-NCDE(WIDX) TO LNCDE
DD9170        MOVE WCD-NCL(WIDX)  TO LNCL
DD9170        STRING "CLASSE ADR " WAD-CLASSE(WADR-POS)
DD9170               " INCOMPATIBLE, " FJ1NAR " SSCC SEPARE"
DD9170               DELIMITED BY SIZE INTO LLIB
DD9170        WRITE LIGNE BEFORE 1
DD9170     END-IF.
           MOVE SPACES TO BLJ-LIG.
           MOVE 'L'       TO BLJ-LIG(1:1).
           MOVE FJ1NAR    TO BLJL-NAR.
           ADD WCOLIS TO WBL-COLIS.
           ADD WPOIDS TO WBL-POIDS.
           ADD WVOL   TO WBL-VOL.
DD9170     ADD 1 TO WPAL-NBLIG.
DD9170     IF WADR-POS NOT = ZERO
DD9170        PERFORM T74 THRU T74-EXIT
DD9170     END-IF.
DD9171* fiche de donnees de securite a envoyer au client
DD9171     IF WNB-FDS NOT = ZERO
DD9171        PERFORM T94 THRU T94-EXIT
DD9171     END-IF.
DD9168* mono-reference : la ligne a sa propre palette SSCC
DD9168     IF WMONOREF = 'O'
DD9168        PERFORM T64 THRU T64-EXIT
DD9168        MOVE ZERO TO WBL-COLIS WBL-POIDS WBL-VOL
DD9168     END-IF.
           MOVE SPACES TO BLX-LIGNE.
           MOVE WCD-NBL(WIDX)  TO BLX-NBL.
           MOVE WCD-NCDE(WIDX) TO BLX-NCDE.
      *----------------------------------------------------------------*
      * T64 : palette SSCC du BL (une unite logistique par BL tant     *
      *       que la palettisation detaillee n'est pas remontee par    *
DD9168*       le picking, une par ligne pour une commande              *
DD9168*       mono-reference) : numero GS1 = extension 3 + prefixe     *
      *       SSCCPREF + serie + cle modulo 10, enregistrement C       *
DD9168*       derriere les lignes du BL (derriere sa ligne en          *
DD9168*       mono-reference)                                          *
      *----------------------------------------------------------------*
       T64.
           PERFORM T66 THRU T66-EXIT.
           MOVE WBL-COLIS TO BLJC-COLIS.
           MOVE WBL-POIDS TO BLJC-POIDS.
           MOVE WBL-VOL   TO BLJC-VOL.
DD9170     MOVE WPAL-PTS  TO BLJC-PTSADR.
           WRITE BLJ-LIGNE FROM BLJ-COL.
           ADD 1 TO WNB-FLUX.
DD9170     IF WPAL-PTS NOT = ZERO
DD9170        PERFORM T76 THRU T76-EXIT
DD9170     END-IF.
DD9170     MOVE ZERO TO WPAL-NBLIG WPAL-PTS WPAL-NBCLS.
       T64-EXIT.
           EXIT.
      *
           END-IF.
      *
      *----------------------------------------------------------------*
DD9170* T70 : la ligne courante est-elle ADR (WADR-POS) ; quantite en  *
DD9170*       kg ou L (nette par unite, a defaut le poids brut de la   *
DD9170*       ligne), points hors quantite limitee, et controle de la  *
DD9170*       classe contre celles deja sur la palette                 *
DD9170*----------------------------------------------------------------*
DD9170 T70.
DD9170     MOVE ZERO TO WADR-POS WADR-QTE WADR-PTSL WADR-INCOMP.
DD9170     MOVE ZERO TO WTRV.
DD9170     PERFORM T70-CMP VARYING WIDXD FROM 1 BY 1
DD9170             UNTIL WIDXD > WNB-ADR OR WTRV = 1.
DD9170     IF WTRV = ZERO
DD9170        GO TO T70-EXIT
DD9170     END-IF.
DD9170     IF WAD-NET(WADR-POS) NOT = ZERO
DD9170        COMPUTE WADR-QTE ROUNDED = FJ1QTP * WAD-NET(WADR-POS)
DD9170     ELSE
DD9170        MOVE WPOIDS TO WADR-QTE
DD9170     END-IF.
DD9170     IF WAD-LQ(WADR-POS) NOT = 'O'
DD9170        COMPUTE WADR-PTSL ROUNDED =
DD9170                WADR-QTE * WAD-PTS(WADR-POS)
DD9170     END-IF.
DD9170* la mono-reference a deja sa palette par ligne
DD9170     IF WMONOREF = 'O' OR WPAL-NBLIG = ZERO
DD9170        GO TO T70-EXIT
DD9170     END-IF.
DD9170     PERFORM T72 THRU T72-EXIT
DD9170             VARYING WIDXP FROM 1 BY 1
DD9170             UNTIL WIDXP > WPAL-NBCLS OR WADR-INCOMP = 1.
DD9170 T70-EXIT.
DD9170     EXIT.
DD9170 T70-CMP.
DD9170     IF WAD-NAR(WIDXD) = WNAR-TRT
DD9170        MOVE 1 TO WTRV
DD9170        MOVE WIDXD TO WADR-POS
DD9170     END-IF.
DD9170*
DD9170* classe deja sur la palette contre la table des incompatibles
DD9170 T72.
DD9170     PERFORM T72-CMP VARYING WIDXI FROM 1 BY 1
DD9170             UNTIL WIDXI > WNB-INC OR WADR-INCOMP = 1.
DD9170 T72-EXIT.
DD9170     EXIT.
DD9170 T72-CMP.
DD9170     IF (WIN-CLS1(WIDXI) = WAD-CLASSE(WADR-POS)
DD9170         AND WIN-CLS2(WIDXI) = WPAL-CLS(WIDXP))
DD9170        OR (WIN-CLS2(WIDXI) = WAD-CLASSE(WADR-POS)
DD9170         AND WIN-CLS1(WIDXI) = WPAL-CLS(WIDXP))
DD9170        MOVE 1 TO WADR-INCOMP
DD9170     END-IF.
DD9170*
DD9170* enregistrement D de la ligne ADR, points et classe portes a
DD9170* la palette en cours
DD9170 T74.
DD9170     MOVE SPACES TO BLJ-DGR.
DD9170     MOVE 'D'                   TO BLJ-DGR(1:1).
DD9170     MOVE WAD-UN(WADR-POS)      TO BLJD-UN.
DD9170     MOVE WAD-CLASSE(WADR-POS)  TO BLJD-CLASSE.
DD9170     MOVE WAD-GE(WADR-POS)      TO BLJD-GE.
DD9170     MOVE WAD-LQ(WADR-POS)      TO BLJD-LQ.
DD9170     MOVE WADR-QTE              TO BLJD-QTE.
DD9170     MOVE WAD-DESIG(WADR-POS)   TO BLJD-DESIG.
DD9170     WRITE BLJ-LIGNE FROM BLJ-DGR.
DD9170     ADD 1 TO WNB-FLUX.
DD9170     ADD 1 TO WTOT-ADR.
DD9170     ADD WADR-PTSL TO WPAL-PTS.
DD9170     MOVE ZERO TO WTRV.
DD9170     PERFORM T74-CMP VARYING WIDXP FROM 1 BY 1
DD9170             UNTIL WIDXP > WPAL-NBCLS OR WTRV = 1.
DD9170     IF WTRV = ZERO AND WPAL-NBCLS < 10
DD9170        ADD 1 TO WPAL-NBCLS
DD9170        MOVE WAD-CLASSE(WADR-POS) TO WPAL-CLS(WPAL-NBCLS)
DD9170     END-IF.
DD9170 T74-EXIT.
DD9170     EXIT.
DD9170 T74-CMP.
DD9170     IF WPAL-CLS(WIDXP) = WAD-CLASSE(WADR-POS)
DD9170        MOVE 1 TO WTRV
DD9170     END-IF.
DD9170*
DD9170* points de la palette cumules au transporteur
DD9170 T76.
DD9170     MOVE ZERO TO WTRV.
DD9170     PERFORM T76-CMP VARYING WIDXR FROM 1 BY 1
DD9170             UNTIL WIDXR > WNB-PTR OR WTRV = 1.
DD9170     IF WTRV = ZERO
DD9170        IF WNB-PTR NOT < 100
DD9170           DISPLAY "GPIWARNING"
DD9170           DISPLAY "**TABLE POINTS ADR PLEINE, TRANSPORTEUR "
DD9170                   WBL-TRANS
DD9170           GO TO T76-EXIT
DD9170        END-IF
DD9170        ADD 1 TO WNB-PTR
DD9170        MOVE WNB-PTR   TO WIDXR
DD9170        MOVE WBL-TRANS TO WPT-TRANS(WIDXR)
DD9170        MOVE ZERO      TO WPT-PTS(WIDXR) WPT-NBPAL(WIDXR)
DD9170     ELSE
DD9170        SUBTRACT 1 FROM WIDXR
DD9170     END-IF.
DD9170     ADD WPAL-PTS TO WPT-PTS(WIDXR).
DD9170     ADD 1 TO WPT-NBPAL(WIDXR).
DD9170 T76-EXIT.
DD9170     EXIT.
DD9170 T76-CMP.
DD9170     IF WPT-TRANS(WIDXR) = WBL-TRANS
DD9170        MOVE 1 TO WTRV
DD9170     END-IF.
DD9170*
DD9170*----------------------------------------------------------------*
DD9170* T80/T83 : articles ADR et classes incompatibles                *
DD9170*----------------------------------------------------------------*
DD9170 T80.
DD9170     READ ARTADR NEXT RECORD
DD9170          AT END MOVE 1 TO WFIND.
DD9170 T80-EXIT.
DD9170     EXIT.
DD9170 T81.
DD9170     IF WNB-ADR < 2000
DD9170        ADD 1 TO WNB-ADR
DD9170        MOVE ADR-NAR    TO WAD-NAR(WNB-ADR)
DD9170        MOVE ADR-UN     TO WAD-UN(WNB-ADR)
DD9170        MOVE ADR-CLASSE TO WAD-CLASSE(WNB-ADR)
DD9170        MOVE ADR-GE     TO WAD-GE(WNB-ADR)
DD9170        MOVE ADR-LQ     TO WAD-LQ(WNB-ADR)
DD9170        MOVE ADR-DESIG  TO WAD-DESIG(WNB-ADR)
DD9170        IF ADR-PTS NUMERIC
DD9170           MOVE ADR-PTS TO WAD-PTS(WNB-ADR)
DD9170        ELSE
DD9170           MOVE ZERO    TO WAD-PTS(WNB-ADR)
DD9170        END-IF
DD9170        IF ADR-NET NUMERIC
DD9170           MOVE ADR-NET TO WAD-NET(WNB-ADR)
DD9170        ELSE
DD9170           MOVE ZERO    TO WAD-NET(WNB-ADR)
DD9170        END-IF
DD9170     END-IF.
DD9170     PERFORM T80 THRU T80-EXIT.
DD9170 T81-EXIT.
DD9170     EXIT.
DD9170*
DD9170 T82.
DD9170     READ ADRINC NEXT RECORD
DD9170          AT END MOVE 1 TO WFINI.
DD9170 T82-EXIT.
DD9170     EXIT.
DD9170 T83.
DD9170     IF WNB-INC < 200
DD9170        ADD 1 TO WNB-INC
DD9170        MOVE INC-CLS1 TO WIN-CLS1(WNB-INC)
DD9170        MOVE INC-CLS2 TO WIN-CLS2(WNB-INC)
DD9170     END-IF.
DD9170     PERFORM T82 THRU T82-EXIT.
DD9170 T83-EXIT.
DD9170     EXIT.
DD9170*
DD9170*----------------------------------------------------------------*
DD9171* T84/T89 : FDS par article, adresse FDS des clients, derniere   *
DD9171*           version envoyee par couple client/article (FDSHIS)   *
DD9171*----------------------------------------------------------------*
DD9171 T84.
DD9171     READ FDSART NEXT RECORD
DD9171          AT END MOVE 1 TO WFINF.
DD9171 T84-EXIT.
DD9171     EXIT.
DD9171 T85.
DD9171     IF FDA-VERS NOT NUMERIC
DD9171        GO TO T85F
DD9171     END-IF.
DD9171     IF WNB-FDS = 2000
DD9171        DISPLAY "GPIWARNING"
DD9171        DISPLAY "**TABLE FDSART PLEINE, ARTICLE " FDA-NAR
DD9171                " IGNORE"
DD9171        GO TO T85F
DD9171     END-IF.
DD9171     ADD 1 TO WNB-FDS.
DD9171     MOVE FDA-NAR    TO WFD-NAR(WNB-FDS).
DD9171     MOVE FDA-VERS   TO WFD-VERS(WNB-FDS).
DD9171     IF FDA-DATREV NUMERIC
DD9171        MOVE FDA-DATREV TO WFD-DATREV(WNB-FDS)
DD9171     ELSE
DD9171        MOVE ZERO       TO WFD-DATREV(WNB-FDS)
DD9171     END-IF.
DD9171 T85F.
DD9171     PERFORM T84 THRU T84-EXIT.
DD9171 T85-EXIT.
DD9171     EXIT.
DD9171*
DD9171 T86.
DD9171     READ FDSCLI NEXT RECORD
DD9171          AT END MOVE 1 TO WFINM.
DD9171 T86-EXIT.
DD9171     EXIT.
DD9171 T87.
DD9171     IF FDC-MAIL NOT = SPACES AND WNB-MEL < 5000
DD9171        ADD 1 TO WNB-MEL
DD9171        MOVE FDC-NCL  TO WML-NCL(WNB-MEL)
DD9171        MOVE FDC-MAIL TO WML-MAIL(WNB-MEL)
DD9171     END-IF.
DD9171     PERFORM T86 THRU T86-EXIT.
DD9171 T87-EXIT.
DD9171     EXIT.
DD9171*
DD9171 T88.
DD9171     READ FDSHIS NEXT RECORD
DD9171          AT END MOVE 1 TO WFINH.
DD9171 T88-EXIT.
DD9171     EXIT.
DD9171* un couple par client/article, la plus haute version envoyee
DD9171 T89.
DD9171     MOVE FDH-NCL TO WFDS-NCL.
DD9171     MOVE FDH-NAR TO WFDS-NAR.
DD9171     PERFORM T96 THRU T96-EXIT.
DD9171     IF WHIS-POS NOT = ZERO
DD9171        IF FDH-VERS > WHS-VERS(WHIS-POS)
DD9171           MOVE FDH-VERS TO WHS-VERS(WHIS-POS)
DD9171        END-IF
DD9171        GO TO T89F
DD9171     END-IF.
DD9171     IF WNB-HIS = 20000
DD9171        DISPLAY "GPIWARNING"
DD9171        DISPLAY "**TABLE FDSHIS PLEINE, RUN ABANDONNE"
DD9171        STOP RUN
DD9171     END-IF.
DD9171     ADD 1 TO WNB-HIS.
DD9171     MOVE FDH-NCL  TO WHS-NCL(WNB-HIS).
DD9171     MOVE FDH-NAR  TO WHS-NAR(WNB-HIS).
DD9171     MOVE FDH-VERS TO WHS-VERS(WNB-HIS).
DD9171 T89F.
DD9171     PERFORM T88 THRU T88-EXIT.
DD9171 T89-EXIT.
DD9171     EXIT.
DD9171*
DD9171*----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE WTOT-DEJA TO LNB.
           MOVE "TOTAL COMMANDES DEJA EXPEDIEES IGNOREES" TO LLIB.
           WRITE LIGNE BEFORE 1.
DD9168     MOVE SPACES TO LIGNE.
DD9168     MOVE WTOT-INS TO LNB.
DD9168     MOVE "TOTAL CONSIGNES LOGISTIQUES PORTEES" TO LLIB.
DD9168     WRITE LIGNE BEFORE 1.
DD9170     MOVE SPACES TO LIGNE.
DD9170     MOVE WTOT-ADR TO LNB.
DD9170     MOVE "TOTAL LIGNES ADR (MENTIONS D PORTEES)" TO LLIB.
DD9170     WRITE LIGNE BEFORE 1.
DD9170     MOVE SPACES TO LIGNE.
DD9170     MOVE WTOT-SEP TO LNB.
DD9170     MOVE "TOTAL PALETTES SEPAREES (ADR INCOMPATIBLES)" TO LLIB.
DD9170     WRITE LIGNE BEFORE 1.
DD9171     MOVE SPACES TO LIGNE.
DD9171     MOVE WTOT-FDSM TO LNB.
DD9171     MOVE "TOTAL FDS A ENVOYER PAR MAIL" TO LLIB.
DD9171     WRITE LIGNE BEFORE 1.
DD9171     MOVE SPACES TO LIGNE.
DD9171     MOVE WTOT-FDSB TO LNB.
DD9171     MOVE "TOTAL FDS A JOINDRE AU BL" TO LLIB.
DD9171     WRITE LIGNE BEFORE 1.
DD9170     PERFORM T92 THRU T92-EXIT
DD9170             VARYING WIDXR FROM 1 BY 1 UNTIL WIDXR > WNB-PTR.
       T90-EXIT.
           EXIT.
DD9170*
DD9170* points ADR du jour par transporteur, seuil 1.1.3.6
DD9170 T92.
DD9170     MOVE SPACES TO LIGNE.
DD9170     MOVE WPT-NBPAL(WIDXR) TO LNB.
DD9170     IF WPT-PTS(WIDXR) > WADR-SEUIL
DD9170        STRING "ADR " WPT-TRANS(WIDXR) " PTS " WPT-PTS(WIDXR)
DD9170               " > SEUIL 1.1.3.6, VEHICULE ADR"
DD9170               DELIMITED BY SIZE INTO LLIB
DD9170     ELSE
DD9170        STRING "ADR " WPT-TRANS(WIDXR) " PTS " WPT-PTS(WIDXR)
DD9170               " SOUS LE SEUIL 1.1.3.6"
DD9170               DELIMITED BY SIZE INTO LLIB
DD9170     END-IF.
DD9170     WRITE LIGNE BEFORE 1.
DD9170 T92-EXIT.
DD9170     EXIT.
DD9171*
DD9171*----------------------------------------------------------------*
DD9171* T94 : l'article de la ligne a une FDS : jamais envoyee au      *
DD9171*       client (motif P) ou version courante plus recente que la *
DD9171*       derniere envoyee (motif R) = demande d'envoi FDSENV, par *
DD9171*       mail si le client a une adresse FDS, sinon imprimee avec *
DD9171*       le BL (enregistrement S) ; envoi trace dans FDSHIS       *
DD9171*----------------------------------------------------------------*
DD9171 T94.
DD9171     MOVE ZERO TO WFDS-POS.
DD9171     MOVE ZERO TO WTRV.
DD9171     PERFORM T94-CMP VARYING WIDXF FROM 1 BY 1
DD9171             UNTIL WIDXF > WNB-FDS OR WTRV = 1.
DD9171     IF WTRV = ZERO
DD9171        GO TO T94-EXIT
DD9171     END-IF.
DD9171     MOVE WCD-NCL(WIDX) TO WFDS-NCL.
DD9171     MOVE WNAR-TRT      TO WFDS-NAR.
DD9171     PERFORM T96 THRU T96-EXIT.
DD9171     IF WHIS-POS = ZERO
DD9171        MOVE 'P' TO WFDS-MOTIF
DD9171     ELSE
DD9171        IF WHS-VERS(WHIS-POS) NOT < WFD-VERS(WFDS-POS)
DD9171           GO TO T94-EXIT
DD9171        END-IF
DD9171        MOVE 'R' TO WFDS-MOTIF
DD9171     END-IF.
DD9171* la version envoyee devient la reference du couple (une
DD9171* deuxieme commande du jour ne redemande pas l'envoi)
DD9171     IF WHIS-POS NOT = ZERO
DD9171        MOVE WFD-VERS(WFDS-POS) TO WHS-VERS(WHIS-POS)
DD9171     ELSE
DD9171        IF WNB-HIS < 20000
DD9171           ADD 1 TO WNB-HIS
DD9171           MOVE WFDS-NCL           TO WHS-NCL(WNB-HIS)
DD9171           MOVE WFDS-NAR           TO WHS-NAR(WNB-HIS)
DD9171           MOVE WFD-VERS(WFDS-POS) TO WHS-VERS(WNB-HIS)
DD9171        ELSE
DD9171           DISPLAY "GPIWARNING"
DD9171           DISPLAY "**TABLE FDSHIS PLEINE, COUPLE " WFDS-NCL
DD9171                   " " WFDS-NAR " NON MEMORISE"
DD9171        END-IF
DD9171     END-IF.
DD9171     PERFORM T98 THRU T98-EXIT.
DD9171     IF WFDS-MAIL = SPACES
DD9171        MOVE 'B' TO WFDS-MODE
DD9171     ELSE
DD9171        MOVE 'M' TO WFDS-MODE
DD9171     END-IF.
DD9171     MOVE SPACES TO FDH-LIGNE.
DD9171     MOVE WFDS-NCL             TO FDH-NCL.
DD9171     MOVE WFDS-NAR             TO FDH-NAR.
DD9171     MOVE WFD-VERS(WFDS-POS)   TO FDH-VERS.
DD9171     MOVE WFD-DATREV(WFDS-POS) TO FDH-DATREV.
DD9171     MOVE WDATEJOUR            TO FDH-DATENV.
DD9171     MOVE WCD-NBL(WIDX)        TO FDH-NBL.
DD9171     MOVE WFDS-MODE            TO FDH-MODE.
DD9171     MOVE WFDS-MOTIF           TO FDH-MOTIF.
DD9171     WRITE FDH-LIGNE.
DD9171     MOVE SPACES TO FDE-LIGNE.
DD9171     MOVE WFDS-NCL             TO FDE-NCL.
DD9171     MOVE WFDS-NAR             TO FDE-NAR.
DD9171     MOVE WFD-VERS(WFDS-POS)   TO FDE-VERS.
DD9171     MOVE WCD-NBL(WIDX)        TO FDE-NBL.
DD9171     MOVE WFDS-MODE            TO FDE-MODE.
DD9171     MOVE WFDS-MOTIF           TO FDE-MOTIF.
DD9171     MOVE WFDS-MAIL            TO FDE-MAIL.
DD9171     WRITE FDE-LIGNE.
DD9171     MOVE SPACES TO LIGNE.
DD9171     MOVE WCD-NBL(WIDX)  TO LNBL.
DD9171     MOVE WCD-NCDE(WIDX) TO LNCDE.
DD9171     MOVE WCD-NCL(WIDX)  TO LNCL.
DD9171     IF WFDS-MODE = 'M'
DD9171        ADD 1 TO WTOT-FDSM
DD9171        STRING "FDS " WFDS-NAR " V" WFD-VERS(WFDS-POS)
DD9171               " ENVOI PAR MAIL (" WFDS-MOTIF ")"
DD9171               DELIMITED BY SIZE INTO LLIB
DD9171     ELSE
DD9171        ADD 1 TO WTOT-FDSB
DD9171        MOVE SPACES TO BLJ-FDS
DD9171        MOVE 'S'                  TO BLJ-FDS(1:1)
DD9171        MOVE WFDS-NAR             TO BLJS-NAR
DD9171        MOVE WFD-VERS(WFDS-POS)   TO BLJS-VERS
DD9171        MOVE WFD-DATREV(WFDS-POS) TO BLJS-DATREV
DD9171        MOVE WFDS-MOTIF           TO BLJS-MOTIF
DD9171        WRITE BLJ-LIGNE FROM BLJ-FDS
DD9171        ADD 1 TO WNB-FLUX
DD9171        STRING "FDS " WFDS-NAR " V" WFD-VERS(WFDS-POS)
DD9171               " JOINTE AU BL (" WFDS-MOTIF ")"
DD9171               DELIMITED BY SIZE INTO LLIB
DD9171     END-IF.
DD9171     WRITE LIGNE BEFORE 1.
DD9171 T94-EXIT.
DD9171     EXIT.
DD9171 T94-CMP.
DD9171     IF WFD-NAR(WIDXF) = WNAR-TRT
DD9171        MOVE 1 TO WTRV
DD9171        MOVE WIDXF TO WFDS-POS
DD9171     END-IF.
DD9171*
DD9171* couple WFDS-NCL/WFDS-NAR deja servi (WHIS-POS, zero = jamais)
DD9171 T96.
DD9171     MOVE ZERO TO WHIS-POS.
DD9171     PERFORM T96-CMP VARYING WIDXH FROM 1 BY 1
DD9171             UNTIL WIDXH > WNB-HIS OR WHIS-POS NOT = ZERO.
DD9171 T96-EXIT.
DD9171     EXIT.
DD9171 T96-CMP.
DD9171     IF WHS-NCL(WIDXH) = WFDS-NCL
DD9171        AND WHS-NAR(WIDXH) = WFDS-NAR
DD9171        MOVE WIDXH TO WHIS-POS
DD9171     END-IF.
DD9171*
DD9171* adresse FDS du client (blanc = envoi papier avec le BL)
DD9171 T98.
DD9171     MOVE SPACES TO WFDS-MAIL.
DD9171     MOVE ZERO TO WTRV.
DD9171     PERFORM T98-CMP VARYING WIDXM FROM 1 BY 1
DD9171             UNTIL WIDXM > WNB-MEL OR WTRV = 1.
DD9171 T98-EXIT.
DD9171     EXIT.
DD9171 T98-CMP.
DD9171     IF WML-NCL(WIDXM) = WFDS-NCL
DD9171        MOVE 1 TO WTRV
DD9171        MOVE WML-MAIL(WIDXM) TO WFDS-MAIL
DD9171     END-IF.
