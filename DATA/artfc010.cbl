      *DD9183 15/10/26 anes Creation - fin de vie des articles : liste
      *                     par client des dependances de l'article
      *                     arrete (commandes, reliquats, referencement,
      *                     contrats, consignation, promotions, devis,
      *                     stock), actions proposees puis appliquees
      *                     sur confirmation, lettre aux commerciaux
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTFC010.
      *
      ******************************************************************
      * GPICMT    Fin de vie des articles (dereferencement) : le        *
      *           fichier des demandes ARTFDV donne par article la date *
      *           de derniere commande, la date de derniere livraison,  *
      *           le successeur et un statut (blanc = a etudier, C =    *
      *           confirme, D = referentiel nettoye, A = termine).      *
      *           Chaque run liste par article et par client toutes les *
      *           dependances encore ouvertes, avec l'action proposee : *
      *           - lignes de commande ouvertes (FCOMJOC1, client par   *
      *             FCOMMAAP) et reliquats (etat R, date du journal     *
      *             RELIQLOG)                                           *
      *           - referencement client REFERCLI (partenaire EDI actif *
      *             ou non), contrats cadences CADENCTR (par les EAN de *
      *             GENCODTB), seuils de consignation CONSMINI          *
      *           - promotions en cours PROMOTAR, devis ouverts DEVMST  *
      *           - stock par magasin (FARTUSAP) et lots (STOCKLOT)     *
      *           Demande confirmee, a partir de la date de derniere    *
      *           commande : suppression du referencement (le delta     *
      *           PRICAT de FACTC235 emet la suppression aux            *
      *           partenaires EDI), remplacement par le successeur dans *
      *           CADENCTR et CONSMINI (reecrits dans CADENCTN et       *
      *           CONSMINN ; successeur deja present : quantite cumulee *
      *           au contrat, seuil du successeur conserve),            *
      *           substitution generale ajoutee a SUBSTART si absente.  *
      *           A partir de la date de derniere livraison :           *
      *           annulation des reliquats comme une suppression de     *
      *           ligne ORDCHG (quantite zero, etat 9) journalisee au   *
      *           format ORDCHLOG.  ARTFDV est reecrit dans ARTFDVN     *
      *           avec le nouveau statut.  La liste des dependances de  *
      *           chaque client part aux commerciaux sous forme de      *
      *           lettre (ETAT2, texte FINVIE dans la langue du         *
      *           client).                                              *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTFDV ASSIGN TO ART-FDV
                       organization line sequential
                       file status is file-status.
      *
           SELECT ARTFDVN ASSIGN TO ART-FDVN
                       organization line sequential.
      *
           SELECT GENCODTB ASSIGN TO GEN-CODTB
                       organization indexed
                       access mode sequential
                       record key GCT-EAN
                       file status is file-status2.
      *
           SELECT FCOMJOC1 ASSIGN TO FCOMJOC1
                       organization indexed
                       access mode dynamic
                       record key FJ1CLE
                       file status is file-status3.
      *
           SELECT FCOMMAAP ASSIGN TO FCO-MAAP
                       organization indexed
                       access mode sequential
                       record key FCCLE-CDESUP
                       file status is file-status2.
      *
           SELECT RELIQLOG ASSIGN TO RELIQLOG
                       organization line sequential
                       file status is file-status2.
      *
           SELECT REFERCLI ASSIGN TO REF-ERCLI
                       organization indexed
                       access mode dynamic
                       record key RFC-CLE
                       file status is file-status4.
      *
           SELECT EDIPART-F ASSIGN TO EDI-PART
                       organization indexed
                       access mode dynamic
                       record key EPA-NCL
                       file status is file-status5.
      *
           SELECT CADENCTR ASSIGN TO CAD-ENCTR
                       organization line sequential
                       file status is file-status2.
      *
           SELECT CADENCTN ASSIGN TO CAD-ENCTN
                       organization line sequential.
      *
           SELECT CONSMINI ASSIGN TO CON-SMINI
                       organization line sequential
                       file status is file-status2.
      *
           SELECT CONSMINN ASSIGN TO CON-SMINN
                       organization line sequential.
      *
           SELECT PROMOTAR ASSIGN TO PRO-MOTAR
                       organization indexed
                       access mode dynamic
                       record key PRT-CLE
                       file status is file-status2.
      *
           SELECT DEVMST ASSIGN TO DEV-MST
                       organization line sequential
                       file status is file-status2.
      *
           SELECT FARTUSAP ASSIGN TO FAR-TUSAP
                       organization indexed
                       access mode sequential
                       record key FAP-CLE
                       file status is file-status2.
      *
           SELECT STOCKLOT ASSIGN TO STOCKLOT
                       organization line sequential
                       file status is file-status2.
      *
           SELECT SUBSTART ASSIGN TO SUB-START
                       organization line sequential
                       file status is file-status2.
      *
           SELECT ORDCHLOG ASSIGN TO wlabel-ordchlog
                       organization line sequential.
      *
           SELECT ETAT1 ASSIGN TO wlabel-etat1
                       organization line sequential.
      *
           SELECT ETAT2 ASSIGN TO wlabel-etat2
                       organization line sequential.
      *
       DATA DIVISION.
       FILE SECTION.
      * demandes de fin de vie : statut blanc = a etudier, C = confirme,
      * D = referentiel nettoye (reliquats en attente de la derniere
      * livraison), A = termine ; DATAPP = date du dernier changement
       FD  ARTFDV
                DATA RECORD AFV-LIGNE.
       01  AFV-LIGNE.
           02 AFV-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 AFV-DATCDE         PIC 9(6).
           02 FILLER             PIC X.
           02 AFV-DATLIV         PIC 9(6).
           02 FILLER             PIC X.
           02 AFV-NARRMP         PIC X(7).
           02 FILLER             PIC X.
           02 AFV-STATUT         PIC X.
           02 FILLER             PIC X.
           02 AFV-DATAPP         PIC 9(6).
      *
       FD  ARTFDVN
                DATA RECORD AFN-LIGNE.
       01  AFN-LIGNE.
           02 AFN-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 AFN-DATCDE         PIC 9(6).
           02 FILLER             PIC X.
           02 AFN-DATLIV         PIC 9(6).
           02 FILLER             PIC X.
           02 AFN-NARRMP         PIC X(7).
           02 FILLER             PIC X.
           02 AFN-STATUT         PIC X.
           02 FILLER             PIC X.
           02 AFN-DATAPP         PIC 9(6).
      *
       FD  GENCODTB
                DATA RECORD GCT-LIGNE.
       01  GCT-LIGNE.
           02 GCT-EAN            PIC X(13).
           02 GCT-NAR            PIC X(7).
      *
       FD  FCOMJOC1
                DATA RECORD FJ1-LIGNE.
       01  FJ1-LIGNE.
           02 FJ1CLE.
              03 FJ1NUM             PIC 9(7).
              03 FJ1NLG             PIC 9(3).
           02 FJ1NAR                PIC X(7).
           02 FJ1QTC                PIC 9(6)V99.
           02 FJ1DLI                PIC 9(6).
           02 FJ1ETAT               PIC X.
           02 FILLER                PIC X(40).
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
       FD  RELIQLOG
                DATA RECORD RQL-LIGNE.
       01  RQL-LIGNE.
           02 RQL-NCDE           PIC X(7).
           02 FILLER             PIC X.
           02 RQL-NLG            PIC 9(3).
           02 FILLER             PIC X.
           02 RQL-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 RQL-QTR            PIC 9(6)V99.
           02 FILLER             PIC X.
           02 RQL-DATE           PIC 9(6).
      *
       FD  REFERCLI
                DATA RECORD RFC-LIGNE.
       01  RFC-LIGNE.
           02 RFC-CLE.
              03 RFC-NCL            PIC 9(6).
              03 RFC-NAR            PIC X(7).
           02 RFC-REFCLI            PIC X(15).
           02 RFC-EAN               PIC X(13).
           02 RFC-PCB               PIC 9(4).
           02 RFC-PRIX              PIC 9(7)V99.
           02 FILLER                PIC X(20).
      *
       FD  EDIPART-F
                DATA RECORD EPA-LIGNE.
       01  EPA-LIGNE.
           02 EPA-NCL              PIC 9(6).
           02 EPA-DATON            PIC 9(6).
           02 EPA-ETAT             PIC X.
           02 EPA-LIB              PIC X(30).
      *
       FD  CADENCTR
                DATA RECORD CTR-LIGNE.
       01  CTR-LIGNE.
           02 CTR-TYPE           PIC X.
           02 FILLER             PIC X.
           02 CTR-SUITE          PIC X(48).
       01  CTR-ENT REDEFINES CTR-LIGNE.
           02 FILLER             PIC XX.
           02 CTRE-ID            PIC 9(4).
           02 FILLER             PIC X.
           02 CTRE-NCL           PIC 9(6).
           02 FILLER             PIC X.
           02 CTRE-JOUR          PIC 9.
           02 FILLER             PIC X.
           02 CTRE-DATDEB        PIC 9(6).
           02 FILLER             PIC X.
           02 CTRE-DATFIN        PIC 9(6).
           02 FILLER             PIC X(28).
      *
       FD  CADENCTN
                DATA RECORD CTN-LIGNE.
       01  CTN-LIGNE              PIC X(50).
      *
       FD  CONSMINI
                DATA RECORD CMN-LIGNE.
       01  CMN-LIGNE.
           02 CMN-NCL            PIC 9(6).
           02 FILLER             PIC X.
           02 CMN-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 CMN-EAN            PIC X(13).
           02 FILLER             PIC X.
           02 CMN-MINI           PIC 9(6)V99.
           02 FILLER             PIC X.
           02 CMN-MAXI           PIC 9(6)V99.
      *
       FD  CONSMINN
                DATA RECORD CMX-LIGNE.
       01  CMX-LIGNE              PIC X(46).
      *
       FD  PROMOTAR
                DATA RECORD PRT-LIGNE.
       01  PRT-LIGNE.
           02 PRT-CLE.
              03 PRT-NCL           PIC 9(6).
              03 PRT-NAR           PIC X(7).
           02 PRT-ID               PIC 9(4).
           02 PRT-PRIX             PIC 9(7)V99.
           02 PRT-REMISE           PIC 9(2)V99.
           02 PRT-DATDEB           PIC 9(6).
           02 PRT-DATFIN           PIC 9(6).
      *
       FD  DEVMST
                DATA RECORD DVM-LIGNE.
       01  DVM-LIGNE.
           02 DVM-TYPE           PIC X.
           02 FILLER             PIC X.
           02 DVM-SUITE          PIC X(66).
       01  DVM-ENT REDEFINES DVM-LIGNE.
           02 FILLER             PIC XX.
           02 DVME-ID            PIC 9(6).
           02 FILLER             PIC X.
           02 DVME-NCL           PIC 9(6).
           02 FILLER             PIC X.
           02 DVME-SECT          PIC XX.
           02 FILLER             PIC X.
           02 DVME-DATDEV        PIC 9(6).
           02 FILLER             PIC X.
           02 DVME-DATVAL        PIC 9(6).
           02 FILLER             PIC X.
           02 DVME-STATUT        PIC X.
           02 FILLER             PIC X.
           02 DVME-MHT           PIC 9(9)V99.
           02 FILLER             PIC X(27).
       01  DVM-LIG REDEFINES DVM-LIGNE.
           02 FILLER             PIC XX.
           02 DVML-ID            PIC 9(6).
           02 FILLER             PIC X.
           02 DVML-NAR           PIC X(7).
           02 FILLER             PIC X.
           02 DVML-EAN           PIC X(13).
           02 FILLER             PIC X.
           02 DVML-QTE           PIC 9(6)V99.
           02 FILLER             PIC X.
           02 DVML-PRIX          PIC 9(7)V99.
           02 FILLER             PIC X.
           02 DVML-SSPLAN        PIC X.
           02 FILLER             PIC X(15).
      *
       FD  FARTUSAP
                DATA RECORD FAP-LIGNE.
       01  FAP-LIGNE.
           02 FAP-CLE.
              03 FAP-NMA         PIC 99.
              03 FAP-NARX        PIC X(7).
           02 FAP-QDIS           PIC S9(7)V99.
           02 FILLER             PIC X(18).
      *
       FD  STOCKLOT
                DATA RECORD SLT-LIGNE.
       01  SLT-LIGNE.
           02 SLT-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 SLT-LOT            PIC X(10).
           02 FILLER             PIC X.
           02 SLT-DFA            PIC 9(6).
           02 FILLER             PIC X.
           02 SLT-DLC            PIC 9(6).
           02 FILLER             PIC X.
           02 SLT-QTE            PIC 9(6)V99.
      *
       FD  SUBSTART
                DATA RECORD SBA-LIGNE.
       01  SBA-LIGNE.
           02 SBA-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 SBA-NARRMP         PIC X(7).
           02 FILLER             PIC X.
           02 SBA-DATEFF         PIC 9(6).
           02 FILLER             PIC X.
           02 SBA-NCL            PIC 9(6).
      *
      * journal des annulations de reliquat, format ORDCHLOG
      * (cf CGED-MODI0) : action S, avant/apres
       FD  ORDCHLOG
                DATA RECORD OCL-LIGNE.
       01  OCL-LIGNE.
           02 OCL-NCDE           PIC 9(7).
           02 FILLER             PIC X.
           02 OCL-NLG            PIC 9(3).
           02 FILLER             PIC X.
           02 OCL-NAR            PIC X(7).
           02 FILLER             PIC X.
           02 OCL-ACTION         PIC X.
           02 FILLER             PIC X.
           02 OCL-QTAV           PIC 9(6)V99.
           02 FILLER             PIC X.
           02 OCL-QTAP           PIC 9(6)V99.
           02 FILLER             PIC X.
           02 OCL-DLAV           PIC 9(6).
           02 FILLER             PIC X.
           02 OCL-DLAP           PIC 9(6).
           02 FILLER             PIC X.
           02 OCL-DATE           PIC 9(6).
      *
       FD  ETAT1
                DATA RECORD LIGNE
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE                  PIC X(132).
       01  L1.
           02 LNCL                 PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LTYP                 PIC X(20).
           02 FILLER               PIC X(2).
           02 LREF                 PIC X(13).
           02 FILLER               PIC X(2).
           02 LQTE                 PIC Z(6)9V,99- blank zero.
           02 FILLER               PIC X(2).
           02 LDATE                PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 LETA                 PIC X(7).
           02 FILLER               PIC X(2).
           02 LACT                 PIC X(45).
       01  L2.
           02 LRLIB                PIC X(45).
           02 LRNB                 PIC Z(5)9.
      *
      * lettre aux commerciaux : une page par client
       FD  ETAT2
                DATA RECORD LIGNE2
                LINAGE IS 64  LINES AT TOP 2.
       01  LIGNE2                 PIC X(132).
       01  L3.
           02 FILLER               PIC X(10).
           02 L3TXT                PIC X(100).
       01  L4.
           02 FILLER               PIC X(14).
           02 L4TYP                PIC X(20).
           02 FILLER               PIC X(2).
           02 L4REF                PIC X(13).
           02 FILLER               PIC X(2).
           02 L4QTE                PIC Z(6)9V,99 blank zero.
           02 FILLER               PIC X(2).
           02 L4DATE               PIC 9(6) blank zero.
           02 FILLER               PIC X(2).
           02 L4ACT                PIC X(45).
      *
       WORKING-STORAGE SECTION.
       01  wlabel-etat1           pic x(64) value space.
       01  wlabel-etat2           pic x(64) value space.
       01  wlabel-ordchlog        pic x(64) value space.
       01  var-name               pic x(64).
       01  var-data               pic x(64).
       01  file-status            PIC XX.
       01  file-status2           PIC XX.
       01  file-status3           PIC XX.
       01  file-status4           PIC XX.
       01  file-status5           PIC XX.
       01  WFIN                   PIC 9 value zero.
           88 FIN-FICHIER         value 1.
       01  WDATEJOUR              PIC 9(6) VALUE ZERO.
       01  WEDI-DISPO             PIC 9 VALUE ZERO.
       01  WSUB-OUV               PIC 9 VALUE ZERO.
      *
      **** demandes de fin de vie ; WFD-REF = 1 : referentiel a
      **** nettoyer ce run, WFD-REL = 1 : reliquats a annuler ce run,
      **** WFD-SUB : O = substitution generale deja dans SUBSTART,
      **** A = ajoutee ce run
       01  WTFDV.
           02 WTFDV-E OCCURS 200.
              03 WFD-NAR          PIC X(7).
              03 WFD-DATCDE       PIC 9(6).
              03 WFD-DATLIV       PIC 9(6).
              03 WFD-NARRMP       PIC X(7).
              03 WFD-STATUT       PIC X.
              03 WFD-NSTAT        PIC X.
              03 WFD-DATAPP       PIC 9(6).
              03 WFD-EANRMP       PIC X(13).
              03 WFD-REF          PIC 9.
              03 WFD-REL          PIC 9.
              03 WFD-SUB          PIC X.
              03 WFD-CDO          PIC 9.
       01  WNB-FDV                PIC 9(3) VALUE ZERO.
       01  WIFD                   PIC 9(3).
       01  WIFD2                  PIC 9(3).
       01  WNAR-TRT               PIC X(7).
       01  WTRV                   PIC 9.
      *
      **** EAN des articles en fin de vie (GENCODTB)
       01  WTEAN.
           02 WTEAN-E OCCURS 2000.
              03 WEA-EAN          PIC X(13).
              03 WEA-IFD          PIC 9(3).
       01  WNB-EAN                PIC 9(4) VALUE ZERO.
       01  WIDXE                  PIC 9(4).
       01  WEAN-TRT               PIC X(13).
      *
      **** dependances : une ligne par client, article et objet ;
      **** WIM-TYP renvoie au libelle WTTYP, WIM-ETA : P = proposee,
      **** F = faite, M = traitement manuel
       01  WTIMP.
           02 WTIMP-E OCCURS 5000.
              03 WIM-IFD          PIC 9(3).
              03 WIM-NCL          PIC 9(6).
              03 WIM-TYP          PIC 9.
              03 WIM-REF          PIC X(13).
              03 WIM-NCDE         PIC 9(7).
              03 WIM-NLG          PIC 9(3).
              03 WIM-QTE          PIC S9(7)V99.
              03 WIM-DATE         PIC 9(6).
              03 WIM-ETA          PIC X.
              03 WIM-ACT          PIC X(45).
              03 WIM-IMP          PIC X.
              03 WIM-LET          PIC X.
       01  WNB-IMP                PIC 9(4) VALUE ZERO.
       01  WIDX                   PIC 9(4).
       01  WIDX2                  PIC 9(4).
      **** zone de preparation d'une dependance
       01  WIMP-NOUV.
           02 WNV-NCL             PIC 9(6).
           02 WNV-TYP             PIC 9.
           02 WNV-REF             PIC X(13).
           02 WNV-NCDE            PIC 9(7).
           02 WNV-NLG             PIC 9(3).
           02 WNV-QTE             PIC S9(7)V99.
           02 WNV-DATE            PIC 9(6).
           02 WNV-ETA             PIC X.
           02 WNV-ACT             PIC X(45).
      *
      **** libelles des objets dependants
       01  WTTYP-TABLE.
           02 FILLER              PIC X(20) VALUE
              "COMMANDE OUVERTE".
           02 FILLER              PIC X(20) VALUE
              "RELIQUAT".
           02 FILLER              PIC X(20) VALUE
              "REFERENCEMENT".
           02 FILLER              PIC X(20) VALUE
              "CONTRAT CADENCE".
           02 FILLER              PIC X(20) VALUE
              "SEUIL CONSIGNATION".
           02 FILLER              PIC X(20) VALUE
              "PROMOTION EN COURS".
           02 FILLER              PIC X(20) VALUE
              "DEVIS OUVERT".
           02 FILLER              PIC X(20) VALUE
              "STOCK MAGASIN".
           02 FILLER              PIC X(20) VALUE
              "LOT EN STOCK".
       01  WTTYP-T REDEFINES WTTYP-TABLE.
           02 WTTYP-E OCCURS 9    PIC X(20).
       01  WTOT-TYP-T.
           02 WTOT-TYP OCCURS 9   PIC 9(5).
       01  WITYP                  PIC 99.
      *
      **** contrat cadence en cours : entete puis lignes en attente
       01  WCT-PRES               PIC 9 VALUE ZERO.
       01  WCT-ENT                PIC X(50).
       01  WCT-ID                 PIC 9(4).
       01  WCT-NCL                PIC 9(6).
       01  WCT-ACTIF              PIC 9.
       01  WTCL.
           02 WTCL-E OCCURS 300.
              03 WCL-LIGNE        PIC X(50).
              03 WCL-SUPP         PIC X.
       01  WNB-CL                 PIC 9(3) VALUE ZERO.
       01  WIDXL                  PIC 9(3).
       01  WIDXL2                 PIC 9(3).
       01  WCTL-LIGNE.
           02 WCTL-TYPE           PIC X.
           02 FILLER              PIC X.
           02 WCTL-EAN            PIC X(13).
           02 FILLER              PIC X.
           02 WCTL-QTE            PIC 9(6)V99.
           02 FILLER              PIC X(26).
       01  WCTL2-LIGNE.
           02 WCTL2-TYPE          PIC X.
           02 FILLER              PIC X.
           02 WCTL2-EAN           PIC X(13).
           02 FILLER              PIC X.
           02 WCTL2-QTE           PIC 9(6)V99.
           02 FILLER              PIC X(26).
      *
      **** seuils de consignation deja poses sur un successeur
       01  WTCSU.
           02 WTCSU-E OCCURS 2000.
              03 WCS-NCL          PIC 9(6).
              03 WCS-NAR          PIC X(7).
       01  WNB-CSU                PIC 9(4) VALUE ZERO.
       01  WIDXC                  PIC 9(4).
      *
      **** devis en cours de lecture
       01  WDV-ID                 PIC 9(6).
       01  WDV-NCL                PIC 9(6).
       01  WDV-DATVAL             PIC 9(6).
       01  WDV-STATUT             PIC X.
      *
       01  WCLI-CUR               PIC 9(6).
       01  WCLI-EDI               PIC 9.
       01  WNB-LCL                PIC 9(4).
       01  WTXL                   PIC 9.
       01  WPREM-LET              PIC 9 VALUE ZERO.
       01  WNB-ART-IMP            PIC 9(4).
       01  WTOT-FAIT              PIC 9(5) VALUE ZERO.
       01  WTOT-MAN               PIC 9(5) VALUE ZERO.
       01  WTOT-REFSUP            PIC 9(5) VALUE ZERO.
       01  WTOT-CTR               PIC 9(5) VALUE ZERO.
       01  WTOT-CON               PIC 9(5) VALUE ZERO.
       01  WTOT-SUB               PIC 9(5) VALUE ZERO.
       01  WTOT-REL               PIC 9(5) VALUE ZERO.
       01  WTOT-LET               PIC 9(5) VALUE ZERO.
      *
           copy '../copy/lngcli.com'.
           copy '../copy/txtlng.com'.
      *
       PROCEDURE DIVISION.
      *
      *----------------------------------------------------------------*
      * T10 : demandes en table, recherche des dependances objet par   *
      *       objet (application sur confirmation), editions, statuts  *
      *----------------------------------------------------------------*
       T10.
           MOVE ZERO TO WNB-FDV WNB-EAN WNB-IMP WNB-CSU
                        WTOT-FAIT WTOT-MAN WTOT-REFSUP WTOT-CTR
                        WTOT-CON WTOT-SUB WTOT-REL WTOT-LET.
           MOVE ZERO TO WTOT-TYP-T.
           string 'ADLPID' x'00' delimited by size
                  into var-name.
           move space to var-data.
           call 'genvcc' using var-name var-data.
           if var-data(1:6) numeric
              move var-data(1:6) to WDATEJOUR.
           string 'artfc010.'
                  var-data delimited by ' '
                                     into wlabel-etat1.
           string 'artflet.'
                  var-data delimited by ' '
                                     into wlabel-etat2.
           string 'artfclog.'
                  var-data delimited by ' '
                                     into wlabel-ordchlog.
           OPEN INPUT ARTFDV.
           IF FILE-STATUS NOT = ZERO
              DISPLAY "PAS DE DEMANDE DE FIN DE VIE ARTFDV"
              STOP RUN
           END-IF.
           MOVE ZERO TO WFIN.
           PERFORM T20 THRU T20-EXIT.
           PERFORM T25 THRU T25-EXIT UNTIL FIN-FICHIER.
           CLOSE ARTFDV.
           OPEN OUTPUT ETAT1 ETAT2.
      * EAN des articles arretes, premier EAN de chaque successeur
           OPEN INPUT GENCODTB.
           IF FILE-STATUS2 = ZERO
              MOVE ZERO TO WFIN
              PERFORM T30 THRU T30-EXIT
              PERFORM T32 THRU T32-EXIT UNTIL FIN-FICHIER
              CLOSE GENCODTB
           END-IF.
      * lignes de commande ouvertes, client, date du reliquat
           OPEN I-O FCOMJOC1.
           IF FILE-STATUS3 NOT = ZERO
              DISPLAY "OUVERTURE FCOMJOC1 IMPOSSIBLE " FILE-STATUS3
              STOP RUN
           END-IF.
           MOVE ZERO TO WFIN.
           PERFORM T35 THRU T35-EXIT.
           PERFORM T36 THRU T36-EXIT UNTIL FIN-FICHIER.
           OPEN INPUT FCOMMAAP.
           IF FILE-STATUS2 = ZERO
              MOVE ZERO TO WFIN
              PERFORM T38 THRU T38-EXIT
              PERFORM T39 THRU T39-EXIT UNTIL FIN-FICHIER
              CLOSE FCOMMAAP
           END-IF.
           OPEN INPUT RELIQLOG.
           IF FILE-STATUS2 = ZERO
              MOVE ZERO TO WFIN
              PERFORM T40 THRU T40-EXIT
              PERFORM T41 THRU T41-EXIT UNTIL FIN-FICHIER
              CLOSE RELIQLOG
           END-IF.
      * referencement client (suppression sur confirmation)
           OPEN INPUT EDIPART-F.
           IF FILE-STATUS5 = ZERO
              MOVE 1 TO WEDI-DISPO
           END-IF.
           OPEN I-O REFERCLI.
           IF FILE-STATUS4 NOT = ZERO
              DISPLAY "OUVERTURE REFERCLI IMPOSSIBLE " FILE-STATUS4
              STOP RUN
           END-IF.
           MOVE ZERO TO WFIN.
           PERFORM T43 THRU T43-EXIT.
           PERFORM T44 THRU T44-EXIT UNTIL FIN-FICHIER.
           CLOSE REFERCLI.
           IF WEDI-DISPO = 1
              CLOSE EDIPART-F
           END-IF.
      * contrats cadences, reecrits dans CADENCTN
           OPEN INPUT CADENCTR.
           IF FILE-STATUS2 = ZERO
              OPEN OUTPUT CADENCTN
              MOVE ZERO TO WFIN WCT-PRES WNB-CL
              PERFORM T46 THRU T46-EXIT
              PERFORM T47 THRU T47-EXIT UNTIL FIN-FICHIER
              PERFORM T48 THRU T48-EXIT
              CLOSE CADENCTR CADENCTN
           END-IF.
      * seuils de consignation, reecrits dans CONSMINN
           OPEN INPUT CONSMINI.
           IF FILE-STATUS2 = ZERO
              MOVE ZERO TO WFIN
              PERFORM T52 THRU T52-EXIT
              PERFORM T53 THRU T53-EXIT UNTIL FIN-FICHIER
              CLOSE CONSMINI
              OPEN INPUT CONSMINI
              OPEN OUTPUT CONSMINN
              MOVE ZERO TO WFIN
              PERFORM T52 THRU T52-EXIT
              PERFORM T55 THRU T55-EXIT UNTIL FIN-FICHIER
              CLOSE CONSMINI CONSMINN
           END-IF.
      * promotions, devis, stock et lots : liste seule
           OPEN INPUT PROMOTAR.
           IF FILE-STATUS2 = ZERO
              MOVE ZERO TO WFIN
              PERFORM T57 THRU T57-EXIT
              PERFORM T58 THRU T58-EXIT UNTIL FIN-FICHIER
              CLOSE PROMOTAR
           END-IF.
           OPEN INPUT DEVMST.
           IF FILE-STATUS2 = ZERO
              MOVE ZERO TO WFIN WDV-ID
              MOVE SPACE TO WDV-STATUT
              PERFORM T60 THRU T60-EXIT
              PERFORM T61 THRU T61-EXIT UNTIL FIN-FICHIER
              CLOSE DEVMST
           END-IF.
           OPEN INPUT FARTUSAP.
           IF FILE-STATUS2 = ZERO
              MOVE ZERO TO WFIN
              PERFORM T63 THRU T63-EXIT
              PERFORM T64 THRU T64-EXIT UNTIL FIN-FICHIER
              CLOSE FARTUSAP
           END-IF.
           OPEN INPUT STOCKLOT.
           IF FILE-STATUS2 = ZERO
              MOVE ZERO TO WFIN
              PERFORM T65 THRU T65-EXIT
              PERFORM T66 THRU T66-EXIT UNTIL FIN-FICHIER
              CLOSE STOCKLOT
           END-IF.
      * substitution generale du successeur
           OPEN INPUT SUBSTART.
           IF FILE-STATUS2 = ZERO
              MOVE ZERO TO WFIN
              PERFORM T67 THRU T67-EXIT
              PERFORM T68 THRU T68-EXIT UNTIL FIN-FICHIER
              CLOSE SUBSTART
           END-IF.
           MOVE ZERO TO WSUB-OUV.
           PERFORM T69 THRU T69-EXIT
                   VARYING WIFD FROM 1 BY 1 UNTIL WIFD > WNB-FDV.
           IF WSUB-OUV = 1
              CLOSE SUBSTART
           END-IF.
      * annulation des reliquats apres la derniere livraison
           OPEN OUTPUT ORDCHLOG.
           PERFORM T70 THRU T70-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-IMP.
           CLOSE ORDCHLOG FCOMJOC1.
      * nouveaux statuts, liste par article, lettres, demandes
           PERFORM T74 THRU T74-EXIT
                   VARYING WIFD FROM 1 BY 1 UNTIL WIFD > WNB-FDV.
           PERFORM T75 THRU T75-EXIT
                   VARYING WIFD FROM 1 BY 1 UNTIL WIFD > WNB-FDV.
           PERFORM T80 THRU T80-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-IMP.
           OPEN OUTPUT ARTFDVN.
           PERFORM T85 THRU T85-EXIT
                   VARYING WIFD FROM 1 BY 1 UNTIL WIFD > WNB-FDV.
           CLOSE ARTFDVN.
           PERFORM T90 THRU T90-EXIT.
           CLOSE ETAT1 ETAT2.
           STOP RUN.
      *
      *----------------------------------------------------------------*
      * T20/T25 : chargement des demandes ; une demande confirmee agit *
      *       sur le referentiel a partir de la date de derniere       *
      *       commande, sur les reliquats a partir de la date de       *
      *       derniere livraison une fois le referentiel nettoye       *
      *----------------------------------------------------------------*
       T20.
           READ ARTFDV NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T20-EXIT.
           EXIT.
       T25.
           IF AFV-NAR = SPACES
              GO TO T25F
           END-IF.
           IF WNB-FDV < 200
              ADD 1 TO WNB-FDV
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE FIN DE VIE PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           MOVE AFV-NAR    TO WFD-NAR(WNB-FDV).
           MOVE AFV-DATCDE TO WFD-DATCDE(WNB-FDV).
           MOVE AFV-DATLIV TO WFD-DATLIV(WNB-FDV).
           MOVE AFV-NARRMP TO WFD-NARRMP(WNB-FDV).
           MOVE AFV-STATUT TO WFD-STATUT(WNB-FDV) WFD-NSTAT(WNB-FDV).
           MOVE AFV-DATAPP TO WFD-DATAPP(WNB-FDV).
           MOVE SPACES     TO WFD-EANRMP(WNB-FDV) WFD-SUB(WNB-FDV).
           MOVE ZERO       TO WFD-REF(WNB-FDV) WFD-REL(WNB-FDV)
                              WFD-CDO(WNB-FDV).
           IF AFV-STATUT = 'C'
              AND AFV-DATCDE NOT > WDATEJOUR
              MOVE 1 TO WFD-REF(WNB-FDV)
           END-IF.
           IF AFV-STATUT = 'D'
              AND AFV-DATLIV NOT > WDATEJOUR
              MOVE 1 TO WFD-REL(WNB-FDV)
           END-IF.
       T25F.
           PERFORM T20 THRU T20-EXIT.
       T25-EXIT.
           EXIT.
      *
      * article WNAR-TRT en fin de vie (hors demandes terminees) ?
       T28.
           MOVE ZERO TO WTRV.
           PERFORM T28-CMP VARYING WIFD FROM 1 BY 1
                   UNTIL WIFD > WNB-FDV OR WTRV = 1.
           IF WTRV = 1
              SUBTRACT 1 FROM WIFD
           END-IF.
       T28-EXIT.
           EXIT.
       T28-CMP.
           IF WFD-NAR(WIFD) = WNAR-TRT
              AND WFD-STATUT(WIFD) NOT = 'A'
              MOVE 1 TO WTRV
           END-IF.
      *
      * EAN WEAN-TRT d'un article en fin de vie ?
       T29.
           MOVE ZERO TO WTRV.
           PERFORM T29-CMP VARYING WIDXE FROM 1 BY 1
                   UNTIL WIDXE > WNB-EAN OR WTRV = 1.
           IF WTRV = 1
              SUBTRACT 1 FROM WIDXE
              MOVE WEA-IFD(WIDXE) TO WIFD
           END-IF.
       T29-EXIT.
           EXIT.
       T29-CMP.
           IF WEA-EAN(WIDXE) = WEAN-TRT
              MOVE 1 TO WTRV
           END-IF.
      *
      * ajout de la dependance preparee dans WIMP-NOUV (article WIFD)
       T27.
           IF WNB-IMP < 5000
              ADD 1 TO WNB-IMP
           ELSE
              DISPLAY "GPIWARNING"
              DISPLAY "**TABLE DEPENDANCES PLEINE, RUN ABANDONNE"
              STOP RUN
           END-IF.
           MOVE WIFD     TO WIM-IFD(WNB-IMP).
           MOVE WNV-NCL  TO WIM-NCL(WNB-IMP).
           MOVE WNV-TYP  TO WIM-TYP(WNB-IMP).
           MOVE WNV-REF  TO WIM-REF(WNB-IMP).
           MOVE WNV-NCDE TO WIM-NCDE(WNB-IMP).
           MOVE WNV-NLG  TO WIM-NLG(WNB-IMP).
           MOVE WNV-QTE  TO WIM-QTE(WNB-IMP).
           MOVE WNV-DATE TO WIM-DATE(WNB-IMP).
           MOVE WNV-ETA  TO WIM-ETA(WNB-IMP).
           MOVE WNV-ACT  TO WIM-ACT(WNB-IMP).
           MOVE SPACE    TO WIM-IMP(WNB-IMP) WIM-LET(WNB-IMP).
           ADD 1 TO WTOT-TYP(WNV-TYP).
           IF WNV-ETA = 'F'
              ADD 1 TO WTOT-FAIT
           END-IF.
           IF WNV-ETA = 'M'
              ADD 1 TO WTOT-MAN
           END-IF.
       T27-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T30/T32 : EAN des articles arretes (contrats cadences) et      *
      *       premier EAN du successeur (remplacement)                 *
      *----------------------------------------------------------------*
       T30.
           READ GENCODTB NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T30-EXIT.
           EXIT.
       T32.
           MOVE GCT-NAR TO WNAR-TRT.
           PERFORM T28 THRU T28-EXIT.
           IF WTRV = 1
              IF WNB-EAN < 2000
                 ADD 1 TO WNB-EAN
                 MOVE GCT-EAN TO WEA-EAN(WNB-EAN)
                 MOVE WIFD    TO WEA-IFD(WNB-EAN)
              ELSE
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE EAN FIN DE VIE PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
           END-IF.
           PERFORM T33 THRU T33-EXIT
                   VARYING WIFD FROM 1 BY 1 UNTIL WIFD > WNB-FDV.
           PERFORM T30 THRU T30-EXIT.
       T32-EXIT.
           EXIT.
       T33.
           IF WFD-NARRMP(WIFD) = GCT-NAR
              AND WFD-EANRMP(WIFD) = SPACES
              MOVE GCT-EAN TO WFD-EANRMP(WIFD)
           END-IF.
       T33-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T35/T36 : lignes de commande encore ouvertes de l'article      *
      *       (etat espace = a preparer, R = reliquat en attente)      *
      *----------------------------------------------------------------*
       T35.
           READ FCOMJOC1 NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T35-EXIT.
           EXIT.
       T36.
           IF FJ1ETAT NOT = SPACE AND FJ1ETAT NOT = 'R'
              GO TO T36F
           END-IF.
           MOVE FJ1NAR TO WNAR-TRT.
           PERFORM T28 THRU T28-EXIT.
           IF WTRV = 0
              GO TO T36F
           END-IF.
           INITIALIZE WIMP-NOUV.
           MOVE FJ1NUM TO WNV-NCDE WNV-REF(1:7).
           MOVE '/'    TO WNV-REF(8:1).
           MOVE FJ1NLG TO WNV-NLG WNV-REF(9:3).
           MOVE FJ1QTC TO WNV-QTE.
           MOVE FJ1DLI TO WNV-DATE.
           MOVE 'P'    TO WNV-ETA.
           IF FJ1ETAT = 'R'
              MOVE 2 TO WNV-TYP
              MOVE "A ANNULER APRES LA DERNIERE LIVRAISON" TO WNV-ACT
           ELSE
              MOVE 1 TO WNV-TYP
              MOVE "A LIVRER OU A SUBSTITUER PAR LE SUCCESSEUR"
                   TO WNV-ACT
           END-IF.
           PERFORM T27 THRU T27-EXIT.
       T36F.
           PERFORM T35 THRU T35-EXIT.
       T36-EXIT.
           EXIT.
      *
      * client de chaque commande porteuse (FCOMMAAP)
       T38.
           READ FCOMMAAP NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T38-EXIT.
           EXIT.
       T39.
           PERFORM T39-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-IMP.
           PERFORM T38 THRU T38-EXIT.
       T39-EXIT.
           EXIT.
       T39-CMP.
           IF WIM-TYP(WIDX) < 3
              AND WIM-REF(WIDX)(1:7) = FCCLE-CDESUP(1:7)
              MOVE FCNCL TO WIM-NCL(WIDX)
           END-IF.
      *
      * date de creation du reliquat (journal RELIQLOG)
       T40.
           READ RELIQLOG NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T40-EXIT.
           EXIT.
       T41.
           PERFORM T41-CMP VARYING WIDX FROM 1 BY 1
                   UNTIL WIDX > WNB-IMP.
           PERFORM T40 THRU T40-EXIT.
       T41-EXIT.
           EXIT.
       T41-CMP.
           IF WIM-TYP(WIDX) = 2
              AND WIM-REF(WIDX)(1:7) = RQL-NCDE
              AND WIM-NLG(WIDX) = RQL-NLG
              MOVE RQL-DATE TO WIM-DATE(WIDX)
           END-IF.
      *
      *----------------------------------------------------------------*
      * T43/T44 : referencement client ; sur confirmation l'entree est *
      *       supprimee, le delta PRICAT suivant (FACTC235) emet la    *
      *       suppression aux partenaires EDI actifs                   *
      *----------------------------------------------------------------*
       T43.
           READ REFERCLI NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T43-EXIT.
           EXIT.
       T44.
           MOVE RFC-NAR TO WNAR-TRT.
           PERFORM T28 THRU T28-EXIT.
           IF WTRV = 0
              GO TO T44F
           END-IF.
           MOVE ZERO TO WCLI-EDI.
           IF WEDI-DISPO = 1
              MOVE RFC-NCL TO EPA-NCL
              READ EDIPART-F
                   INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      IF EPA-ETAT NOT = 'N'
                         MOVE 1 TO WCLI-EDI
                      END-IF
              END-READ
           END-IF.
           INITIALIZE WIMP-NOUV.
           MOVE 3          TO WNV-TYP.
           MOVE RFC-NCL    TO WNV-NCL.
           MOVE RFC-REFCLI TO WNV-REF.
           MOVE 'P'        TO WNV-ETA.
           IF WCLI-EDI = 1
              MOVE "A RETIRER - SUPPRESSION PRICAT AU PARTENAIRE"
                   TO WNV-ACT
           ELSE
              MOVE "A RETIRER DU REFERENCEMENT" TO WNV-ACT
           END-IF.
           IF WFD-REF(WIFD) = 1
              DELETE REFERCLI RECORD
                 INVALID KEY
                    MOVE 'M' TO WNV-ETA
                    MOVE "SUPPRESSION IMPOSSIBLE - TRT MANUEL"
                         TO WNV-ACT
                 NOT INVALID KEY
                    MOVE 'F' TO WNV-ETA
                    ADD 1 TO WTOT-REFSUP
                    IF WCLI-EDI = 1
                       MOVE "RETIRE - SUPPRESSION PRICAT AU PROCHAIN DEL
      -                     "TA" TO WNV-ACT
                    ELSE
                       MOVE "RETIRE DU REFERENCEMENT" TO WNV-ACT
                    END-IF
              END-DELETE
           END-IF.
           PERFORM T27 THRU T27-EXIT.
       T44F.
           PERFORM T43 THRU T43-EXIT.
       T44-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T46/T47/T48 : contrats cadences ; les lignes d'un contrat sont *
      *       gardees jusqu'a l'entete suivant pour pouvoir cumuler    *
      *       sur le successeur s'il figure deja au contrat            *
      *----------------------------------------------------------------*
       T46.
           READ CADENCTR NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T46-EXIT.
           EXIT.
       T47.
           IF CTR-TYPE = 'E'
              PERFORM T48 THRU T48-EXIT
              MOVE 1           TO WCT-PRES
              MOVE CTR-LIGNE   TO WCT-ENT
              MOVE CTRE-ID     TO WCT-ID
              MOVE CTRE-NCL    TO WCT-NCL
              MOVE ZERO        TO WCT-ACTIF
              IF CTRE-DATFIN = ZERO OR CTRE-DATFIN NOT < WDATEJOUR
                 MOVE 1 TO WCT-ACTIF
              END-IF
           ELSE
              IF WNB-CL < 300
                 ADD 1 TO WNB-CL
                 MOVE CTR-LIGNE TO WCL-LIGNE(WNB-CL)
                 MOVE SPACE     TO WCL-SUPP(WNB-CL)
              ELSE
                 DISPLAY "GPIWARNING"
                 DISPLAY "**CONTRAT CADENCE TROP LONG, RUN ABANDONNE"
                 STOP RUN
              END-IF
           END-IF.
           PERFORM T46 THRU T46-EXIT.
       T47-EXIT.
           EXIT.
      *
      * fin d'un contrat : remplacement des lignes, reecriture
       T48.
           IF WCT-PRES = 1
              PERFORM T49 THRU T49-EXIT
                      VARYING WIDXL FROM 1 BY 1 UNTIL WIDXL > WNB-CL
              WRITE CTN-LIGNE FROM WCT-ENT
           END-IF.
           PERFORM T51 THRU T51-EXIT
                   VARYING WIDXL FROM 1 BY 1 UNTIL WIDXL > WNB-CL.
           MOVE ZERO TO WNB-CL WCT-PRES.
       T48-EXIT.
           EXIT.
       T49.
           MOVE WCL-LIGNE(WIDXL) TO WCTL-LIGNE.
           IF WCTL-TYPE NOT = 'L' OR WCT-ACTIF = 0
              GO TO T49-EXIT
           END-IF.
           MOVE WCTL-EAN TO WEAN-TRT.
           PERFORM T29 THRU T29-EXIT.
           IF WTRV = 0
              GO TO T49-EXIT
           END-IF.
           INITIALIZE WIMP-NOUV.
           MOVE 4        TO WNV-TYP.
           MOVE WCT-NCL  TO WNV-NCL.
           MOVE WCT-ID   TO WNV-REF(1:4).
           MOVE WCTL-QTE TO WNV-QTE.
           MOVE 'P'      TO WNV-ETA.
           MOVE "A REMPLACER PAR LE SUCCESSEUR" TO WNV-ACT.
           IF WFD-REF(WIFD) = 0
              PERFORM T27 THRU T27-EXIT
              GO TO T49-EXIT
           END-IF.
           IF WFD-EANRMP(WIFD) = SPACES
              MOVE 'M' TO WNV-ETA
              MOVE "SUCCESSEUR SANS EAN - REMPLACEMENT MANUEL"
                   TO WNV-ACT
              PERFORM T27 THRU T27-EXIT
              GO TO T49-EXIT
           END-IF.
           MOVE 'F' TO WNV-ETA.
           ADD 1 TO WTOT-CTR.
      * successeur deja au contrat : quantite cumulee, ligne retiree
           MOVE ZERO TO WTRV.
           PERFORM T49-CMP VARYING WIDXL2 FROM 1 BY 1
                   UNTIL WIDXL2 > WNB-CL OR WTRV = 1.
           IF WTRV = 1
              SUBTRACT 1 FROM WIDXL2
              MOVE WCL-LIGNE(WIDXL2) TO WCTL2-LIGNE
              ADD WCTL-QTE TO WCTL2-QTE
              MOVE WCTL2-LIGNE TO WCL-LIGNE(WIDXL2)
              MOVE 'O' TO WCL-SUPP(WIDXL)
              MOVE "CUMULE SUR LE SUCCESSEUR DEJA AU CONTRAT"
                   TO WNV-ACT
           ELSE
              MOVE WFD-EANRMP(WIFD) TO WCTL-EAN
              MOVE WCTL-LIGNE TO WCL-LIGNE(WIDXL)
              MOVE "REMPLACE PAR LE SUCCESSEUR" TO WNV-ACT
           END-IF.
           PERFORM T27 THRU T27-EXIT.
       T49-EXIT.
           EXIT.
       T49-CMP.
           MOVE WCL-LIGNE(WIDXL2) TO WCTL2-LIGNE.
           IF WCTL2-TYPE = 'L'
              AND WCL-SUPP(WIDXL2) NOT = 'O'
              AND WCTL2-EAN = WFD-EANRMP(WIFD)
              MOVE 1 TO WTRV
           END-IF.
       T51.
           IF WCL-SUPP(WIDXL) NOT = 'O'
              WRITE CTN-LIGNE FROM WCL-LIGNE(WIDXL)
           END-IF.
       T51-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T52/T53/T55 : seuils de consignation ; premier passage pour    *
      *       connaitre les clients deja suivis sur le successeur,     *
      *       second passage pour le report et la reecriture           *
      *----------------------------------------------------------------*
       T52.
           READ CONSMINI NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T52-EXIT.
           EXIT.
       T53.
           PERFORM T54 THRU T54-EXIT
                   VARYING WIFD FROM 1 BY 1 UNTIL WIFD > WNB-FDV.
           PERFORM T52 THRU T52-EXIT.
       T53-EXIT.
           EXIT.
       T54.
           IF WFD-NARRMP(WIFD) NOT = SPACES
              AND WFD-NARRMP(WIFD) = CMN-NAR
              IF WNB-CSU < 2000
                 ADD 1 TO WNB-CSU
                 MOVE CMN-NCL TO WCS-NCL(WNB-CSU)
                 MOVE CMN-NAR TO WCS-NAR(WNB-CSU)
              ELSE
                 DISPLAY "GPIWARNING"
                 DISPLAY "**TABLE SEUILS PLEINE, RUN ABANDONNE"
                 STOP RUN
              END-IF
           END-IF.
       T54-EXIT.
           EXIT.
       T55.
           MOVE CMN-NAR TO WNAR-TRT.
           PERFORM T28 THRU T28-EXIT.
           IF WTRV = 0
              WRITE CMX-LIGNE FROM CMN-LIGNE
              GO TO T55F
           END-IF.
           INITIALIZE WIMP-NOUV.
           MOVE 5        TO WNV-TYP.
           MOVE CMN-NCL  TO WNV-NCL.
           MOVE CMN-EAN  TO WNV-REF.
           MOVE CMN-MINI TO WNV-QTE.
           MOVE 'P'      TO WNV-ETA.
           MOVE "A REPORTER SUR LE SUCCESSEUR" TO WNV-ACT.
           IF WFD-REF(WIFD) = 0
              WRITE CMX-LIGNE FROM CMN-LIGNE
              PERFORM T27 THRU T27-EXIT
              GO TO T55F
           END-IF.
           IF WFD-NARRMP(WIFD) = SPACES
              MOVE 'M' TO WNV-ETA
              MOVE "SANS SUCCESSEUR - RETRAIT MANUEL" TO WNV-ACT
              WRITE CMX-LIGNE FROM CMN-LIGNE
              PERFORM T27 THRU T27-EXIT
              GO TO T55F
           END-IF.
           MOVE 'F' TO WNV-ETA.
           ADD 1 TO WTOT-CON.
           MOVE ZERO TO WTRV.
           PERFORM T55-CMP VARYING WIDXC FROM 1 BY 1
                   UNTIL WIDXC > WNB-CSU OR WTRV = 1.
           IF WTRV = 1
              MOVE "SEUIL DU SUCCESSEUR CONSERVE - LIGNE RETIREE"
                   TO WNV-ACT
           ELSE
              MOVE WFD-NARRMP(WIFD) TO CMN-NAR
              MOVE WFD-EANRMP(WIFD) TO CMN-EAN
              WRITE CMX-LIGNE FROM CMN-LIGNE
              MOVE "REPORTE SUR LE SUCCESSEUR" TO WNV-ACT
           END-IF.
           PERFORM T27 THRU T27-EXIT.
       T55F.
           PERFORM T52 THRU T52-EXIT.
       T55-EXIT.
           EXIT.
       T55-CMP.
           IF WCS-NCL(WIDXC) = CMN-NCL
              AND WCS-NAR(WIDXC) = WFD-NARRMP(WIFD)
              MOVE 1 TO WTRV
           END-IF.
      *
      *----------------------------------------------------------------*
      * T57/T58 : promotions non echues de l'article                   *
      *----------------------------------------------------------------*
       T57.
           READ PROMOTAR NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T57-EXIT.
           EXIT.
       T58.
           IF PRT-DATFIN NOT = ZERO AND PRT-DATFIN < WDATEJOUR
              GO TO T58F
           END-IF.
           MOVE PRT-NAR TO WNAR-TRT.
           PERFORM T28 THRU T28-EXIT.
           IF WTRV = 1
              INITIALIZE WIMP-NOUV
              MOVE 6          TO WNV-TYP
              MOVE PRT-NCL    TO WNV-NCL
              MOVE PRT-ID     TO WNV-REF(1:4)
              MOVE PRT-DATFIN TO WNV-DATE
              MOVE 'P'        TO WNV-ETA
              MOVE "A CLORE OU A REPORTER SUR LE SUCCESSEUR"
                   TO WNV-ACT
              PERFORM T27 THRU T27-EXIT
           END-IF.
       T58F.
           PERFORM T57 THRU T57-EXIT.
       T58-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T60/T61 : lignes des devis ouverts (statut O)                  *
      *----------------------------------------------------------------*
       T60.
           READ DEVMST NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T60-EXIT.
           EXIT.
       T61.
           IF DVM-TYPE = 'E'
              MOVE DVME-ID     TO WDV-ID
              MOVE DVME-NCL    TO WDV-NCL
              MOVE DVME-DATVAL TO WDV-DATVAL
              MOVE DVME-STATUT TO WDV-STATUT
              GO TO T61F
           END-IF.
           IF DVM-TYPE NOT = 'L' OR DVML-ID NOT = WDV-ID
              OR WDV-STATUT NOT = 'O'
              GO TO T61F
           END-IF.
           MOVE DVML-NAR TO WNAR-TRT.
           PERFORM T28 THRU T28-EXIT.
           IF WTRV = 1
              INITIALIZE WIMP-NOUV
              MOVE 7          TO WNV-TYP
              MOVE WDV-NCL    TO WNV-NCL
              MOVE WDV-ID     TO WNV-REF(1:6)
              MOVE DVML-QTE   TO WNV-QTE
              MOVE WDV-DATVAL TO WNV-DATE
              MOVE 'P'        TO WNV-ETA
              MOVE "A REVOIR AVEC LE SUCCESSEUR" TO WNV-ACT
              PERFORM T27 THRU T27-EXIT
           END-IF.
       T61F.
           PERFORM T60 THRU T60-EXIT.
       T61-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T63/T64/T65/T66 : stock restant par magasin et par lot         *
      *----------------------------------------------------------------*
       T63.
           READ FARTUSAP NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T63-EXIT.
           EXIT.
       T64.
           IF FAP-QDIS = ZERO
              GO TO T64F
           END-IF.
           MOVE FAP-NARX TO WNAR-TRT.
           PERFORM T28 THRU T28-EXIT.
           IF WTRV = 1
              INITIALIZE WIMP-NOUV
              MOVE 8          TO WNV-TYP
              MOVE "MAGASIN"  TO WNV-REF
              MOVE FAP-NMA    TO WNV-REF(9:2)
              MOVE FAP-QDIS   TO WNV-QTE
              MOVE 'P'        TO WNV-ETA
              MOVE "A ECOULER AVANT LA DERNIERE LIVRAISON" TO WNV-ACT
              PERFORM T27 THRU T27-EXIT
           END-IF.
       T64F.
           PERFORM T63 THRU T63-EXIT.
       T64-EXIT.
           EXIT.
       T65.
           READ STOCKLOT NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T65-EXIT.
           EXIT.
       T66.
           IF SLT-QTE = ZERO
              GO TO T66F
           END-IF.
           MOVE SLT-NAR TO WNAR-TRT.
           PERFORM T28 THRU T28-EXIT.
           IF WTRV = 1
              INITIALIZE WIMP-NOUV
              MOVE 9          TO WNV-TYP
              MOVE SLT-LOT    TO WNV-REF
              MOVE SLT-QTE    TO WNV-QTE
              MOVE SLT-DLC    TO WNV-DATE
              MOVE 'P'        TO WNV-ETA
              MOVE "A ECOULER AVANT LA DERNIERE LIVRAISON" TO WNV-ACT
              PERFORM T27 THRU T27-EXIT
           END-IF.
       T66F.
           PERFORM T65 THRU T65-EXIT.
       T66-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T67/T68/T69 : substitution generale (client zero) ; ajoutee    *
      *       sur confirmation si absente, effet a la date de derniere *
      *       commande                                                 *
      *----------------------------------------------------------------*
       T67.
           READ SUBSTART NEXT RECORD
                AT END MOVE 1 TO WFIN.
       T67-EXIT.
           EXIT.
       T68.
           IF SBA-NCL = ZERO
              MOVE SBA-NAR TO WNAR-TRT
              PERFORM T28 THRU T28-EXIT
              IF WTRV = 1
                 MOVE 'O' TO WFD-SUB(WIFD)
              END-IF
           END-IF.
           PERFORM T67 THRU T67-EXIT.
       T68-EXIT.
           EXIT.
       T69.
           IF WFD-REF(WIFD) = 0 OR WFD-NARRMP(WIFD) = SPACES
              OR WFD-SUB(WIFD) = 'O'
              GO TO T69-EXIT
           END-IF.
           IF WSUB-OUV = 0
              OPEN EXTEND SUBSTART
              IF FILE-STATUS2 NOT = ZERO
                 OPEN OUTPUT SUBSTART
              END-IF
              MOVE 1 TO WSUB-OUV
           END-IF.
           MOVE SPACES           TO SBA-LIGNE.
           MOVE WFD-NAR(WIFD)    TO SBA-NAR.
           MOVE WFD-NARRMP(WIFD) TO SBA-NARRMP.
           MOVE WFD-DATCDE(WIFD) TO SBA-DATEFF.
           MOVE ZERO             TO SBA-NCL.
           WRITE SBA-LIGNE.
           MOVE 'A' TO WFD-SUB(WIFD).
           ADD 1 TO WTOT-SUB.
       T69-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : annulation d'un reliquat apres la derniere livraison,    *
      *       comme la suppression de ligne ORDCHG : quantite a zero,  *
      *       etat 9, journal avant/apres au format ORDCHLOG           *
      *----------------------------------------------------------------*
       T70.
           IF WIM-TYP(WIDX) > 2
              GO TO T70-EXIT
           END-IF.
           MOVE WIM-IFD(WIDX) TO WIFD.
           IF WFD-REL(WIFD) = 0
              GO TO T70-EXIT
           END-IF.
      * ligne encore a preparer apres la derniere livraison : pas
      * d'annulation automatique, la demande reste au statut D
           IF WIM-TYP(WIDX) = 1
              MOVE 1 TO WFD-CDO(WIFD)
              MOVE 'M' TO WIM-ETA(WIDX)
              MOVE "OUVERTE APRES DERNIERE LIVRAISON - TRT MANUEL"
                   TO WIM-ACT(WIDX)
              ADD 1 TO WTOT-MAN
              GO TO T70-EXIT
           END-IF.
           MOVE WIM-NCDE(WIDX) TO FJ1NUM.
           MOVE WIM-NLG(WIDX)  TO FJ1NLG.
           READ FCOMJOC1
                INVALID KEY
                   MOVE 'M' TO WIM-ETA(WIDX)
                   MOVE "LIGNE DE COMMANDE INTROUVABLE - TRT MANUEL"
                        TO WIM-ACT(WIDX)
                   ADD 1 TO WTOT-MAN
                   GO TO T70-EXIT
           END-READ.
           IF FJ1NAR NOT = WFD-NAR(WIFD) OR FJ1ETAT NOT = 'R'
              GO TO T70-EXIT
           END-IF.
           MOVE SPACES TO OCL-LIGNE.
           MOVE FJ1QTC TO OCL-QTAV.
           MOVE FJ1DLI TO OCL-DLAV.
           MOVE ZERO   TO FJ1QTC.
           MOVE '9'    TO FJ1ETAT.
           REWRITE FJ1-LIGNE
                INVALID KEY
                   MOVE 'M' TO WIM-ETA(WIDX)
                   MOVE "ANNULATION IMPOSSIBLE - TRT MANUEL"
                        TO WIM-ACT(WIDX)
                   ADD 1 TO WTOT-MAN
                   GO TO T70-EXIT
           END-REWRITE.
           MOVE FJ1QTC    TO OCL-QTAP.
           MOVE FJ1DLI    TO OCL-DLAP.
           MOVE FJ1NUM    TO OCL-NCDE.
           MOVE FJ1NLG    TO OCL-NLG.
           MOVE FJ1NAR    TO OCL-NAR.
           MOVE 'S'       TO OCL-ACTION.
           MOVE WDATEJOUR TO OCL-DATE.
           WRITE OCL-LIGNE.
           MOVE 'F' TO WIM-ETA(WIDX).
           MOVE "RELIQUAT ANNULE (DERNIERE LIVRAISON PASSEE)"
                TO WIM-ACT(WIDX).
           ADD 1 TO WTOT-REL WTOT-FAIT.
       T70-EXIT.
           EXIT.
      *
      * nouveau statut : C -> D referentiel nettoye, D -> A termine
      * (sauf ligne de commande encore ouverte)
       T74.
           IF WFD-REF(WIFD) = 1
              MOVE 'D' TO WFD-NSTAT(WIFD)
           END-IF.
           IF WFD-REL(WIFD) = 1 AND WFD-CDO(WIFD) = 0
              MOVE 'A' TO WFD-NSTAT(WIFD)
           END-IF.
           IF WFD-NSTAT(WIFD) NOT = WFD-STATUT(WIFD)
              MOVE WDATEJOUR TO WFD-DATAPP(WIFD)
           END-IF.
       T74-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T75 : liste par article puis par client                        *
      *----------------------------------------------------------------*
       T75.
           IF WFD-STATUT(WIFD) = 'A'
              GO TO T75-EXIT
           END-IF.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           STRING "ARTICLE " WFD-NAR(WIFD)
                  "  DERNIERE COMMANDE " WFD-DATCDE(WIFD)
                  "  DERNIERE LIVRAISON " WFD-DATLIV(WIFD)
                  "  SUCCESSEUR " WFD-NARRMP(WIFD)
                  "  STATUT " WFD-STATUT(WIFD)
                  " -> " WFD-NSTAT(WIFD)
                  DELIMITED BY SIZE INTO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           IF WFD-STATUT(WIFD) = SPACE
              MOVE "DEMANDE A ETUDIER - AUCUNE ACTION APPLIQUEE"
                   TO LIGNE(9:60)
           END-IF.
           IF WFD-STATUT(WIFD) = 'C' AND WFD-REF(WIFD) = 0
              MOVE "CONFIRMEE - NETTOYAGE A LA DERNIERE COMMANDE"
                   TO LIGNE(9:60)
           END-IF.
           IF WFD-SUB(WIFD) = 'A'
              MOVE "SUBSTITUTION GENERALE AJOUTEE DANS SUBSTART"
                   TO LIGNE(9:60)
           END-IF.
           IF WFD-REF(WIFD) = 1 AND WFD-NARRMP(WIFD) = SPACES
              MOVE "SANS SUCCESSEUR - CONTRATS ET SEUILS EN MANUEL"
                   TO LIGNE(9:60)
           END-IF.
           IF LIGNE NOT = SPACES
              WRITE LIGNE BEFORE 1
           END-IF.
           MOVE ZERO TO WNB-ART-IMP.
           PERFORM T76 THRU T76-EXIT
                   VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WNB-IMP.
           IF WNB-ART-IMP = ZERO
              MOVE SPACES TO LIGNE
              MOVE "AUCUNE DEPENDANCE OUVERTE" TO LIGNE(9:60)
              WRITE LIGNE BEFORE 1
           END-IF.
       T75-EXIT.
           EXIT.
      *
      * premier objet non edite d'un client : tout le client d'un coup
       T76.
           IF WIM-IFD(WIDX) NOT = WIFD OR WIM-IMP(WIDX) = 'O'
              GO TO T76-EXIT
           END-IF.
           MOVE WIM-NCL(WIDX) TO WCLI-CUR.
           PERFORM T77 THRU T77-EXIT
                   VARYING WIDX2 FROM WIDX BY 1 UNTIL WIDX2 > WNB-IMP.
       T76-EXIT.
           EXIT.
       T77.
           IF WIM-IFD(WIDX2) NOT = WIFD OR WIM-IMP(WIDX2) = 'O'
              OR WIM-NCL(WIDX2) NOT = WCLI-CUR
              GO TO T77-EXIT
           END-IF.
           MOVE 'O' TO WIM-IMP(WIDX2).
           ADD 1 TO WNB-ART-IMP.
           MOVE SPACES TO LIGNE.
           MOVE WIM-NCL(WIDX2)  TO LNCL.
           MOVE WIM-TYP(WIDX2)  TO WITYP.
           MOVE WTTYP-E(WITYP)  TO LTYP.
           MOVE WIM-REF(WIDX2)  TO LREF.
           MOVE WIM-QTE(WIDX2)  TO LQTE.
           MOVE WIM-DATE(WIDX2) TO LDATE.
           IF WIM-ETA(WIDX2) = 'F'
              MOVE "FAIT"    TO LETA
           ELSE
              IF WIM-ETA(WIDX2) = 'M'
                 MOVE "MANUEL"  TO LETA
              ELSE
                 MOVE "PROPOSE" TO LETA
              END-IF
           END-IF.
           MOVE WIM-ACT(WIDX2)  TO LACT.
           WRITE LIGNE BEFORE 1.
       T77-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T80 : lettre aux commerciaux, une page par client, texte       *
      *       FINVIE dans la langue du client (stock interne exclu)    *
      *----------------------------------------------------------------*
       T80.
           IF WIM-NCL(WIDX) = ZERO OR WIM-LET(WIDX) = 'O'
              GO TO T80-EXIT
           END-IF.
           MOVE WIM-NCL(WIDX) TO WCLI-CUR.
           ADD 1 TO WTOT-LET.
           IF WPREM-LET = 1
              MOVE SPACES TO LIGNE2
              WRITE LIGNE2 BEFORE PAGE
           END-IF.
           MOVE 1 TO WPREM-LET.
           MOVE SPACES TO LIGNE2.
           STRING "ARTICLES EN FIN DE VIE - CLIENT " WCLI-CUR
                  DELIMITED BY SIZE INTO L3TXT.
           WRITE LIGNE2 BEFORE 2.
           MOVE WCLI-CUR TO ILNGCLI-NCL.
           MOVE SPACES   TO ILNGCLI-DEF.
           CALL 'lngcli1' USING LNGCLI.
           MOVE OLNGCLI-LANGUE TO ITXTLNG-LANGUE.
           MOVE "FINVIE" TO ITXTLNG-CODE.
           CALL 'txtlng1' USING TXTLNG.
           IF OTXTLNG-NBL = ZERO
              MOVE SPACES TO LIGNE2
              MOVE "LES ARTICLES SUIVANTS NE SONT PLUS COMMERCIALISES."
                   TO L3TXT
              WRITE LIGNE2 BEFORE 1
              MOVE SPACES TO LIGNE2
              MOVE "VOICI LEUR SUCCESSEUR ET CE QUI EN DEPEND ENCORE :"
                   TO L3TXT
              WRITE LIGNE2 BEFORE 1
           ELSE
              PERFORM T81 THRU T81-EXIT
                      VARYING WTXL FROM 1 BY 1
                      UNTIL WTXL > OTXTLNG-NBL
           END-IF.
           PERFORM T82 THRU T82-EXIT
                   VARYING WIFD FROM 1 BY 1 UNTIL WIFD > WNB-FDV.
       T80-EXIT.
           EXIT.
      *
       T81.
           MOVE SPACES TO LIGNE2.
           MOVE OTXTLNG-TEXTE(WTXL) TO L3TXT.
           WRITE LIGNE2 BEFORE 1.
       T81-EXIT.
           EXIT.
      *
      * un article du client : rappel des dates puis ses dependances
       T82.
           IF WFD-STATUT(WIFD) = 'A'
              GO TO T82-EXIT
           END-IF.
           MOVE ZERO TO WNB-LCL.
           PERFORM T83 THRU T83-EXIT
                   VARYING WIDX2 FROM WIDX BY 1 UNTIL WIDX2 > WNB-IMP.
       T82-EXIT.
           EXIT.
       T83.
           IF WIM-IFD(WIDX2) NOT = WIFD OR WIM-LET(WIDX2) = 'O'
              OR WIM-NCL(WIDX2) NOT = WCLI-CUR
              GO TO T83-EXIT
           END-IF.
           IF WNB-LCL = ZERO
              MOVE SPACES TO LIGNE2
              WRITE LIGNE2 BEFORE 1
              MOVE SPACES TO LIGNE2
              STRING "ARTICLE " WFD-NAR(WIFD)
                     "  DERNIERE COMMANDE " WFD-DATCDE(WIFD)
                     "  DERNIERE LIVRAISON " WFD-DATLIV(WIFD)
                     "  REMPLACE PAR " WFD-NARRMP(WIFD)
                     DELIMITED BY SIZE INTO L3TXT
              WRITE LIGNE2 BEFORE 1
           END-IF.
           ADD 1 TO WNB-LCL.
           MOVE 'O' TO WIM-LET(WIDX2).
           MOVE SPACES TO LIGNE2.
           MOVE WIM-TYP(WIDX2)  TO WITYP.
           MOVE WTTYP-E(WITYP)  TO L4TYP.
           MOVE WIM-REF(WIDX2)  TO L4REF.
           MOVE WIM-QTE(WIDX2)  TO L4QTE.
           MOVE WIM-DATE(WIDX2) TO L4DATE.
           MOVE WIM-ACT(WIDX2)  TO L4ACT.
           WRITE LIGNE2 BEFORE 1.
       T83-EXIT.
           EXIT.
      *
      * demande reecrite avec son nouveau statut
       T85.
           MOVE SPACES           TO AFN-LIGNE.
           MOVE WFD-NAR(WIFD)    TO AFN-NAR.
           MOVE WFD-DATCDE(WIFD) TO AFN-DATCDE.
           MOVE WFD-DATLIV(WIFD) TO AFN-DATLIV.
           MOVE WFD-NARRMP(WIFD) TO AFN-NARRMP.
           MOVE WFD-NSTAT(WIFD)  TO AFN-STATUT.
           MOVE WFD-DATAPP(WIFD) TO AFN-DATAPP.
           WRITE AFN-LIGNE.
       T85-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T90 : recapitulatif                                            *
      *----------------------------------------------------------------*
       T90.
           MOVE SPACES TO LIGNE.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "DEMANDES DE FIN DE VIE LUES" TO LRLIB.
           MOVE WNB-FDV TO LRNB.
           WRITE LIGNE BEFORE 1.
           PERFORM T92 THRU T92-EXIT
                   VARYING WITYP FROM 1 BY 1 UNTIL WITYP > 9.
           MOVE SPACES TO LIGNE.
           MOVE "ENTREES DE REFERENCEMENT RETIREES" TO LRLIB.
           MOVE WTOT-REFSUP TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "LIGNES DE CONTRAT CADENCE REMPLACEES" TO LRLIB.
           MOVE WTOT-CTR TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "SEUILS DE CONSIGNATION REPORTES" TO LRLIB.
           MOVE WTOT-CON TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "SUBSTITUTIONS GENERALES AJOUTEES" TO LRLIB.
           MOVE WTOT-SUB TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "RELIQUATS ANNULES (JOURNAL ORDCHLOG)" TO LRLIB.
           MOVE WTOT-REL TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "ACTIONS APPLIQUEES" TO LRLIB.
           MOVE WTOT-FAIT TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "ACTIONS A TRAITER EN MANUEL" TO LRLIB.
           MOVE WTOT-MAN TO LRNB.
           WRITE LIGNE BEFORE 1.
           MOVE SPACES TO LIGNE.
           MOVE "LETTRES CLIENTS EDITEES" TO LRLIB.
           MOVE WTOT-LET TO LRNB.
           WRITE LIGNE BEFORE 1.
       T90-EXIT.
           EXIT.
       T92.
           MOVE SPACES TO LIGNE.
           MOVE WTTYP-E(WITYP)  TO LRLIB.
           MOVE WTOT-TYP(WITYP) TO LRNB.
           WRITE LIGNE BEFORE 1.
       T92-EXIT.
           EXIT.
