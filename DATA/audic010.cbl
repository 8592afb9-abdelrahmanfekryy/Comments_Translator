      *DD9167 15/10/26 anes dossier de preuve : preuves de livraison
      *                     des BL de la commande (date, heure,
      *                     signataire, statut, reserves) lues dans le
      *                     journal PODJRN de PODC010
      *DD9148 15/10/26 anes dossier de preuve : trio de la facture
      *                     rectificative (facture d'origine, avoir
      *                     d'annulation, facture de remplacement) lu
      *                     dans RECTFAC quelle que soit la piece
      *                     demandee
      *DD9138 03/09/26 anes CDESREPR declare comme chez son producteur
      *                     CDRPC010 (indexe, cle CR-CLE, assignation
      *                     CDESREPR) : la section lignee du dossier de
      *             permanente de FBLIVJOUR)                            *
      *           - RELIQLOG / MMAULOG : les evenements d'affectation   *
      *             et d'etat de la commande                            *
DD9167*           - PODJRN : les preuves de livraison des BL (PODC010)  *
      *           Chaque dossier recoit un numero de scelle pris au     *
      *           journal AUDITJRN (plus haut numero + 1, jamais        *
      *           reecrit) qui enregistre numero, facture, date et      *
                       organization line sequential
                       file status is file-status6.
      *
DD9148     SELECT RECTFAC ASSIGN TO REC-TFAC
DD9148                 organization indexed
DD9148                 access mode sequential
DD9148                 record key RCF-CLE
DD9148                 file status is file-status8.
DD9148*
DD9167     SELECT PODJRN ASSIGN TO POD-JRN
DD9167                 organization line sequential
DD9167                 file status is file-status9.
DD9167*
           SELECT AUDITJRN ASSIGN TO AUD-ITJRN
                       organization line sequential
                       file status is file-status7.
           02 FILLER             PIC X.
           02 MML-DATE           PIC 9(6).
      *
DD9148* factures rectificatives (RECTC010) : facture d'origine,
DD9148* avoir d'annulation, facture de remplacement
DD9148 FD  RECTFAC
DD9148          DATA RECORD RCF-LIGNE.
DD9148 01  RCF-LIGNE.
DD9148     02 RCF-CLE.
DD9148        03 RCF-CDE            PIC X(13).
DD9148        03 RCF-NFACORIG       PIC 9(7).
DD9148     02 RCF-DATORIG           PIC 9(6).
DD9148     02 RCF-NCL               PIC 9(6).
DD9148     02 RCF-NCLNEW            PIC 9(6).
DD9148     02 RCF-TAXNEW            PIC X.
DD9148     02 RCF-MOTIF             PIC XX.
DD9148     02 RCF-DEMAND            PIC X(8).
DD9148     02 RCF-DATDEM            PIC 9(6).
DD9148     02 RCF-STATUT            PIC X.
DD9148     02 RCF-NAVOIR            PIC 9(7).
DD9148     02 RCF-DATAV             PIC 9(6).
DD9148     02 RCF-MONTTC            PIC S9(9)V99.
DD9148     02 RCF-NFACNEW           PIC 9(7).
DD9148     02 RCF-DATNEW            PIC 9(6).
DD9148     02 RCF-NBPRIX            PIC 99.
DD9148     02 RCF-TPRIX OCCURS 20.
DD9148        03 RCF-NAR            PIC X(7).
DD9148        03 RCF-PU             PIC 9(7)V99.
DD9148     02 FILLER                PIC X(20).
DD9148*
DD9167* preuves de livraison integrees par PODC010
DD9167 FD  PODJRN
DD9167          DATA RECORD PDJ-LIGNE.
DD9167 01  PDJ-LIGNE.
DD9167     02 PDJ-NBL            PIC 9(7).
DD9167     02 FILLER             PIC X.
DD9167     02 PDJ-NCDE           PIC 9(7).
DD9167     02 FILLER             PIC X.
DD9167     02 PDJ-NCL            PIC 9(6).
DD9167     02 FILLER             PIC X.
DD9167     02 PDJ-SSCC           PIC X(18).
DD9167     02 FILLER             PIC X.
DD9167     02 PDJ-DATLIV         PIC 9(6).
DD9167     02 FILLER             PIC X.
DD9167     02 PDJ-HEURE          PIC 9(4).
DD9167     02 FILLER             PIC X.
DD9167     02 PDJ-STATUT         PIC X.
DD9167     02 FILLER             PIC X.
DD9167     02 PDJ-SIGNE          PIC X(20).
DD9167     02 FILLER             PIC X.
DD9167     02 PDJ-RESERVE        PIC X(30).
DD9167     02 FILLER             PIC X.
DD9167     02 PDJ-SRC            PIC X(3).
DD9167     02 FILLER             PIC X.
DD9167     02 PDJ-DATINT         PIC 9(6).
DD9167*
      * journal de scelles : numerotation sequentielle continue,
      * jamais reecrit (la preuve de non-alteration)
       FD  AUDITJRN
       01  file-status5           PIC XX.
       01  file-status6           PIC XX.
       01  file-status7           PIC XX.
DD9148 01  file-status8           PIC XX.
DD9167 01  file-status9           PIC XX.
       01  WFINA                  PIC 9 value zero.
           88 FIN-AUDLIST         value 1.
       01  WFINJ                  PIC 9 value zero.
           WRITE LIGNE BEFORE 1.
           ADD 1 TO WNBLIG.
           PERFORM T40 THRU T40-EXIT.
DD9148* facture rectifiee : origine, avoir d'annulation, remplacement
DD9148     PERFORM T45 THRU T45-EXIT.
      * BL et quantites expediees
DD9167* preuves de livraison des BL
DD9167     PERFORM T56 THRU T56-EXIT.
           PERFORM T50 THRU T50-EXIT.
      * evenements d'affectation et d'etat
           PERFORM T60 THRU T60-EXIT.
       T44-EXIT.
           EXIT.
      *
DD9148*----------------------------------------------------------------*
DD9148* T45 : rectification de la facture (RECTFAC) : la facture       *
DD9148*       demandee y figure comme origine, avoir d'annulation ou   *
DD9148*       facture de remplacement ; le trio est edite en entier    *
DD9148*----------------------------------------------------------------*
DD9148 T45.
DD9148     MOVE ZERO TO WFINX.
DD9148     OPEN INPUT RECTFAC.
DD9148     IF FILE-STATUS8 NOT = ZERO
DD9148        GO TO T45-EXIT
DD9148     END-IF.
DD9148     PERFORM T46 THRU T46-EXIT.
DD9148     PERFORM T47 THRU T47-EXIT UNTIL FIN-FICHIER.
DD9148     CLOSE RECTFAC.
DD9148 T45-EXIT.
DD9148     EXIT.
DD9148 T46.
DD9148     READ RECTFAC NEXT RECORD
DD9148          AT END MOVE 1 TO WFINX.
DD9148 T46-EXIT.
DD9148     EXIT.
DD9148 T47.
DD9148     IF RCF-NFACORIG NOT = AUL-NFAC
DD9148        AND RCF-NAVOIR NOT = AUL-NFAC
DD9148        AND RCF-NFACNEW NOT = AUL-NFAC
DD9148        GO TO T47F
DD9148     END-IF.
DD9148     MOVE SPACES TO LIGNE.
DD9148     STRING "RECTIFICATION : FACTURE " RCF-NFACORIG
DD9148            " DU " RCF-DATORIG
DD9148            " DEMANDEE LE " RCF-DATDEM
DD9148            " PAR " RCF-DEMAND " MOTIF " RCF-MOTIF
DD9148            DELIMITED BY SIZE INTO LIGNE.
DD9148     WRITE LIGNE BEFORE 1.
DD9148     ADD 1 TO WNBLIG.
DD9148     MOVE RCF-MONTTC TO WED-MONT.
DD9148     MOVE SPACES TO LIGNE.
DD9148     STRING "RECTIFICATION : ANNULEE PAR AVOIR " RCF-NAVOIR
DD9148            " DU " RCF-DATAV " TTC " WED-MONT
DD9148            DELIMITED BY SIZE INTO LIGNE.
DD9148     WRITE LIGNE BEFORE 1.
DD9148     ADD 1 TO WNBLIG.
DD9148     MOVE SPACES TO LIGNE.
DD9148     IF RCF-STATUT = "F"
DD9148        STRING "RECTIFICATION : REMPLACEE PAR FACTURE "
DD9148               RCF-NFACNEW " DU " RCF-DATNEW
DD9148               " CLIENT " RCF-NCL " -> " RCF-NCLNEW
DD9148               " TAXE " RCF-TAXNEW
DD9148               DELIMITED BY SIZE INTO LIGNE
DD9148     ELSE
DD9148        STRING "RECTIFICATION : FACTURE DE REMPLACEMENT"
DD9148               " NON ENCORE EMISE"
DD9148               DELIMITED BY SIZE INTO LIGNE
DD9148     END-IF.
DD9148     WRITE LIGNE BEFORE 1.
DD9148     ADD 1 TO WNBLIG.
DD9148 T47F.
DD9148     PERFORM T46 THRU T46-EXIT.
DD9148 T47-EXIT.
DD9148     EXIT.
DD9148*
DD9148*----------------------------------------------------------------*
DD9148* T50 : BL et quantites reellement expediees (journal BLEXP)     *
      *----------------------------------------------------------------*
       T50.
           MOVE ZERO TO WFINX.
       T54-EXIT.
           EXIT.
      *
DD9167*----------------------------------------------------------------*
DD9167* T56 : preuves de livraison de la commande (journal PODJRN)     *
DD9167*----------------------------------------------------------------*
DD9167 T56.
DD9167     MOVE ZERO TO WFINX.
DD9167     OPEN INPUT PODJRN.
DD9167     IF FILE-STATUS9 NOT = ZERO
DD9167        GO TO T56-EXIT
DD9167     END-IF.
DD9167     PERFORM T57 THRU T57-EXIT.
DD9167     PERFORM T58 THRU T58-EXIT UNTIL FIN-FICHIER.
DD9167     CLOSE PODJRN.
DD9167 T56-EXIT.
DD9167     EXIT.
DD9167 T57.
DD9167     READ PODJRN NEXT RECORD
DD9167          AT END MOVE 1 TO WFINX.
DD9167 T57-EXIT.
DD9167     EXIT.
DD9167 T58.
DD9167     IF WNCDE NUMERIC
DD9167        IF PDJ-NCDE = WNCDE9
DD9167           MOVE SPACES TO LIGNE
DD9167           STRING "LIVRAISON BL " PDJ-NBL
DD9167                  " LE " PDJ-DATLIV " A " PDJ-HEURE
DD9167                  " STATUT " PDJ-STATUT
DD9167                  " SIGNE " PDJ-SIGNE
DD9167                  " SOURCE " PDJ-SRC
DD9167                  DELIMITED BY SIZE INTO LIGNE
DD9167           WRITE LIGNE BEFORE 1
DD9167           ADD 1 TO WNBLIG
DD9167           IF PDJ-RESERVE NOT = SPACES
DD9167              MOVE SPACES TO LIGNE
DD9167              STRING "LIVRAISON BL " PDJ-NBL
DD9167                     " RESERVES : " PDJ-RESERVE
DD9167                     DELIMITED BY SIZE INTO LIGNE
DD9167              WRITE LIGNE BEFORE 1
DD9167              ADD 1 TO WNBLIG
DD9167           END-IF
DD9167        END-IF
DD9167     END-IF.
DD9167     PERFORM T57 THRU T57-EXIT.
DD9167 T58-EXIT.
DD9167     EXIT.
DD9167*
      *----------------------------------------------------------------*
      * T60 : evenements d'affectation (RELIQLOG) de la commande       *
      *----------------------------------------------------------------*
