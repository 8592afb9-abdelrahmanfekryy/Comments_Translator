      *DD9151 15/10/26 anes Creation - series de numerotation des
      *                     factures par societe : lecture des
      *                     compteurs de la serie en vigueur a la date
      *                     de facturation, mise a jour en fin de run
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERFAC1.
      *
      ******************************************************************
      * GPICMT    Series de numerotation des factures par societe : la  *
      *           table SERFAC porte, par societe, la date de bascule   *
      *           a partir de laquelle ses factures ne sont plus        *
      *           numerotees sur le compteur commun PARBATCH FACTURE000 *
      *           mais sur sa propre serie : prefixe facultatif (1 ou 2 *
      *           chiffres de tete du numero), compteur des factures,   *
      *           des factures conditionnelles, et des avoirs quand la  *
      *           societe les numerote a part (SRF-PARTYPE = O).  Le    *
      *           premier numero de chaque serie (SRF-NDEBFA/NDEBAV)    *
      *           sert au controle des trous par FACTC215.              *
      *           - 'L' : compteurs de la serie de ISERFAC-SOC en       *
      *             vigueur a ISERFAC-DATE ; RTN 0 = serie a utiliser,  *
      *             1 = pas de serie ou date anterieure a la bascule    *
      *             (compteur FACTURE000), 9 = serie saturee (le        *
      *             prochain numero sort du prefixe ou rejoint l'autre  *
      *             serie de la societe)                                *
      *           - 'M' : compteurs ISERFAC-NFANA/NFACA/NAVOI reecrits  *
      *             en fin de run ; RTN 0 = fait, 9 = reecriture        *
      *             impossible ou dernier numero emis hors prefixe      *
      *           Les prefixes et premiers numeros sont choisis hors de *
      *           la plage deja emise sur FACTURE000 : l'ancienne et la *
      *           nouvelle numerotation cohabitent dans FFACTURE sans   *
      *           collision (controle par FACTC205 et FACTC215).        *
      ******************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DPS-4.
       OBJECT-COMPUTER. DPS-4.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERFAC-F ASSIGN TO SER-FAC
                       organization indexed
                       access mode random
                       record key SRF-SOC
                       file status is file-status.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SERFAC-F
                DATA RECORD SRF-LIGNE.
       01  SRF-LIGNE.
           02 SRF-SOC               PIC X(6).
           02 SRF-DATBAS            PIC 9(6).
           02 SRF-PREFIXE           PIC X(2).
           02 SRF-PARTYPE           PIC X.
           02 SRF-NFANA             PIC 9(7).
           02 SRF-NFACA             PIC 9(7).
           02 SRF-NAVOI             PIC 9(7).
           02 SRF-NDEBFA            PIC 9(7).
           02 SRF-NDEBAV            PIC 9(7).
           02 FILLER                PIC X(20).
      *
       WORKING-STORAGE SECTION.
       01  file-status             PIC XX.
       01  WLGPREF                 PIC 9.
       01  WNUM                    PIC 9(7).
       01  WNUMX REDEFINES WNUM    PIC X(7).
       01  WHORS                   PIC 9.
      *
       LINKAGE SECTION.
           copy '../copy/serfac.com'.
      *
       PROCEDURE DIVISION USING SERFAC.
       T10.
           MOVE SPACES TO OSERFAC-LIBERR.
           MOVE SPACE  TO OSERFAC-PARTYPE.
           MOVE ZERO   TO OSERFAC-NFANA OSERFAC-NFACA OSERFAC-NAVOI.
           MOVE "1"    TO OSERFAC-RTN.
           IF CSERFAC-TRT-MAJ
              OPEN I-O SERFAC-F
           ELSE
              OPEN INPUT SERFAC-F
           END-IF.
           IF FILE-STATUS NOT = ZERO
      * table absente = aucune societe basculee
              IF CSERFAC-TRT-MAJ
                 MOVE "9" TO OSERFAC-RTN
                 MOVE "TABLE DES SERIES DE FACTURES ABSENTE"
                      TO OSERFAC-LIBERR
              END-IF
              GOBACK
           END-IF.
           MOVE ISERFAC-SOC TO SRF-SOC.
           READ SERFAC-F
                INVALID KEY
                   IF CSERFAC-TRT-MAJ
                      MOVE "9" TO OSERFAC-RTN
                      STRING "SERIE DE FACTURES ABSENTE : " ISERFAC-SOC
                             DELIMITED BY SIZE INTO OSERFAC-LIBERR
                   END-IF
                   CLOSE SERFAC-F
                   GOBACK
           END-READ.
           MOVE ZERO TO WLGPREF.
           IF SRF-PREFIXE(1:1) NOT = SPACE
              MOVE 1 TO WLGPREF
              IF SRF-PREFIXE(2:1) NOT = SPACE
                 MOVE 2 TO WLGPREF
              END-IF
           END-IF.
           IF CSERFAC-TRT-MAJ
              PERFORM T40 THRU T40-EXIT
           ELSE
              PERFORM T20 THRU T20-EXIT
           END-IF.
           CLOSE SERFAC-F.
           GOBACK.
      *
      *----------------------------------------------------------------*
      * T20 : compteurs de la serie en vigueur a la date de facture    *
      *----------------------------------------------------------------*
       T20.
           IF SRF-DATBAS = ZERO OR ISERFAC-DATE < SRF-DATBAS
              GO TO T20-EXIT
           END-IF.
           MOVE SRF-NFANA   TO OSERFAC-NFANA.
           MOVE SRF-NFACA   TO OSERFAC-NFACA.
           MOVE SRF-NAVOI   TO OSERFAC-NAVOI.
           MOVE SRF-PARTYPE TO OSERFAC-PARTYPE.
           MOVE "0" TO OSERFAC-RTN.
      * la facture suivante doit rester dans le prefixe, sans
      * rejoindre la serie des avoirs (ni l'inverse)
           MOVE SRF-NFANA TO WNUM.
           PERFORM T60 THRU T60-EXIT.
           IF SRF-PARTYPE = 'O'
              IF SRF-NDEBAV > SRF-NDEBFA AND SRF-NFANA NOT < SRF-NDEBAV
                 MOVE 1 TO WHORS
              END-IF
              IF WHORS = ZERO
                 MOVE SRF-NAVOI TO WNUM
                 PERFORM T60 THRU T60-EXIT
              END-IF
              IF SRF-NDEBFA > SRF-NDEBAV AND SRF-NAVOI NOT < SRF-NDEBFA
                 MOVE 1 TO WHORS
              END-IF
           END-IF.
           IF WHORS = 1
              MOVE "9" TO OSERFAC-RTN
              STRING "SERIE DE FACTURES SATUREE : " ISERFAC-SOC
                     DELIMITED BY SIZE INTO OSERFAC-LIBERR
           END-IF.
       T20-EXIT.
           EXIT.
      *
      *----------------------------------------------------------------*
      * T40 : reecriture des compteurs en fin de run                   *
      *----------------------------------------------------------------*
       T40.
           MOVE ISERFAC-NFANA TO SRF-NFANA.
           MOVE ISERFAC-NFACA TO SRF-NFACA.
           MOVE ISERFAC-NAVOI TO SRF-NAVOI.
      * le compte-rendu est positionne AVANT l'ecriture : une
      * ecriture en echec ne doit pas etre rapportee comme reussie
           MOVE "0" TO OSERFAC-RTN.
           REWRITE SRF-LIGNE
                INVALID KEY
                   MOVE "9" TO OSERFAC-RTN
                   STRING "MISE A JOUR SERFAC IMPOSSIBLE : "
                          ISERFAC-SOC
                          DELIMITED BY SIZE INTO OSERFAC-LIBERR
                   GO TO T40-EXIT
           END-REWRITE.
      * dernier numero emis hors prefixe : la serie a deborde
           IF ISERFAC-NFANA > ZERO
              COMPUTE WNUM = ISERFAC-NFANA - 1
              PERFORM T60 THRU T60-EXIT
           END-IF.
           IF WHORS = 1
              MOVE "9" TO OSERFAC-RTN
              STRING "NUMERO DE FACTURE HORS PREFIXE : " ISERFAC-SOC
                     DELIMITED BY SIZE INTO OSERFAC-LIBERR
           END-IF.
       T40-EXIT.
           EXIT.
      *
      * numero WNUM hors du prefixe de la serie (WHORS = 1)
       T60.
           MOVE ZERO TO WHORS.
           IF WLGPREF = ZERO
              GO TO T60-EXIT
           END-IF.
           IF WNUMX(1:WLGPREF) NOT = SRF-PREFIXE(1:WLGPREF)
              MOVE 1 TO WHORS
           END-IF.
       T60-EXIT.
           EXIT.
