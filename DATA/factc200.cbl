      *DD9148 15/10/26 anes avoir d'annulation et facture de
      *                     remplacement d'une facture rectifiee
      *                     (RECTFAC via rectif1) : la facture
      *                     d'origine part en reference sans saisie,
      *                     la facture de remplacement la porte aussi
      *DD9131 03/09/26 anes controle de flux : le flux EMISSION part
      *                     avec un segment ZC de queue (sequence
      *                     flowctl1 + nombre de factures E1) que les
DD9115     copy "../copy/ediprf.com".                                   *GPICMT
DD9128     copy "../copy/climap.com".
DD9131     copy "../copy/flowctl.com".
DD9148     copy "../copy/rectif.com".
       01  tout.
DD0351   02  wnom-prog                PIC X(10) value 'factc200'.
DD0465   02  wpcb                     pic 9(6).
DD9089 01  wrun-hdeb      pic x(8) value space.
DD9089 01  wrun-hfin      pic x(8) value space.
DD9089 01  wnbemis        pic 9(7) value zero.
DD9148* piece d'une facture rectificative : reference automatique
DD9148 01  wrect-ref      pic 9 value zero.
       PROCEDURE DIVISION.
      *
       TRAIT SECTION.
      * tjrs l'avoir ou la facture de reference
DD0221*    if wrclr = "R" go to p1u. TEST OBSOLETE
      *----> M0798a (F)
DD9148* avoir d'annulation ou facture de remplacement d'une facture
DD9148* rectifiee (RECTC010) : la facture de reference est celle
DD9148* d'origine, on ne la demande pas a l'operateur
DD9148     move zero to wrect-ref
DD9148     initialize rectif
DD9148     move 'R' to irectif-trt
DD9148     move wnfa to irectif-nfac
DD9148     call "rectif1" using rectif
DD9148     if orectif-rtn = '0'
DD9148        and (crectif-role-avoir or crectif-role-nouveau)
DD9148        move 1 to wrect-ref
DD9148        move spaces to wrepx wnotedebit
DD9148        move orectif-nfacorig to wrep9
DD9148        display "PIECE DE RECTIFICATION " wnfa
DD9148                " REFERENCE FACTURE " wrep9
DD9148        go to p2
DD9148     end-if.
           IF fcfoa not = 5 and fcfoa not = 6 and fcfoa not = 7
                                          go to p2.

      *----> M0798a (D)
      *    IF WFOA not = 5 and WFOA not = 6 and WFOA not = 7 go to p6i.
           IF WFOA not = 5 and WFOA not = 6 and WFOA not = 7
DD9148                     and wrect-ref not = 1
DD0221*                    and wrclr not = "R" 
              go to p6i.
       p6c0.
