      *DD9175 15/10/26 anes prix par paliers de quantite (PALPRIX1)
      *                     sur le tarif assortiment, avant la garde
      *                     plancher ; palier atteint sur l'etat
      *DD9138 03/09/26 anes disponibilite de GENCODTB et REFERCLI
      *                     testee par tops d'ouverture et non par les
      *                     file status vivants, qu'un INVALID KEY
      *             par client + article), servi apres la promo         *
      *           - PROMO1 : le tarif promotionnel borne par dates,     *
      *             consulte en premier comme dans PRCDE060             *
DD9175*           - PALPRIX1 : prix par paliers de quantite (PALTAR)    *
DD9175*             appliques au tarif assortiment, avant la garde      *
DD9175*             plancher, comme dans PRCDE060                       *
      *           - PXPLAN1 : la garde de prix plancher, qui marque la  *
      *             ligne sous plancher sur le devis (meme garde qu'a   *
      *             la commande : un devis signe sous plancher est un   *
       01  WTOT-ANO               PIC 9(5) VALUE ZERO.
      *
           copy '../copy/promo.com'.
DD9175     copy '../copy/palprix.com'.
           copy '../copy/pxplan.com'.
           copy '../copy/franco.com'.
      *
                   PERFORM T55 THRU T55-EXIT
                   GO TO T50-EXIT
           END-READ.
DD9175* promo d'abord, puis tarif assortiment et paliers de quantite,
DD9175* comme PRCDE060
           INITIALIZE PROMO.
           MOVE WDEV-NCL  TO IPROMO-NCL.
           MOVE GCT-NAR   TO IPROMO-NAR.
           MOVE WDATEJOUR TO IPROMO-DATE.
           MOVE DVDL-QTE  TO IPROMO-QTE.
           CALL 'promo1' USING PROMO.
DD9175     INITIALIZE PALPRIX.
           IF CPROMO-TROUVE-OUI
              MOVE OPROMO-PRIX TO WPRIX
           ELSE
                      GO TO T50-EXIT
              END-READ
              MOVE RFC-PRIX TO WPRIX
DD9175* paliers de quantite sur le tarif assortiment (hors promo)
DD9175        MOVE WDEV-NCL  TO IPALPRIX-NCL
DD9175        MOVE GCT-NAR   TO IPALPRIX-NAR
DD9175        MOVE WDATEJOUR TO IPALPRIX-DATE
DD9175        MOVE DVDL-QTE  TO IPALPRIX-QTE
DD9175        MOVE RFC-PCB   TO IPALPRIX-PCB
DD9175        MOVE WPRIX     TO IPALPRIX-PRIX
DD9175        CALL 'palprix1' USING PALPRIX
DD9175        MOVE OPALPRIX-NET TO WPRIX
           END-IF.
      * garde de prix plancher : la ligne est marquee, pas bloquee
      * (le devis se negocie, la commande se bloquera s'il le faut)
           IF CPXPLAN-SOUS-OUI
              MOVE "LIGNE VALORISEE - SOUS PLANCHER" TO LLIB
           ELSE
DD9175        IF CPALPRIX-TROUVE-OUI
DD9175           STRING "LIGNE VALORISEE AU PALIER " OPALPRIX-PALIER
DD9175                  DELIMITED BY SIZE INTO LLIB
DD9175        ELSE
DD9175           MOVE "LIGNE VALORISEE" TO LLIB
DD9175        END-IF
           END-IF.
           WRITE LIGNE BEFORE 1.
       T50-EXIT.
