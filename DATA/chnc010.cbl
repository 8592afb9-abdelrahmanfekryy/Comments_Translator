      *DD9153 15/10/26 anes pas de facturation arrete en cours ou en
      *                     erreur : "reprise possible" si son journal
      *                     de run FACREP montre un run interrompu
      *DD9079 23/08/26 anes Creation - etat de la chaine de nuit pour
      *                     l'operateur : statut de chaque pas declare
      *                     et point de reprise autorise
       01  WIDX2                  PIC 9(2).
       01  WDEP-OK                PIC 9.
       01  WREPRISE               PIC X(10) VALUE SPACE.
DD9153*
DD9153**** journal de run des programmes de facturation
DD9153     copy "../copy/facrep.com".
      *
       PROCEDURE DIVISION.
      *
                 END-IF
              END-IF
           END-IF.
DD9153     IF CHC-STATUT = 'C' OR CHC-STATUT = 'E'
DD9153        PERFORM T55 THRU T55-EXIT
DD9153     END-IF.
           WRITE LIGNE BEFORE 1.
           PERFORM T20 THRU T20-EXIT.
       T50-EXIT.
           EXIT.
DD9153*
DD9153* pas de facturation arrete en cours de run : son journal FACREP
DD9153* dit si le run redemarre reprendra la ou il s'est arrete
DD9153 T55.
DD9153     IF CHC-PAS NOT = 'CGLP-FACT1' AND CHC-PAS NOT = 'CGLP-FACTD'
DD9153        AND CHC-PAS NOT = 'CILP-FACT1'
DD9153        GO TO T55-EXIT
DD9153     END-IF.
DD9153     INITIALIZE FACREP.
DD9153     MOVE 'Q'     TO IFACREP-TRT.
DD9153     MOVE CHC-PAS TO IFACREP-PROG.
DD9153     MOVE SPACES  TO IFACREP-SOC.
DD9153     CALL "facrep1" USING FACREP.
DD9153     IF CFACREP-REPRISE-OUI
DD9153        MOVE "REPRISE POSSIBLE (JOURNAL FACTURATION)" TO LLIB
DD9153     END-IF.
DD9153 T55-EXIT.
DD9153     EXIT.
      *
      *----------------------------------------------------------------*
      * T70 : point de reprise = premier pas non OK dont la            *
