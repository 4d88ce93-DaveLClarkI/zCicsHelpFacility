      *               TRAN/NAME/LANGUAGE KEY IT TOUCHED, AND WRITES AN
      *               APPLY FILE ON HELPOUT IN THE FLAT-FILE CARD FORM
      *               SYHELPDX READS WITH UPSI 101:  THE KEY'S CURRENT
      *               SYHELPD CONTENT AS '|' '+' '@' '>' '&' '=' CARDS,
      *               OR A SINGLE '-' (DELETE-ONLY) CARD WHEN THE
      *               PROMOTE REMOVED THE KEY ENTIRELY.  SHIP THE FILE TO
      *               THE OTHER REGION AND PROMOTE IT THERE AS USUAL.
      *
      *               UPSI-0 ON = VERIFY.  RUN AT THE DOWNSTREAM SITE
      *               AFTER ITS PROMOTE, AGAINST ITS SYHELPD.  READS
      *                SHARED HELPDLDG RUN LEDGER THAT SYHELPDL
      *                REPORTS AND THE SYHELPDB BACKOUT INTERLOCK
      *                READS.
      * 10/15/2026 DLC A SHARED BLOCK INCLUDE LINE NOW GOES OUT AS AN
      *                '&' CARD, THE SAME WAY A SEE ALSO LINE GOES OUT
      *                AS A '>' CARD.  A '$BLK' BLOCK IS AN ORDINARY
      *                KEY AND PROPAGATES LIKE ANY OTHER PANEL.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************

      /*****************************************************************
      *    REBUILD ONE KEY'S CURRENT FILE CONTENT AS CANONICAL        *
      *    PROMOTE CARDS - '|' AND '+' FOR THE HEADER, '@', '>' OR    *
      *    '&' FOR EACH DATA LINE IN SEQUENCE ORDER, '=' FOR AN ALIAS.*
      *    HELPD-LAST-UPD RIDES IN NO CARD, SO A COMPARISON ON THESE  *
      *    CARDS IGNORES THE RESTAMPED DATE BY CONSTRUCTION.          *
      ******************************************************************
                   ADD  1              TO GRP-CNT
                   MOVE SPACES         TO GRP-CARD(GRP-CNT)
                   IF  PNL-DATA-TEXT(PANEL-SUB)(1:1) = '>'
                   OR  PNL-DATA-TEXT(PANEL-SUB)(1:1) = '&'
                       STRING GEN-KEY
                              PNL-DATA-TEXT(PANEL-SUB)(1:1)
                              PNL-DATA-TEXT(PANEL-SUB)(2:63)
                           DELIMITED BY SIZE INTO GRP-CARD(GRP-CNT)
                       END-STRING
