      *                SHARED HELPDLDG RUN LEDGER THAT SYHELPDL
      *                REPORTS AND THE SYHELPDB BACKOUT INTERLOCK
      *                READS.
      * 10/15/2026 DLC THE '$BLK' SHARED TEXT BLOCK KEY RANGE IS NOT A
      *                TRANSACTION AND IS NO LONGER REPORTED AS HELP
      *                FOR AN UNKNOWN ONE.
      * 10/15/2026 DLC NEITHER IS THE '$NTC' NOTICE KEY RANGE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
               IF  STAT-NORMAL(VSUB)
               AND (HELPD-SEQU-HEADER OR HELPD-IS-ALIAS)
               AND HELPD-TRAN NOT = LAST-PANEL-TRAN
               AND NOT HELPD-RESERVED-TRAN
                   MOVE HELPD-TRAN     TO LAST-PANEL-TRAN
                   PERFORM D10-JUDGE-ONE-TRAN THRU D15-EXIT
               END-IF
