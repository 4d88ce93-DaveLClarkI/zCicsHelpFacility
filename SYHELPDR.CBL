      *                SHARED HELPDLDG RUN LEDGER THAT SYHELPDL
      *                REPORTS AND THE SYHELPDB BACKOUT INTERLOCK
      *                READS.
      * 10/15/2026 DLC SHARED TEXT BLOCKS ('$BLK') ARE NEVER VIEWED ON
      *                THEIR OWN AND ARE LEFT OFF THE UNVIEWED LIST.
      * 10/15/2026 DLC SO ARE TIME-WINDOWED NOTICES ('$NTC').
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************

               IF  STAT-NORMAL(VSUB)
               AND HELPD-SEQU-HEADER
               AND NOT HELPD-RESERVED-TRAN
                   PERFORM E10-CHECK-ONE-HEADER THRU E15-EXIT
               END-IF
           END-PERFORM.
