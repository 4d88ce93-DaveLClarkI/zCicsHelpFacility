      * 09/02/2026 DLC ADDED THE '-' DELETE-ONLY CARD, IN STEP WITH
      *                SYHELPDX, SO A SYHELPDG APPLY FILE CAN BE
      *                PROMOTED ONLINE AS WELL.
      * 10/15/2026 DLC ADDED THE '&' SHARED BLOCK INCLUDE CARD, IN
      *                STEP WITH SYHELPDX.  IT WRITES A SEQUENCED DATA
      *                LINE OF '&' + BLOCK NAME, WHICH THE HELP
      *                DISPLAY EXPANDS INTO THE '$BLK' BLOCK'S TEXT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           AND INPUT-CARD(14:1) NOT = '@'
           AND INPUT-CARD(14:1) NOT = '='
           AND INPUT-CARD(14:1) NOT = '>'
           AND INPUT-CARD(14:1) NOT = '&'
           AND INPUT-CARD(14:1) NOT = '-'
               PERFORM D40-LOG-BAD-CARD THRU D45-EXIT
               GO TO D90-EXIT
                   PERFORM D60-LOG-HISTORY THRU D65-EXIT
               END-IF
             WHEN '>'
             WHEN '&'
               COMPUTE HELPD-RECL = LENGTH OF HELPD-KEY
                                  + LENGTH OF HELPD-DATA
               ADD  1                  TO LAST-SEQU
               MOVE LAST-SEQU          TO HELPD-SEQU
               MOVE SPACES             TO HELPD-DATA
               MOVE INPUT-CARD(14:1)   TO HELPD-DATA(1:1)
               MOVE INPUT-CARD(15:)    TO HELPD-DATA(2:)
               EXEC CICS WRITE FILE    ('SYHELPD')
                                FROM   (SYHELPD-RECORD)
