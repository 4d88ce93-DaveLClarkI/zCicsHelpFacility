
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC THE '&' SHARED BLOCK INCLUDE CARD IS NOW STAGED
      *                LIKE ANY OTHER PROMOTE CARD.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           AND INPUT-CARD(14:1) NOT = '@'
           AND INPUT-CARD(14:1) NOT = '='
           AND INPUT-CARD(14:1) NOT = '>'
           AND INPUT-CARD(14:1) NOT = '&'
           AND INPUT-CARD(14:1) NOT = '-'
               PERFORM D40-LOG-BAD-CARD THRU D45-EXIT
               GO TO C90-EXIT
