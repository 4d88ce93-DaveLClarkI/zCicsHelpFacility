      ******************************************************************
      *    HELPBLKP  -  LOAD ONE SHARED TEXT BLOCK INTO BLOCK-LINE    *
      *    CALLER SETS BLOCK-NAME, BLOCK-LANG (THE INCLUDING PANEL'S   *
      *    LANGUAGE) AND BLOCK-RESUME-KEY (THE SYHELPD KEY ITS OWN     *
      *    SWEEP IS POSITIONED ON).  THE BLOCK IS READ IN BLOCK-LANG,  *
      *    ELSE IN THE BASE LANGUAGE; BLOCK-LANG IS LEFT AS THE ONE    *
      *    FOUND.  THE SWEEP IS THEN RE-STARTED AFTER BLOCK-RESUME-KEY *
      *    AND SYHELPD-RECORD PUT BACK, SO THE CALLER'S NEXT READ NEXT *
      *    CARRIES ON AS IF NOTHING HAD HAPPENED.  A BROWSE THAT HAS   *
      *    NOTHING AFTER BLOCK-RESUME-KEY IS LEFT AT END OF FILE.      *
      *    REQUIRES HELPBLKW, SYHELPD, VSMSTATW AND VSMSTATP.          *
      ******************************************************************
       U90-GET-BLOCK.

           MOVE SYHELPD-RECORD         TO BLOCK-SAVE-RECORD.
           MOVE HELPD-RECL             TO BLOCK-SAVE-RECL.
           MOVE SPACES                 TO BLOCK-TITLE.
           MOVE ZEROES                 TO BLOCK-LINE-CNT
                                          BLOCK-LINE-TOTAL.
           SET  BLOCK-MISSING          TO TRUE.
           MOVE HELPD                  TO VSUB.

           PERFORM U92-READ-BLOCK THRU U93-EXIT.
           IF  BLOCK-MISSING
           AND BLOCK-LANG NOT = SPACE
           AND RTC-CODE < 16
               MOVE SPACE              TO BLOCK-LANG
               PERFORM U92-READ-BLOCK THRU U93-EXIT
           END-IF.

           MOVE BLOCK-RESUME-KEY       TO HELPD-KEY.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY > HELPD-KEY END-START.
           IF  STAT-NOTFOUND(VSUB)
               SET  STAT-EOFILE(VSUB)  TO TRUE
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-EOFILE(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           MOVE BLOCK-SAVE-RECORD      TO SYHELPD-RECORD.
           MOVE BLOCK-SAVE-RECL        TO HELPD-RECL.

       U95-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    READ THE BLOCK HEADER IN BLOCK-LANG, THEN ITS DATA LINES
      *----------------------------------------------------------------
       U92-READ-BLOCK.

           MOVE '$BLK'                 TO HELPD-TRAN.
           MOVE BLOCK-NAME             TO HELPD-NAME.
           MOVE BLOCK-LANG             TO HELPD-LANG.
           MOVE ZERO                   TO HELPD-SEQU.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ SYHELPD RECORD END-READ.
           IF  STAT-NOTFOUND(VSUB)
               GO TO U93-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO U93-EXIT
           END-IF.

           SET  BLOCK-FOUND            TO TRUE.
           MOVE HELPD-TABLE            TO BLOCK-TITLE.
           SET  BLOCK-NOT-END          TO TRUE.

           PERFORM WITH TEST BEFORE
             UNTIL BLOCK-AT-END

               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPD NEXT RECORD END-READ

               EVALUATE TRUE
                 WHEN NOT STAT-NORMAL(VSUB)
                   IF  NOT STAT-EOFILE(VSUB)
                       MOVE HELPD-KEY  TO VSAM-KEYD(VSUB)
                       PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
                   END-IF
                   SET  BLOCK-AT-END   TO TRUE
                 WHEN HELPD-TRAN NOT = '$BLK'
                   OR HELPD-NAME NOT = BLOCK-NAME
                   OR HELPD-LANG NOT = BLOCK-LANG
                   SET  BLOCK-AT-END   TO TRUE
                 WHEN HELPD-SEQU < ZERO
                   CONTINUE
                 WHEN OTHER
                   ADD  1              TO BLOCK-LINE-TOTAL
                   IF  BLOCK-LINE-CNT < BLOCK-LINE-MAX
                       ADD  1          TO BLOCK-LINE-CNT
                       MOVE HELPD-DATA TO BLOCK-LINE(BLOCK-LINE-CNT)
                   END-IF
               END-EVALUATE
           END-PERFORM.

       U93-EXIT.
           EXIT.
