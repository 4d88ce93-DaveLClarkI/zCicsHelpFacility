      *                SHARED HELPDLDG RUN LEDGER THAT SYHELPDL
      *                REPORTS AND THE SYHELPDB BACKOUT INTERLOCK
      *                READS.
      * 10/15/2026 DLC AN '&' LINE NOW HAS ITS SHARED TEXT BLOCK
      *                SEARCHED AS PART OF THE INCLUDING PANEL, IN
      *                THAT PANEL'S LANGUAGE OR ELSE THE BASE
      *                LANGUAGE.  SUCH HITS LIST UNDER THE PANEL'S KEY
      *                AND THE '&' LINE'S SEQU, MARKED WITH THE BLOCK
      *                THEY CAME THROUGH.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************

       COPY WILDCOMP.

       COPY HELPBLKW.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      ******************************************************************
       COPY HELPDLGP.

      /*****************************************************************
      *    LOAD A SHARED TEXT BLOCK WITHOUT LOSING THE SWEEP POSITION  *
      ******************************************************************
       COPY HELPBLKP.

      /*****************************************************************
      *    SEARCH HELP TEXT FOR ONE CONTROL CARD'S STRING              *
      ******************************************************************
                     IF  SCAN-HIT
                         PERFORM P50-PRINT-HIT THRU P55-EXIT
                     END-IF
                     IF  HELPD-SEQU > ZERO
                     AND HELPD-DATA(1:1) = '&'
                     AND NOT HELPD-SHARED-BLOCK
                         PERFORM P70-SCAN-BLOCK THRU P75-EXIT
                     END-IF
                 END-IF
               END-IF
           END-PERFORM.
                                       TO SCAN-TEXT-LEN
           END-IF.

           PERFORM P46-SCAN-TEXT THRU P47-EXIT.

       P45-EXIT.
           EXIT.

       P46-SCAN-TEXT.

           SET  SCAN-NO-HIT            TO TRUE.

           COMPUTE SCAN-MAX = SCAN-TEXT-LEN - SRCH-LEN + 1.
           IF  SCAN-MAX < 1
               GO TO P47-EXIT
           END-IF.

           SET  WILDCOMP-PGM           TO TRUE.
               END-IF
           END-PERFORM.

       P47-EXIT.
           EXIT.

      *----------------------------------------------------------------
       P65-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    AN '&' LINE - SCAN EACH LINE OF THE INCLUDED SHARED BLOCK  *
      *    AND LIST A HIT UNDER THE INCLUDING PANEL.  HELPBLKP PUTS   *
      *    THE PANEL'S RECORD AND THE SWEEP POSITION BACK FIRST.      *
      *----------------------------------------------------------------
       P70-SCAN-BLOCK.

           MOVE HELPD-DATA(2:8)        TO BLOCK-NAME.
           MOVE HELPD-LANG             TO BLOCK-LANG.
           MOVE HELPD-KEY              TO BLOCK-RESUME-KEY.
           PERFORM U90-GET-BLOCK THRU U95-EXIT.

           PERFORM WITH TEST BEFORE
             VARYING BLOCK-SUB FROM 1 BY 1
               UNTIL BLOCK-SUB > BLOCK-LINE-CNT
               MOVE SPACES             TO SCAN-TEXT
               MOVE BLOCK-LINE(BLOCK-SUB)
                                       TO SCAN-TEXT
               MOVE LENGTH OF HELPD-DATA
                                       TO SCAN-TEXT-LEN
               PERFORM P46-SCAN-TEXT THRU P47-EXIT
               IF  SCAN-HIT
                   PERFORM P80-PRINT-BLOCK-HIT THRU P85-EXIT
               END-IF
           END-PERFORM.

       P75-EXIT.
           EXIT.

       P80-PRINT-BLOCK-HIT.

           ADD  1                      TO HIT-CNT.
           IF  HELPD-KEY(1:13) NOT = LAST-PANEL-KEY
               ADD  1                  TO PANEL-CNT
               MOVE HELPD-KEY(1:13)    TO LAST-PANEL-KEY
           END-IF.

           MOVE HELPD-SEQU             TO PRINT-SEQU-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING HELPD-TRAN ' ' HELPD-NAME ' ' HELPD-LANG
                  ' SEQ=' PRINT-SEQU-EDIT
                  ' '     BLOCK-LINE(BLOCK-SUB)
                  ' (VIA BLOCK ' BLOCK-NAME ')'
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P85-EXIT.
           EXIT.

      /*****************************************************************
      *    SHARED UTILITY ROUTINES                                     *
      ******************************************************************
