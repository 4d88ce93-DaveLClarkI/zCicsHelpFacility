      *                SHARED HELPDLDG RUN LEDGER THAT SYHELPDL
      *                REPORTS AND THE SYHELPDB BACKOUT INTERLOCK
      *                READS.
      * 10/15/2026 DLC ADDED THE '&' INCLUDE CARD FOR SHARED TEXT
      *                BLOCKS.  A BLOCK IS AN ORDINARY HEADER AND DATA
      *                LINE GROUP KEPT UNDER TRAN '$BLK' WITH THE
      *                BLOCK NAME AS ITS NAME; AN '&' CARD (BLOCK NAME
      *                IN COLS 15-22) WRITES A DATA LINE OF '&' + NAME
      *                THAT PULLS THE BLOCK IN WHEREVER THE PANEL IS
      *                SHOWN.  THE DECK EDIT VERIFIES THE BLOCK HAS A
      *                HEADER IN THE PANEL'S LANGUAGE OR THE BASE
      *                LANGUAGE, IN THE DECK OR ON FILE, AND REJECTS
      *                A BLOCK THAT INCLUDES ANOTHER BLOCK.  EXTRACT
      *                PUNCHES '&' CARDS BACK OUT, AND THE PRINTED
      *                PANEL LISTING SHOWS THE BLOCK'S TEXT UNDER
      *                EACH INCLUDE LINE.
      * 10/15/2026 DLC ADDED TIME-WINDOWED NOTICES.  A NOTICE IS AN
      *                ORDINARY HEADER AND DATA LINE GROUP KEPT UNDER
      *                TRAN '$NTC' WITH THE NOTICE ID AS ITS NAME; ITS
      *                '|' CARD CARRIES THE FROM AND THRU DATE-TIMES
      *                (COLS 15-26, 28-39, YYYYMMDDHHMM) AND THE TRAN
      *                PATTERN (COLS 41-44) AHEAD OF THE TITLE (COLS
      *                46-80), AND ITS '@' CARDS ARE THE NOTICE TEXT.
      *                THE DECK EDIT CHECKS THE WINDOW AND PATTERN.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  SAVE-OWNER-NAME           PIC  X(08)   VALUE SPACES.

         03  PRINT-SEQU-EDIT           PIC  9(05)   VALUE ZEROES.
         03  PRINT-RESUME-KEY          PIC  X(16)   VALUE SPACES.

       01  INPUT-CARD.
         03  INPUT-HELPTRAN            PIC  X(04).

       COPY WILDCOMP.

       COPY HELPBLKW.

      ******************************************************************
      *    LINKAGE SECTION                                              *
      *    THE CALLING JCL'S EXEC PARM= IS THE ONLY WAY THIS PROGRAM    *
      ******************************************************************
       COPY HELPDLGP.

      /*****************************************************************
      *    LOAD A SHARED TEXT BLOCK WITHOUT LOSING THE SWEEP POSITION  *
      ******************************************************************
       COPY HELPBLKP.

      /*****************************************************************
      *    EXTRACT HELP PAGES                                          *
      ******************************************************************
                   ELSE
                       ADD  1          TO REC-CNT
                       IF  ALT-FORM-REQUESTED
                           MOVE HELPD-KEY  TO PRINT-RESUME-KEY
                           PERFORM P30-PRINT-SEGMENT THRU P35-EXIT
                       ELSE
                           PERFORM P20-PUNCH-SEGMENT THRU P25-EXIT
           AND INPUT-CARD(14:1) NOT = '@'
           AND INPUT-CARD(14:1) NOT = '='
           AND INPUT-CARD(14:1) NOT = '>'
           AND INPUT-CARD(14:1) NOT = '&'
           AND INPUT-CARD(14:1) NOT = '-'
               PERFORM D40-LOG-BAD-CARD THRU D45-EXIT
               GO TO D90-EXIT
                   END-IF
               END-IF
           WHEN '>'
           WHEN '&'
               COMPUTE HELPD-RECL = LENGTH OF HELPD-KEY
                                  + LENGTH OF HELPD-DATA
               ADD  1                  TO LAST-SEQU
                                          HELPD-SEQU
               MOVE SPACES             TO HELPD-DATA
               MOVE INPUT-CARD(14:1)   TO HELPD-DATA(1:1)
               MOVE INPUT-CARD(15:)    TO HELPD-DATA(2:)
               SET  FUNC-WRITE(VSUB)   TO TRUE
               WRITE SYHELPD-RECORD END-WRITE
           AND INPUT-CARD(14:1) NOT = '@'
           AND INPUT-CARD(14:1) NOT = '='
           AND INPUT-CARD(14:1) NOT = '>'
           AND INPUT-CARD(14:1) NOT = '&'
           AND INPUT-CARD(14:1) NOT = '-'
               MOVE 'BAD CARD CODE - NOT ONE OF | + @ = > & -'
                                       TO EDIT-MSG
               PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT
               GO TO F90-EXIT
           EVALUATE INPUT-CARD(14:1)
             WHEN '|'
               MOVE 'Y'                TO EDIT-HEADER-SW(EDIT-CUR)
               IF  INPUT-CARD(1:4) = '$NTC'
                   PERFORM F30-EDIT-NOTICE THRU F35-EXIT
               END-IF
             WHEN '+'
               IF  EDIT-HEADER-SW(EDIT-CUR) NOT = 'Y'
                   MOVE 'CONTINUATION CARD WITH NO HEADER CARD FOR KEY'
                   PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT
               END-IF
               PERFORM F20-QUEUE-ALIAS THRU F25-EXIT
             WHEN '&'
               EVALUATE TRUE
                 WHEN EDIT-HEADER-SW(EDIT-CUR) NOT = 'Y'
                   MOVE 'INCLUDE CARD WITH NO HEADER CARD FOR KEY'
                                       TO EDIT-MSG
                   PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT
                 WHEN INPUT-CARD(1:4) = '$BLK'
                   MOVE 'A SHARED BLOCK MAY NOT INCLUDE ANOTHER BLOCK'
                                       TO EDIT-MSG
                   PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT
                 WHEN INPUT-CARD(15:8) NOT > SPACES
                   MOVE 'INCLUDE CARD HAS NO BLOCK NAME IN COLS 15-22'
                                       TO EDIT-MSG
                   PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT
                 WHEN OTHER
                   PERFORM F20-QUEUE-ALIAS THRU F25-EXIT
               END-EVALUATE
             WHEN '='
               MOVE 'Y'                TO EDIT-ALIAS-SW(EDIT-CUR)
               PERFORM F20-QUEUE-ALIAS THRU F25-EXIT
      *    PASSES.  THE TWO CARD FORMS CARRY THE TARGET NAME IN       *
      *    DIFFERENT COLUMNS - THE SEE ALSO CARD HAS A BLANK BETWEEN  *
      *    TRAN AND NAME BECAUSE ITS DATA IS ALSO THE DISPLAYED TEXT. *
      *    AN INCLUDE CARD NAMES ONLY THE BLOCK (COLS 15-22); ITS     *
      *    TARGET IS THAT BLOCK'S HEADER IN THE '$BLK' KEY RANGE.     *
      *----------------------------------------------------------------
       F20-QUEUE-ALIAS.

           MOVE INPUT-CARD(1:13)       TO PEND-KEY(PEND-CNT).
           MOVE INPUT-CARD(14:01)      TO PEND-TYPE(PEND-CNT).
           MOVE INPUT-CARD(15:04)      TO PEND-TGT-TRAN(PEND-CNT).
           EVALUATE INPUT-CARD(14:1)
             WHEN '>'
               MOVE INPUT-CARD(20:08)  TO PEND-TGT-NAME(PEND-CNT)
             WHEN '&'
               MOVE '$BLK'             TO PEND-TGT-TRAN(PEND-CNT)
               MOVE INPUT-CARD(15:08)  TO PEND-TGT-NAME(PEND-CNT)
             WHEN OTHER
               MOVE INPUT-CARD(19:08)  TO PEND-TGT-NAME(PEND-CNT)
           END-EVALUATE.
           MOVE INPUT-CARD(13:01)      TO PEND-TGT-LANG(PEND-CNT).

       F25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A NOTICE HEADER CARD CARRIES ITS SHOWING WINDOW AND TRAN   *
      *    PATTERN AHEAD OF ITS TITLE: COLS 15-26 FROM YYYYMMDDHHMM,  *
      *    COLS 28-39 THRU YYYYMMDDHHMM, COLS 41-44 TRAN PATTERN      *
      *    (WILDCARDS AS WILDCOMP TAKES THEM, '*' = EVERY TRAN),      *
      *    COLS 46-80 TITLE.  A BAD WINDOW WOULD SIMPLY NEVER SHOW.   *
      *----------------------------------------------------------------
       F30-EDIT-NOTICE.

           IF  INPUT-CARD(15:12) NOT NUMERIC
               MOVE 'NOTICE FROM (COLS 15-26) IS NOT YYYYMMDDHHMM'
                                       TO EDIT-MSG
               PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT
           END-IF.

           IF  INPUT-CARD(28:12) NOT NUMERIC
               MOVE 'NOTICE THRU (COLS 28-39) IS NOT YYYYMMDDHHMM'
                                       TO EDIT-MSG
               PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT
           ELSE
           IF  INPUT-CARD(15:12) NUMERIC
           AND INPUT-CARD(28:12) NOT > INPUT-CARD(15:12)
               MOVE 'NOTICE THRU IS NOT AFTER ITS FROM'
                                       TO EDIT-MSG
               PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT
           END-IF
           END-IF.

           IF  INPUT-CARD(41:4) NOT > SPACES
               MOVE 'NOTICE HAS NO TRAN PATTERN IN COLS 41-44'
                                       TO EDIT-MSG
               PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT
           END-IF.

       F35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PRINT ONE EDIT ERROR WITH ITS CARD NUMBER AND KEY          *
      *----------------------------------------------------------------
               GO TO F65-EXIT
           END-IF.

      *    A SEE ALSO TARGET OR AN INCLUDED BLOCK MAY ALSO BE
      *    SATISFIED BY THE BASE LANGUAGE - THAT IS EXACTLY THE
      *    FALLBACK THE DISPLAY MAKES WHEN THE LINE IS FOLLOWED OR
      *    THE BLOCK IS EXPANDED
           IF  TARGET-MISSING
           AND PEND-TYPE(PIDX) NOT = '='
           AND EDIT-TGT-LANG NOT = SPACE
               MOVE SPACE              TO EDIT-TGT-LANG
               PERFORM F62-SEEK-TARGET THRU F63-EXIT
               GO TO F65-EXIT
           END-IF.

           EVALUATE PEND-TYPE(PIDX)
             WHEN '>'
               MOVE 'SEE ALSO TARGET HAS NO PANEL ON FILE OR IN DECK'
                                       TO EDIT-MSG
             WHEN '&'
               MOVE 'INCLUDED BLOCK HAS NO HEADER ON FILE OR IN DECK'
                                       TO EDIT-MSG
             WHEN OTHER
               MOVE 'ALIAS TARGET HAS NO HEADER ON FILE OR IN DECK'
                                       TO EDIT-MSG
           END-EVALUATE.
           PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT.

       F65-EXIT.
      *    JUDGED BY ITS DECK CONTENT ALONE, SINCE THE PROMOTE WILL   *
      *    DELETE WHATEVER THE FILE HOLDS FOR IT.  AN ALIAS SATISFIES *
      *    A SEE ALSO TARGET (THE DISPLAY RESOLVES IT) BUT NOT AN     *
      *    ALIAS TARGET - AN ALIAS MAY NOT POINT AT ANOTHER ALIAS -   *
      *    NOR AN INCLUDED BLOCK, WHICH MUST HAVE ITS OWN HEADER.     *
      *----------------------------------------------------------------
       F62-SEEK-TARGET.

                 WHEN PEND-TYPE(PIDX) = '>'
                  AND EDIT-ALIAS-SW(EDIT-CUR) = 'Y'
                   SET  TARGET-FOUND   TO TRUE
                 WHEN PEND-TYPE(PIDX) = '='
                   MOVE 'ALIAS TARGET KEY IN DECK HAS NO HEADER CARD'
                                       TO EDIT-MSG
                   PERFORM F40-PRINT-EDIT-ERROR THRU F45-EXIT
                   EXIT PERFORM
               END-IF

               MOVE HELPD-KEY          TO PRINT-RESUME-KEY
               MOVE SAVE-ALIAS-TRAN    TO HELPD-TRAN
               MOVE SAVE-ALIAS-NAME    TO HELPD-NAME
               ADD  1                  TO REC-CNT
                   DELIMITED BY SIZE INTO PUNCH-CARD
           ELSE
           IF  HELPD-DATA(1:1) = '>'
           OR  HELPD-DATA(1:1) = '&'
               STRING HELPD-TRAN HELPD-NAME HELPD-LANG
                      HELPD-DATA(1:1) HELPD-DATA(2:)
                   DELIMITED BY SIZE INTO PUNCH-CARD
           ELSE
               STRING HELPD-TRAN HELPD-NAME HELPD-LANG
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-IF.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           IF  HELPD-SEQU > ZERO
           AND HELPD-DATA(1:1) = '&'
           AND NOT HELPD-SHARED-BLOCK
               PERFORM P36-PRINT-BLOCK THRU P39-EXIT
           END-IF.
       P35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PRINT THE LINES OF A SHARED BLOCK UNDER ITS INCLUDE LINE,  *
      *    IN THE PANEL'S LANGUAGE OR ELSE THE BASE LANGUAGE, THE     *
      *    SAME WAY THE HELP DISPLAY EXPANDS IT.  PRINT-RESUME-KEY IS *
      *    THE REAL FILE POSITION - UNDER AN ALIAS, HELPD-KEY HOLDS   *
      *    THE ALIAS NAME BUT THE BROWSE IS ON THE OWNER'S RECORDS.   *
      *----------------------------------------------------------------
       P36-PRINT-BLOCK.
           MOVE HELPD-DATA(2:8)         TO BLOCK-NAME.
           MOVE HELPD-LANG              TO BLOCK-LANG.
           MOVE PRINT-RESUME-KEY        TO BLOCK-RESUME-KEY.
           PERFORM U90-GET-BLOCK THRU U95-EXIT.
           IF  BLOCK-MISSING
               MOVE SPACES              TO HELPRPT-RECORD
               STRING HELPD-TRAN ' ' HELPD-NAME ' ' HELPD-LANG
                      ' &'     BLOCK-NAME
                      ' *** SHARED BLOCK IS NOT ON FILE ***'
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               GO TO P39-EXIT
           END-IF.
           PERFORM WITH TEST BEFORE
             VARYING BLOCK-SUB FROM 1 BY 1
               UNTIL BLOCK-SUB > BLOCK-LINE-CNT
               MOVE SPACES              TO HELPRPT-RECORD
               STRING HELPD-TRAN ' ' HELPD-NAME ' ' HELPD-LANG
                      ' &'     BLOCK-NAME
                      ' '      BLOCK-LINE(BLOCK-SUB)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-PERFORM.
       P39-EXIT.
           EXIT.

      /*****************************************************************
      *    SHARED UTILITY ROUTINES                                     *
      ******************************************************************
