      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDQ.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       SHARED TEXT BLOCK WHERE-USED REPORT.  SWEEPS
      *               SYHELPD FOR PANEL DATA LINES OF '&' + BLOCK
      *               NAME AND LISTS ON HELPRPT, FOR EACH SHARED
      *               BLOCK ('$BLK' KEY RANGE), ITS TITLE AND EVERY
      *               PANEL (TRAN/NAME/LANG/SEQU) THAT INCLUDES IT,
      *               SO THE EFFECT OF CHANGING A BLOCK IS KNOWN
      *               BEFORE IT IS CHANGED.  AN INCLUDED BLOCK WITH
      *               NO BASE LANGUAGE HEADER ON FILE IS FLAGGED;
      *               ON AN ALL-BLOCKS RUN, BLOCKS THAT NO PANEL
      *               INCLUDES ARE LISTED AT THE END.
      *
      *               ONE OPTIONAL CONTROL CARD:
      *
      *               COLS  1-8   BLOCK NAME TO REPORT ON
      *                           (BLANK, '*' OR NO CARD = ALL)
      *
      *               ENDS RTC = 4 WHEN AN INCLUDED BLOCK IS NOT ON
      *               FILE.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      *                                                                *
      *    ENVIRONMENT DIVISION                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      *    CONFIGURATION SECTION                                       *
      ******************************************************************
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-2086-A04-140.
       OBJECT-COMPUTER. IBM-2086-A04-140.

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CARDRDR
               ASSIGN TO SYS010-UR-IJSYSIN.

           SELECT SORTWRK
               ASSIGN TO SORTWK1.

           SELECT HELPRPT
               ASSIGN TO HELPRPT
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

           SELECT SYHELPD
               ASSIGN TO SYHELPD
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS HELPD-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT HELPDLDG
               ASSIGN TO HELPDLDG
               FILE STATUS IS FILE8-STAT
                              FILE8-FDBK.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    FILE SECTION                                                *
      ******************************************************************
       FILE SECTION.

       FD  CARDRDR.
       01  CARDRDR-RECORD               PIC  X(80).

       SD  SORTWRK.
       01  SORTWRK-RECORD.
           05  SRT-BLOCK                PIC  X(08).
           05  SRT-TRAN                 PIC  X(04).
           05  SRT-NAME                 PIC  X(08).
           05  SRT-LANG                 PIC  X(01).
           05  SRT-SEQU                 PIC S9(05)   PACKED-DECIMAL.

       FD  HELPRPT.
       01  HELPRPT-RECORD               PIC  X(132).

       FD  SYHELPD
           RECORD IS VARYING IN SIZE
             FROM 80 TO 120 CHARACTERS
             DEPENDING ON HELPD-RECL.
       COPY SYHELPD.

       FD  HELPDLDG.
       COPY HELPDLDG.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDQ'.

         03  HELPD                     PIC S9(04)   BINARY VALUE 1.
         03  HELPD-RECL                PIC  9(05)   VALUE ZEROES.

         03  CARDRDR-SWITCH            PIC  X(01)   VALUE 'C'.
           88  CARDRDR-CLOSED                       VALUE 'C'.
           88  CARDRDR-AT-END                       VALUE 'E'.
           88  CARDRDR-OPEN                         VALUE 'O'.
         03  HELPRPT-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPRPT-CLOSED                       VALUE 'C'.
           88  HELPRPT-OPEN                         VALUE 'O'.
         03  SORT-EOF-SWITCH           PIC  X(01)   VALUE 'N'.
           88  SORT-AT-END                          VALUE 'E'.
           88  SORT-NOT-AT-END                      VALUE 'N'.
         03  SELECT-SWITCH             PIC  X(01)   VALUE 'A'.
           88  SELECT-ALL-BLOCKS                    VALUE 'A'.
           88  SELECT-ONE-BLOCK                     VALUE 'O'.

         03  SELECT-BLOCK              PIC  X(08)   VALUE SPACES.
         03  LAST-BLOCK                PIC  X(08)   VALUE LOW-VALUES.

         03  READ-CNT                  PIC  9(07)   VALUE ZEROES.
         03  USE-CNT                   PIC  9(07)   VALUE ZEROES.
         03  BLOCK-CNT                 PIC  9(07)   VALUE ZEROES.
         03  BLOCK-USE-CNT             PIC  9(07)   VALUE ZEROES.
         03  MISSING-CNT               PIC  9(07)   VALUE ZEROES.
         03  UNUSED-CNT                PIC  9(07)   VALUE ZEROES.

         03  USED-CNT                  PIC S9(04)   BINARY VALUE ZEROES.
         03  USED-MAX                  PIC S9(04)   BINARY VALUE 500.
         03  USUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  FOUND-SUB                 PIC S9(04)   BINARY VALUE ZEROES.

         03  PRINT-SEQU-EDIT           PIC -9(04)   VALUE ZEROES.

       01  INPUT-CARD.
         03  INPUT-BLOCK               PIC  X(08).
         03                            PIC  X(72).

       01  USED-TABLE-AREA.
         03  USED-BLOCK                PIC  X(08)   OCCURS 500.

       COPY RTCMAN.

       COPY VSMSTATW.

       COPY HELPDLGW.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE = ZERO
               SORT SORTWRK
                   ON ASCENDING KEY SRT-BLOCK SRT-TRAN SRT-NAME
                                    SRT-LANG SRT-SEQU
                   INPUT  PROCEDURE IS C00-RELEASE-INCLUDES
                                  THRU C90-EXIT
                   OUTPUT PROCEDURE IS D00-PRINT-WHERE-USED
                                  THRU D90-EXIT
               IF  SORT-RETURN NOT = ZERO
                   DISPLAY THIS-PGM ': SORT FAILED, SORT-RETURN = '
                                    SORT-RETURN
                                         UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
           AND SELECT-ALL-BLOCKS
               PERFORM E00-LIST-UNUSED THRU E90-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'BLKUSE  '             TO LEDGER-MODE.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           OPEN INPUT CARDRDR.
           SET  CARDRDR-OPEN           TO TRUE.

           PERFORM U10-GET-INPUT THRU U15-EXIT.
           IF  NOT CARDRDR-AT-END
           AND INPUT-BLOCK > SPACES
           AND INPUT-BLOCK NOT = '*'
               MOVE INPUT-BLOCK        TO SELECT-BLOCK
               SET  SELECT-ONE-BLOCK   TO TRUE
           END-IF.

           MOVE 1                      TO STAT-TOTL.
           MOVE 'SYHELPD'              TO VSAM-FILE(HELPD).
           MOVE LENGTH OF HELPD-KEY    TO VSAM-KEYL(HELPD).

           MOVE HELPD                  TO VSUB.
           SET  FUNC-OPEN(VSUB)        TO TRUE.
           OPEN INPUT SYHELPD.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           IF  HELPRPT-OPEN
               CLOSE HELPRPT
               SET  HELPRPT-CLOSED     TO TRUE
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL CARDRDR-AT-END
               PERFORM U10-GET-INPUT THRU U15-EXIT
           END-PERFORM.

           CLOSE CARDRDR.
           SET  CARDRDR-CLOSED         TO TRUE.

           MOVE HELPD                  TO VSUB.
           SET  FUNC-CLOSE(VSUB)       TO TRUE.
           CLOSE SYHELPD.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-NORMAL
           AND MISSING-CNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  RECORDS = ' READ-CNT
                            '  INCLUDES = ' USE-CNT
                            '  BLOCKS = ' BLOCK-CNT
                            '  MISSING = ' MISSING-CNT
                                 UPON CONSOLE.

           MOVE USE-CNT                TO LEDGER-REC-CNT.
           MOVE 'E'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK A VSAM OR WORK FILE'S STATUS                          *
      ******************************************************************
       COPY VSMSTATP.

      /*****************************************************************
      *    APPEND AN EVENT TO THE HELPDLDG RUN LEDGER                  *
      ******************************************************************
       COPY HELPDLGP.

      /*****************************************************************
      *    SORT INPUT - SWEEP SYHELPD AND RELEASE EVERY INCLUDE LINE   *
      *    OF A PANEL (A '&' LINE INSIDE A BLOCK IS ONLY TEXT, SINCE   *
      *    BLOCKS DO NOT NEST, AND IS LEFT TO SYHELPDA TO REPORT)      *
      ******************************************************************

       C00-RELEASE-INCLUDES.

           MOVE LOW-VALUES             TO HELPD-KEY.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE NOT = ZERO

               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPD NEXT RECORD END-READ

               IF  STAT-NORMAL(VSUB)
                   ADD  1              TO READ-CNT
                   PERFORM C10-JUDGE-ONE-LINE THRU C15-EXIT
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO C90-EXIT
           END-IF.

           IF  NOT STAT-EOFILE(VSUB)
           AND NOT STAT-NOTFOUND(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       C90-EXIT.
           EXIT.

       C10-JUDGE-ONE-LINE.

           IF  HELPD-SEQU NOT > ZERO
           OR  HELPD-SHARED-BLOCK
           OR  HELPD-DATA(1:1) NOT = '&'
               GO TO C15-EXIT
           END-IF.

           IF  SELECT-ONE-BLOCK
           AND HELPD-DATA(2:8) NOT = SELECT-BLOCK
               GO TO C15-EXIT
           END-IF.

           MOVE HELPD-DATA(2:8)        TO SRT-BLOCK.
           MOVE HELPD-TRAN             TO SRT-TRAN.
           MOVE HELPD-NAME             TO SRT-NAME.
           MOVE HELPD-LANG             TO SRT-LANG.
           MOVE HELPD-SEQU             TO SRT-SEQU.
           RELEASE SORTWRK-RECORD.

       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    SORT OUTPUT - LIST THE INCLUDING PANELS UNDER EACH BLOCK    *
      ******************************************************************

       D00-PRINT-WHERE-USED.

           MOVE SPACES                 TO HELPRPT-RECORD.
           IF  SELECT-ALL-BLOCKS
               MOVE 'SYHELPD SHARED TEXT BLOCK WHERE-USED - ALL BLOCKS -
      -             '---------------------'
                                       TO HELPRPT-RECORD
           ELSE
               STRING 'SYHELPD SHARED TEXT BLOCK WHERE-USED - BLOCK '
                      SELECT-BLOCK ' ---------------------'
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
           END-IF.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE LOW-VALUES             TO LAST-BLOCK.
           SET  SORT-NOT-AT-END        TO TRUE.

           PERFORM WITH TEST BEFORE
             UNTIL SORT-AT-END
                OR RTC-CODE NOT = ZERO

               RETURN SORTWRK RECORD
                 AT END
                   SET  SORT-AT-END    TO TRUE
               END-RETURN

               IF  NOT SORT-AT-END
                   IF  SRT-BLOCK NOT = LAST-BLOCK
                       PERFORM D10-BLOCK-BREAK THRU D15-EXIT
                   END-IF
                   PERFORM D20-PRINT-PANEL THRU D25-EXIT
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO D90-EXIT
           END-IF.

           IF  USE-CNT = ZERO
               MOVE SPACES             TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               MOVE 'NO PANEL INCLUDES THE SELECTED SHARED BLOCK(S)'
                                       TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           ELSE
               PERFORM D30-BLOCK-TOTAL THRU D35-EXIT
               MOVE SPACES             TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               STRING 'TOTAL INCLUDE LINES ' USE-CNT
                      '  BLOCKS INCLUDED ' BLOCK-CNT
                      '  NOT ON FILE ' MISSING-CNT
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       D90-EXIT.
           EXIT.

       D10-BLOCK-BREAK.

           IF  LAST-BLOCK NOT = LOW-VALUES
               PERFORM D30-BLOCK-TOTAL THRU D35-EXIT
           END-IF.
           MOVE SRT-BLOCK              TO LAST-BLOCK.
           MOVE ZEROES                 TO BLOCK-USE-CNT.
           ADD  1                      TO BLOCK-CNT.

           IF  USED-CNT >= USED-MAX
               DISPLAY THIS-PGM ': MORE THAN ' USED-MAX
                                ' BLOCKS IN USE - RAISE USED-BLOCK '
                                'OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO D15-EXIT
           END-IF.
           ADD  1                      TO USED-CNT.
           MOVE SRT-BLOCK              TO USED-BLOCK(USED-CNT).

           MOVE '$BLK'                 TO HELPD-TRAN.
           MOVE SRT-BLOCK              TO HELPD-NAME.
           MOVE SPACE                  TO HELPD-LANG.
           MOVE ZERO                   TO HELPD-SEQU.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ SYHELPD RECORD END-READ.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           EVALUATE TRUE
             WHEN STAT-NORMAL(VSUB)
               STRING 'BLOCK ' SRT-BLOCK '  ' HELPD-TABLE(1:64)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
             WHEN STAT-NOTFOUND(VSUB)
               ADD  1                  TO MISSING-CNT
               STRING 'BLOCK ' SRT-BLOCK
                      '  *** SHARED BLOCK IS NOT ON FILE ***'
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
             WHEN OTHER
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D15-EXIT
           END-EVALUATE.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE '  TRAN NAME     L  SEQU'
                                       TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       D15-EXIT.
           EXIT.

       D20-PRINT-PANEL.

           ADD  1                      TO USE-CNT
                                          BLOCK-USE-CNT.
           MOVE SRT-SEQU               TO PRINT-SEQU-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING '  ' SRT-TRAN ' ' SRT-NAME ' ' SRT-LANG
                  ' ' PRINT-SEQU-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       D25-EXIT.
           EXIT.

       D30-BLOCK-TOTAL.

           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING '  INCLUDE LINES FOR BLOCK ' LAST-BLOCK
                  ' = ' BLOCK-USE-CNT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       D35-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST THE SHARED BLOCKS ON FILE THAT NO PANEL INCLUDES       *
      ******************************************************************

       E00-LIST-UNUSED.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE 'SHARED BLOCKS ON FILE THAT NO PANEL INCLUDES'
                                       TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE LOW-VALUES             TO HELPD-KEY.
           MOVE '$BLK'                 TO HELPD-TRAN.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE NOT = ZERO

               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPD NEXT RECORD END-READ

               IF  STAT-NORMAL(VSUB)
                   IF  NOT HELPD-SHARED-BLOCK
                       SET  STAT-EOFILE(VSUB) TO TRUE
                   ELSE
                       IF  HELPD-SEQU-HEADER
                       AND HELPD-BASE-LANG
                           PERFORM E10-CHECK-ONE-BLOCK THRU E15-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO E90-EXIT
           END-IF.

           IF  NOT STAT-EOFILE(VSUB)
           AND NOT STAT-NOTFOUND(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E90-EXIT
           END-IF.

           IF  UNUSED-CNT = ZERO
               MOVE '  (NONE)'         TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       E90-EXIT.
           EXIT.

       E10-CHECK-ONE-BLOCK.

           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING USUB FROM 1 BY 1
               UNTIL USUB > USED-CNT
                  OR FOUND-SUB > ZERO
               IF  USED-BLOCK(USUB) = HELPD-NAME
                   MOVE USUB           TO FOUND-SUB
               END-IF
           END-PERFORM.
           IF  FOUND-SUB > ZERO
               GO TO E15-EXIT
           END-IF.

           ADD  1                      TO UNUSED-CNT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING '  ' HELPD-NAME '  ' HELPD-TABLE(1:64)
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       E15-EXIT.
           EXIT.

      /*****************************************************************
      *    SHARED UTILITY ROUTINES                                     *
      ******************************************************************

       U10-GET-INPUT.
           READ CARDRDR RECORD INTO INPUT-CARD
             AT END
               SET  CARDRDR-AT-END     TO TRUE
           END-READ.
       U15-EXIT.
           EXIT.

       U60-PUT-REPORT.
           IF  NOT HELPRPT-OPEN
               OPEN OUTPUT HELPRPT
               IF  FILE7-STAT NOT = '00'
                   DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPRPT'
                                          UPON CONSOLE
                   DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                    ' STATUS = '    FILE7-STAT
                                    ' FDBK = '       FILE7-FDBK
                                          UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               ELSE
                   SET  HELPRPT-OPEN   TO TRUE
               END-IF
           END-IF.
           WRITE HELPRPT-RECORD END-WRITE.
           IF  FILE7-STAT NOT = '00'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPRPT'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = WRITE'
                                ' STATUS = '    FILE7-STAT
                                ' FDBK = '       FILE7-FDBK
                                      UPON CONSOLE
               MOVE +16            TO RTC-CODE
           END-IF.
           MOVE SPACES                 TO HELPRPT-RECORD.
       U65-EXIT.
           EXIT.
