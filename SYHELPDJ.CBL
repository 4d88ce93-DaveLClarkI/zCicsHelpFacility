      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDJ.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       GLOBAL FIND-AND-REPLACE ACROSS SYHELPD HELP TEXT.
      *               EACH CONTROL CARD CARRIES A TRAN (1-4) AND NAME
      *               (5-12) SELECTION - WILDCARDS AS THE SYHELPDX
      *               EXTRACT ACCEPTS THEM - A LANGUAGE SELECTOR IN
      *               COLUMN 13 (BLANK OR '*' = ALL LANGUAGES), A
      *               SEARCH STRING IN COLUMNS 14-45 AND ITS
      *               REPLACEMENT IN COLUMNS 46-77.  TRAILING BLANKS
      *               ARE NOT PART OF EITHER STRING, AND UNLIKE THE
      *               SYHELPDS SEARCH, '*' IN THEM IS AN ORDINARY
      *               CHARACTER.  EVERY OCCURRENCE ON A LINE IS
      *               REPLACED, LEFT TO RIGHT.
      *               HELPD-TABLE IS CHANGED ON HEADERS (ONLY THE
      *               TITLE OF A '$NTC' NOTICE HEADER) AND HELPD-DATA
      *               ON DATA LINES (ONLY THE TEXT AFTER THE TRAN/NAME
      *               OF A '>' SEE ALSO LINE).  ALIASES AND '&' INCLUDE
      *               LINES ARE LEFT ALONE; A SHARED BLOCK'S TEXT IS
      *               CHANGED THROUGH ITS OWN '$BLK' KEYS.
      *               UPSI-0 OFF (THE DEFAULT) IS A PREVIEW RUN: EVERY
      *               LINE THAT WOULD CHANGE IS LISTED ON HELPRPT
      *               BEFORE AND AFTER AND NOTHING IS UPDATED.  UPSI-0
      *               ON IS THE UPDATE RUN: THE SAME LINES ARE
      *               REWRITTEN IN PLACE, EACH WITH A HELPDHST
      *               BEFORE-IMAGE SO SYHELPDB CAN BACK THE RUN OUT,
      *               AND EVERY CHANGED PANEL'S HEADER HAS ITS
      *               HELPD-LAST-UPD STAMPED (ALSO WITH A BEFORE-IMAGE).
      *               A LINE THE REPLACEMENT WOULD RUN PAST THE 64-BYTE
      *               HELPD-DATA OR 96-BYTE HELPD-TABLE WIDTH IS
      *               FLAGGED AND NEVER CHANGED, IN EITHER RUN.
      *               THE EXEC PARM CARRIES THE JOB NAME FOR THE AUDIT
      *               TRAIL, AS FOR THE SYHELPDX PROMOTE.
      *               RTC 8 = ONE OR MORE CARDS IN ERROR (SKIPPED).
      *               RTC 4 = ONE OR MORE LINES FLAGGED AS TOO LONG.

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

       SPECIAL-NAMES.
           UPSI-0 ON  STATUS IS UPDATE-RUN,
                  OFF STATUS IS PREVIEW-RUN.

      ******************************************************************
      *    INPUT-OUTPUT SECTION                                        *
      ******************************************************************
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

           SELECT CARDRDR
               ASSIGN TO SYS010-UR-IJSYSIN.

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

           SELECT HELPDHST
               ASSIGN TO HELPDHST
               FILE STATUS IS FILE3-STAT
                              FILE3-FDBK.

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

       FD  HELPRPT.
       01  HELPRPT-RECORD               PIC  X(132).

       FD  SYHELPD
           RECORD IS VARYING IN SIZE
             FROM 80 TO 120 CHARACTERS
             DEPENDING ON HELPD-RECL.
       COPY SYHELPD.

       FD  HELPDHST.
       COPY HELPDHST.

       FD  HELPDLDG.
       COPY HELPDLDG.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDJ'.

         03  HELPD                     PIC S9(04)   BINARY VALUE 1.

         03  CARDRDR-SWITCH            PIC  X(01)   VALUE 'C'.
           88  CARDRDR-CLOSED                       VALUE 'C'.
           88  CARDRDR-AT-END                       VALUE 'E'.
           88  CARDRDR-OPEN                         VALUE 'O'.
         03  HELPRPT-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPRPT-CLOSED                       VALUE 'C'.
           88  HELPRPT-OPEN                         VALUE 'O'.
         03  HELPDHST-SWITCH           PIC  X(01)   VALUE 'C'.
           88  HELPDHST-CLOSED                      VALUE 'C'.
           88  HELPDHST-OPEN                        VALUE 'O'.
         03  RECORD-SWITCH             PIC  X(01)   VALUE SPACES.
           88  RECORD-NOT-SELECTED                  VALUE ' '.
           88  RECORD-IS-SELECTED                   VALUE 'Y'.
         03  CARD-ERROR-SWITCH         PIC  X(01)   VALUE 'N'.
           88  CARD-IS-GOOD                         VALUE 'N'.
           88  CARD-IN-ERROR                        VALUE 'Y'.
         03  REPL-SWITCH               PIC  X(01)   VALUE 'N'.
           88  REPL-FITS                            VALUE 'N'.
           88  REPL-OVERFLOW                        VALUE 'Y'.
         03  MATCH-SWITCH              PIC  X(01)   VALUE 'N'.
           88  MATCH-NO-HIT                         VALUE 'N'.
           88  MATCH-HIT                            VALUE 'Y'.
         03  PANEL-SWITCH              PIC  X(01)   VALUE 'N'.
           88  PANEL-UNCHANGED                      VALUE 'N'.
           88  PANEL-CHANGED                        VALUE 'Y'.
         03  HEADER-SWITCH             PIC  X(01)   VALUE 'N'.
           88  HEADER-UNCHANGED                     VALUE 'N'.
           88  HEADER-CHANGED                       VALUE 'Y'.
         03  PANEL-END-SWITCH          PIC  X(01)   VALUE 'M'.
           88  PANEL-END-MID-SWEEP                  VALUE 'M'.
           88  PANEL-END-AT-EOF                     VALUE 'E'.

         03  HELPD-RECL                PIC  9(05)   VALUE ZEROES.
         03  CARD-CNT                  PIC  9(07)   VALUE ZEROES.
         03  CARD-ERR-CNT              PIC  9(07)   VALUE ZEROES.
         03  LINE-CNT                  PIC  9(07)   VALUE ZEROES.
         03  PANEL-CNT                 PIC  9(07)   VALUE ZEROES.
         03  OVERFLOW-CNT              PIC  9(07)   VALUE ZEROES.
         03  NO-HEADER-CNT             PIC  9(07)   VALUE ZEROES.

         03  SRCH-LEN                  PIC S9(04)   BINARY VALUE ZEROES.
         03  REPL-LEN                  PIC S9(04)   BINARY VALUE ZEROES.
         03  REPL-HITS                 PIC S9(04)   BINARY VALUE ZEROES.
         03  SCAN-OFF                  PIC S9(04)   BINARY VALUE ZEROES.
         03  SCAN-MAX                  PIC S9(04)   BINARY VALUE ZEROES.
         03  SCAN-TEXT-LEN             PIC S9(04)   BINARY VALUE ZEROES.
         03  WIN-OFF                   PIC S9(04)   BINARY VALUE ZEROES.
         03  WIN-LEN                   PIC S9(04)   BINARY VALUE ZEROES.
         03  SEG-LEN                   PIC S9(04)   BINARY VALUE ZEROES.
         03  NEW-LEN                   PIC S9(04)   BINARY VALUE ZEROES.
         03  OUT-PTR                   PIC S9(04)   BINARY VALUE ZEROES.
         03  PRINT-PTR                 PIC S9(04)   BINARY VALUE ZEROES.

         03  SCAN-TEXT                 PIC  X(96)   VALUE SPACES.
         03  OLD-TEXT                  PIC  X(96)   VALUE SPACES.
         03  NEW-TEXT                  PIC  X(200)  VALUE SPACES.
         03  NEW-SEGMENT               PIC  X(300)  VALUE SPACES.

         03  CUR-PANEL-KEY             PIC  X(13)   VALUE LOW-VALUES.
         03  HEADER-NEW-TABLE          PIC  X(96)   VALUE SPACES.
         03  BREAK-RECORD              PIC  X(120)  VALUE SPACES.
         03  BREAK-RECL                PIC  9(05)   VALUE ZEROES.

         03  HIST-JOBNAME-WS           PIC  X(08)   VALUE SPACES.

         03  CARD-MSG                  PIC  X(40)   VALUE SPACES.
         03  PRINT-SEQU-EDIT           PIC  9(05)   VALUE ZEROES.
         03  PRINT-CNT-EDIT            PIC  9(07)   VALUE ZEROES.
         03  PRINT-COL-EDIT            PIC  9(03)   VALUE ZEROES.
         03  PRINT-SEGMENT-ID          PIC  X(26)   VALUE SPACES.

       01  INPUT-CARD.
         03  INPUT-HELPTRAN            PIC  X(04).
         03  INPUT-HELPNAME            PIC  X(08).
         03  INPUT-HELPLANG            PIC  X(01).
         03  INPUT-SEARCH              PIC  X(32).
         03  INPUT-REPLACE             PIC  X(32).
         03                            PIC  X(03).

       COPY RTCMAN.

       COPY VSMSTATW.

       COPY HELPDLGW.

       COPY WILDCOMP.

      ******************************************************************
      *    LINKAGE SECTION                                             *
      *    THE CALLING JCL'S EXEC PARM= CARRIES THE JOB NAME FOR THE   *
      *    HELPDHST AUDIT TRAIL, AS IT DOES FOR SYHELPDX.  WHEN NO     *
      *    PARM IS SUPPLIED, HIST-JOBNAME-WS IS LEFT AT SPACES.        *
      ******************************************************************
       LINKAGE SECTION.

       01  SYHELPDJ-PARM.
         03  PARM-LEN                   PIC S9(04)   BINARY.
         03  PARM-JOBNAME               PIC  X(08).

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION USING SYHELPDJ-PARM.

      ******************************************************************
      *    MAINLINE ROUTINE                                            *
      ******************************************************************
       A00-MAINLINE-ROUTINE.

           PERFORM B10-INITIALIZATION THRU B15-EXIT.

           IF  RTC-CODE = ZERO
               PERFORM C00-REPLACE-TEXT THRU C90-EXIT
                 UNTIL CARDRDR-AT-END
                    OR RTC-CODE NOT = ZERO
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           IF  UPDATE-RUN
               MOVE 'REPLACE '         TO LEDGER-MODE
               MOVE 'U'                TO LEDGER-UPDATE-SW
           ELSE
               MOVE 'PREVIEW '         TO LEDGER-MODE
           END-IF.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           IF  PARM-LEN > ZERO
               MOVE PARM-JOBNAME       TO HIST-JOBNAME-WS
           END-IF.

           OPEN INPUT CARDRDR.
           SET  CARDRDR-OPEN           TO TRUE.

           MOVE 1                      TO STAT-TOTL.
           MOVE 'SYHELPD'              TO VSAM-FILE(HELPD).
           MOVE LENGTH OF HELPD-KEY    TO VSAM-KEYL(HELPD).

           MOVE HELPD                  TO VSUB.
           SET  FUNC-OPEN(VSUB)        TO TRUE.
           IF  UPDATE-RUN
               OPEN I-O SYHELPD
           ELSE
               OPEN INPUT SYHELPD
           END-IF.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-CODE = ZERO
           AND UPDATE-RUN
               OPEN OUTPUT HELPDHST
               IF  FILE3-STAT NOT = '00'
                   DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPDHST'
                                          UPON CONSOLE
                   DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                    ' STATUS = '    FILE3-STAT
                                    ' FDBK = '       FILE3-FDBK
                                          UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               ELSE
                   SET  HELPDHST-OPEN  TO TRUE
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               SET  FUNC-READ(VSUB)    TO TRUE
               MOVE SPACES             TO HELPRPT-RECORD
               IF  UPDATE-RUN
                   STRING THIS-PGM ' GLOBAL REPLACE - UPDATE RUN,'
                          ' CHANGED LINES ARE REWRITTEN'
                       DELIMITED BY SIZE INTO HELPRPT-RECORD
                   END-STRING
               ELSE
                   STRING THIS-PGM ' GLOBAL REPLACE - PREVIEW RUN,'
                          ' NOTHING IS UPDATED'
                       DELIMITED BY SIZE INTO HELPRPT-RECORD
                   END-STRING
               END-IF
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           IF  RTC-CODE = ZERO
               PERFORM P60-PRINT-TOTALS THRU P65-EXIT
           END-IF.

           IF  HELPRPT-OPEN
               CLOSE HELPRPT
               SET  HELPRPT-CLOSED     TO TRUE
           END-IF.

           IF  HELPDHST-OPEN
               CLOSE HELPDHST
               SET  HELPDHST-CLOSED    TO TRUE
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
           AND CARD-ERR-CNT > ZERO
               MOVE +8                 TO RTC-CODE
           END-IF.
           IF  RTC-NORMAL
           AND (OVERFLOW-CNT > ZERO OR NO-HEADER-CNT > ZERO)
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  CARDS = ' CARD-CNT
                            '  IN ERROR = ' CARD-ERR-CNT
                                 UPON CONSOLE.
           DISPLAY THIS-PGM ':  LINES = ' LINE-CNT
                            '  PANELS = ' PANEL-CNT
                            '  TOO LONG = ' OVERFLOW-CNT
                            '  NO HEADER = ' NO-HEADER-CNT
                                 UPON CONSOLE.

           MOVE LINE-CNT               TO LEDGER-REC-CNT.
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
      *    APPLY ONE CONTROL CARD'S REPLACEMENT ACROSS ITS SELECTION   *
      ******************************************************************

       C00-REPLACE-TEXT.

           PERFORM U10-GET-INPUT THRU U15-EXIT.
           IF  CARDRDR-AT-END
           OR  INPUT-HELPTRAN NOT > SPACES
               GO TO C90-EXIT
           END-IF.

           ADD  1                      TO CARD-CNT.
           PERFORM P30-CHECK-CARD THRU P35-EXIT.
           IF  CARD-IN-ERROR
               GO TO C90-EXIT
           END-IF.
           PERFORM P40-PRINT-CARD THRU P45-EXIT.

           MOVE INPUT-HELPTRAN         TO HELPD-KEY.
           INSPECT HELPD-TRAN   REPLACING ALL '*' BY ' '.
           MOVE ZEROES                 TO TALLY.
           INSPECT HELPD-TRAN    TALLYING TALLY
                    FOR CHARACTERS BEFORE INITIAL SPACE.

           IF  INPUT-HELPTRAN = '*'
           OR  INPUT-HELPNAME NOT > SPACES
               MOVE '*'                TO INPUT-HELPNAME
           ELSE
               MOVE INPUT-HELPNAME     TO HELPD-NAME
               INSPECT HELPD-NAME REPLACING ALL '*' BY ' '
           END-IF.

           MOVE ZEROES                 TO HELPD-SEQU.
           MOVE LOW-VALUES             TO CUR-PANEL-KEY.
           SET  PANEL-UNCHANGED        TO TRUE.
           SET  HEADER-UNCHANGED       TO TRUE.

           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.

           PERFORM C10-NEXT-SEGMENT THRU C15-EXIT
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE NOT = ZERO
               GO TO C90-EXIT
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-EOFILE(VSUB)
           AND NOT STAT-NOTFOUND(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO C90-EXIT
           END-IF.

           SET  PANEL-END-AT-EOF       TO TRUE.
           PERFORM D50-END-PANEL THRU D55-EXIT.

       C90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    READ THE NEXT SEGMENT OF THE SWEEP.  A CHANGE OF PANEL     *
      *    FINISHES THE ONE BEFORE IT FIRST, THEN THE SEGMENT IS      *
      *    CHANGED IF IT IS SELECTED AND HOLDS THE SEARCH STRING.     *
      *----------------------------------------------------------------
       C10-NEXT-SEGMENT.

           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ SYHELPD NEXT RECORD END-READ.

           IF  NOT STAT-NORMAL(VSUB)
               GO TO C15-EXIT
           END-IF.
           IF  INPUT-HELPTRAN NOT = '*'
           AND HELPD-TRAN(1:TALLY) > INPUT-HELPTRAN(1:TALLY)
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO C15-EXIT
           END-IF.

           IF  HELPD-KEY(1:13) NOT = CUR-PANEL-KEY
               SET  PANEL-END-MID-SWEEP TO TRUE
               PERFORM D50-END-PANEL THRU D55-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO C15-EXIT
               END-IF
               MOVE HELPD-KEY(1:13)    TO CUR-PANEL-KEY
           END-IF.

           PERFORM P10-CHECK-FOR-MATCH THRU P15-EXIT.
           IF  RECORD-IS-SELECTED
           AND NOT HELPD-IS-ALIAS
               PERFORM D00-CHANGE-SEGMENT THRU D05-EXIT
           END-IF.

       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    CHANGE ONE SEGMENT                                          *
      ******************************************************************

      *----------------------------------------------------------------
      *    WORK OUT WHICH PART OF THE SEGMENT IS TEXT, REPLACE INTO   *
      *    IT, AND LIST THE RESULT.  A DATA LINE IS REWRITTEN HERE ON *
      *    AN UPDATE RUN; THE HEADER WAITS FOR THE END OF THE PANEL   *
      *    SO IT IS REWRITTEN ONLY ONCE, WITH ITS LAST-UPD STAMP.     *
      *----------------------------------------------------------------
       D00-CHANGE-SEGMENT.

           MOVE SPACES                 TO OLD-TEXT.
           IF  HELPD-SEQU-HEADER
               MOVE HELPD-TABLE        TO OLD-TEXT
               MOVE LENGTH OF HELPD-TABLE
                                       TO SEG-LEN
               IF  HELPD-NOTICE-ENTRY
                   MOVE 32             TO WIN-OFF
                   MOVE LENGTH OF NOTICE-TITLE
                                       TO WIN-LEN
               ELSE
                   MOVE 1              TO WIN-OFF
                   MOVE SEG-LEN        TO WIN-LEN
               END-IF
           ELSE
               MOVE HELPD-DATA         TO OLD-TEXT
               MOVE LENGTH OF HELPD-DATA
                                       TO SEG-LEN
               EVALUATE HELPD-DATA(1:1)
                 WHEN '&'
                   GO TO D05-EXIT
                 WHEN '>'
                   MOVE 16             TO WIN-OFF
                   MOVE 49             TO WIN-LEN
                 WHEN OTHER
                   MOVE 1              TO WIN-OFF
                   MOVE SEG-LEN        TO WIN-LEN
               END-EVALUATE
           END-IF.

           PERFORM P20-APPLY-REPLACE THRU P25-EXIT.
           IF  REPL-HITS = ZERO
               GO TO D05-EXIT
           END-IF.

           PERFORM P50-PRINT-CHANGE THRU P55-EXIT.
           IF  REPL-OVERFLOW
               ADD  1                  TO OVERFLOW-CNT
               GO TO D05-EXIT
           END-IF.

           ADD  1                      TO LINE-CNT.
           IF  PANEL-UNCHANGED
               ADD  1                  TO PANEL-CNT
               SET  PANEL-CHANGED      TO TRUE
           END-IF.

           IF  HELPD-SEQU-HEADER
               MOVE NEW-SEGMENT(1:SEG-LEN)
                                       TO HEADER-NEW-TABLE
               SET  HEADER-CHANGED     TO TRUE
               GO TO D05-EXIT
           END-IF.

           IF  UPDATE-RUN
               PERFORM D10-REWRITE-LINE THRU D15-EXIT
           END-IF.

       D05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    REWRITE A CHANGED DATA LINE IN PLACE AND LOG ITS BEFORE    *
      *    IMAGE.  THE SWEEP'S POSITION IS NOT DISTURBED.             *
      *----------------------------------------------------------------
       D10-REWRITE-LINE.

           MOVE HELPD-DATA             TO HIST-BEFORE-IMAGE.
           MOVE NEW-SEGMENT(1:SEG-LEN) TO HELPD-DATA.
           COMPUTE HELPD-RECL = LENGTH OF HELPD-KEY
                              + LENGTH OF HELPD-DATA.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           REWRITE SYHELPD-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D15-EXIT
           END-IF.

           MOVE 'U'                    TO HIST-FUNCTION.
           PERFORM D60-LOG-HISTORY THRU D65-EXIT.

       D15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    FINISH THE PANEL JUST SWEPT.  ON AN UPDATE RUN A PANEL     *
      *    WITH ANY CHANGE HAS ITS HEADER READ, GIVEN ITS NEW TITLE   *
      *    IF THE TITLE CHANGED, STAMPED WITH TODAY'S DATE AND        *
      *    REWRITTEN.  IN MID-SWEEP THE SEGMENT THAT STARTED THE NEXT *
      *    PANEL IS PUT BACK AND THE SWEEP RE-STARTED AFTER IT, AS    *
      *    HELPBLKP DOES AFTER LOADING A BLOCK.                       *
      *----------------------------------------------------------------
       D50-END-PANEL.

           IF  PREVIEW-RUN
           OR  PANEL-UNCHANGED
           OR  CUR-PANEL-KEY = LOW-VALUES
               GO TO D52-RESET
           END-IF.

           IF  PANEL-END-MID-SWEEP
               MOVE SYHELPD-RECORD     TO BREAK-RECORD
               MOVE HELPD-RECL         TO BREAK-RECL
           END-IF.

           MOVE CUR-PANEL-KEY          TO HELPD-KEY(1:13).
           MOVE ZERO                   TO HELPD-SEQU.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ SYHELPD RECORD END-READ.
           IF  STAT-NOTFOUND(VSUB)
               ADD  1                  TO NO-HEADER-CNT
               MOVE SPACES             TO HELPRPT-RECORD
               STRING HELPD-TRAN ' ' HELPD-NAME ' ' HELPD-LANG
                      ' *** PANEL HAS NO HEADER RECORD -'
                      ' LAST-UPD NOT STAMPED'
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               GO TO D51-RESUME
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D55-EXIT
           END-IF.

           MOVE HELPD-BODY             TO HIST-BEFORE-IMAGE.
           IF  HEADER-CHANGED
               MOVE HEADER-NEW-TABLE   TO HELPD-TABLE
           END-IF.
           ACCEPT HELPD-LAST-UPD       FROM DATE YYYYMMDD.
           COMPUTE HELPD-RECL = LENGTH OF HELPD-KEY
                              + LENGTH OF HELPD-BODY.
           SET  FUNC-REWRITE(VSUB)     TO TRUE.
           REWRITE SYHELPD-RECORD END-REWRITE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D55-EXIT
           END-IF.

           MOVE 'U'                    TO HIST-FUNCTION.
           PERFORM D60-LOG-HISTORY THRU D65-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO D55-EXIT
           END-IF.

       D51-RESUME.
           IF  PANEL-END-MID-SWEEP
               MOVE BREAK-RECORD       TO SYHELPD-RECORD
               SET  FUNC-START(VSUB)   TO TRUE
               START SYHELPD KEY > HELPD-KEY END-START
               IF  STAT-NOTFOUND(VSUB)
                   SET  STAT-EOFILE(VSUB) TO TRUE
               END-IF
               IF  NOT STAT-NORMAL(VSUB)
               AND NOT STAT-EOFILE(VSUB)
                   MOVE HELPD-KEY      TO VSAM-KEYD(VSUB)
                   PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               END-IF
               MOVE BREAK-RECORD       TO SYHELPD-RECORD
               MOVE BREAK-RECL         TO HELPD-RECL
           END-IF.

       D52-RESET.
           SET  PANEL-UNCHANGED        TO TRUE.
           SET  HEADER-UNCHANGED       TO TRUE.

       D55-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WRITE ONE AUDIT HISTORY RECORD FOR A REPLACE-TIME REWRITE  *
      *    CALLER SETS HIST-FUNCTION AND HIST-BEFORE-IMAGE FIRST.      *
      *----------------------------------------------------------------
       D60-LOG-HISTORY.

           IF  HELPDHST-OPEN
               MOVE HELPD-KEY          TO HIST-KEY
               ACCEPT HIST-DATE        FROM DATE YYYYMMDD
               ACCEPT HIST-TIME        FROM TIME
               MOVE HIST-JOBNAME-WS    TO HIST-JOBNAME
               WRITE HELPDHST-RECORD END-WRITE
               IF  FILE3-STAT NOT = '00'
                   DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPDHST'
                                          UPON CONSOLE
                   DISPLAY THIS-PGM ': FUNCTION = WRITE'
                                    ' STATUS = '    FILE3-STAT
                                    ' FDBK = '       FILE3-FDBK
                                          UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               END-IF
           END-IF.

       D65-EXIT.
           EXIT.

      /*****************************************************************
      *    PERFORMED ROUTINES                                          *
      ******************************************************************

       P10-CHECK-FOR-MATCH.
           SET  WILDCOMP-PGM           TO TRUE.
           SET  RECORD-NOT-SELECTED    TO TRUE.
           IF  INPUT-HELPTRAN      NOT = '*'
               MOVE LENGTH OF INPUT-HELPTRAN
                                       TO WILDCOMP-LEN
               MOVE INPUT-HELPTRAN     TO WILDCOMP-STR1
               MOVE HELPD-TRAN         TO WILDCOMP-STR2
               CALL WILDCOMP-CTL    USING WILDCOMP-PARMS
               IF  NOT WILDCOMP-STR1-EQ-STR2
                   GO TO P15-EXIT
               END-IF
           END-IF.
           IF  INPUT-HELPNAME      NOT = '*'
               MOVE LENGTH OF INPUT-HELPNAME
                                       TO WILDCOMP-LEN
               MOVE INPUT-HELPNAME     TO WILDCOMP-STR1
               MOVE HELPD-NAME         TO WILDCOMP-STR2
               CALL WILDCOMP-CTL    USING WILDCOMP-PARMS
               IF  NOT WILDCOMP-STR1-EQ-STR2
                   GO TO P15-EXIT
               END-IF
           END-IF.
           IF  INPUT-HELPLANG NOT = SPACE
           AND INPUT-HELPLANG NOT = '*'
           AND HELPD-LANG NOT = INPUT-HELPLANG
               GO TO P15-EXIT
           END-IF.
           SET  RECORD-IS-SELECTED     TO TRUE.
       P15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    REPLACE EVERY OCCURRENCE OF THE SEARCH STRING IN THE       *
      *    WINDOW OLD-TEXT(WIN-OFF:WIN-LEN), BUILDING THE RESULT IN   *
      *    NEW-TEXT AND THE WHOLE NEW SEGMENT IN NEW-SEGMENT.  ONLY   *
      *    THE WINDOW UP TO ITS LAST NON-BLANK IS SCANNED, SO THE     *
      *    RESULT'S LENGTH IS ITS SIGNIFICANT LENGTH.  EVERY WINDOW   *
      *    RUNS TO THE END OF ITS SEGMENT.                            *
      *----------------------------------------------------------------
       P20-APPLY-REPLACE.

           MOVE ZEROES                 TO REPL-HITS.
           SET  REPL-FITS              TO TRUE.
           MOVE SPACES                 TO SCAN-TEXT
                                          NEW-TEXT.
           MOVE OLD-TEXT(WIN-OFF:WIN-LEN)
                                       TO SCAN-TEXT.

           PERFORM WITH TEST BEFORE
             VARYING SCAN-TEXT-LEN FROM WIN-LEN BY -1
               UNTIL SCAN-TEXT-LEN < 1
                  OR SCAN-TEXT(SCAN-TEXT-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           COMPUTE SCAN-MAX = SCAN-TEXT-LEN - SRCH-LEN + 1.
           IF  SCAN-MAX < 1
               GO TO P25-EXIT
           END-IF.

           MOVE 1                      TO SCAN-OFF
                                          OUT-PTR.
           PERFORM WITH TEST BEFORE
             UNTIL SCAN-OFF > SCAN-TEXT-LEN
                OR REPL-OVERFLOW
               SET  MATCH-NO-HIT       TO TRUE
               IF  SCAN-OFF NOT > SCAN-MAX
                   IF  SCAN-TEXT(SCAN-OFF:SRCH-LEN)
                                     = INPUT-SEARCH(1:SRCH-LEN)
                       SET  MATCH-HIT  TO TRUE
                   END-IF
               END-IF
               IF  MATCH-HIT
                   ADD  1              TO REPL-HITS
                   STRING INPUT-REPLACE(1:REPL-LEN)
                       DELIMITED BY SIZE
                       INTO NEW-TEXT WITH POINTER OUT-PTR
                     ON OVERFLOW
                       SET  REPL-OVERFLOW TO TRUE
                   END-STRING
                   ADD  SRCH-LEN       TO SCAN-OFF
               ELSE
                   STRING SCAN-TEXT(SCAN-OFF:1)
                       DELIMITED BY SIZE
                       INTO NEW-TEXT WITH POINTER OUT-PTR
                     ON OVERFLOW
                       SET  REPL-OVERFLOW TO TRUE
                   END-STRING
                   ADD  1              TO SCAN-OFF
               END-IF
           END-PERFORM.

           IF  REPL-HITS = ZERO
               GO TO P25-EXIT
           END-IF.

           COMPUTE NEW-LEN = OUT-PTR - 1.
           IF  NEW-LEN > WIN-LEN
               SET  REPL-OVERFLOW      TO TRUE
           END-IF.

           MOVE OLD-TEXT               TO NEW-SEGMENT.
           MOVE SPACES                 TO NEW-SEGMENT(WIN-OFF:).
           MOVE NEW-TEXT(1:NEW-LEN)    TO NEW-SEGMENT(WIN-OFF:NEW-LEN).

       P25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    EDIT ONE CONTROL CARD AND MEASURE ITS TWO STRINGS          *
      *----------------------------------------------------------------
       P30-CHECK-CARD.

           SET  CARD-IS-GOOD           TO TRUE.

           IF  INPUT-SEARCH NOT > SPACES
               MOVE 'NO SEARCH STRING'  TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO P35-EXIT
           END-IF.
           IF  INPUT-REPLACE NOT > SPACES
               MOVE 'NO REPLACEMENT STRING'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO P35-EXIT
           END-IF.
           IF  INPUT-SEARCH = INPUT-REPLACE
               MOVE 'REPLACEMENT SAME AS SEARCH STRING'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO P35-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING SRCH-LEN FROM 32 BY -1
               UNTIL SRCH-LEN < 1
                  OR INPUT-SEARCH(SRCH-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           PERFORM WITH TEST BEFORE
             VARYING REPL-LEN FROM 32 BY -1
               UNTIL REPL-LEN < 1
                  OR INPUT-REPLACE(REPL-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

       P35-EXIT.
           EXIT.

       P40-PRINT-CARD.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'CARD  ' INPUT-CARD(1:13)
                  '  CHANGE "'         DELIMITED BY SIZE
                  INPUT-SEARCH(1:SRCH-LEN)
                                       DELIMITED BY SIZE
                  '" TO "'             DELIMITED BY SIZE
                  INPUT-REPLACE(1:REPL-LEN)
                                       DELIMITED BY SIZE
                  '"'                  DELIMITED BY SIZE
               INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P45-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LIST ONE CHANGED SEGMENT BEFORE AND AFTER.  ONE THAT WOULD *
      *    RUN PAST ITS WIDTH IS FLAGGED AND LEFT AS IT IS.           *
      *----------------------------------------------------------------
       P50-PRINT-CHANGE.

           MOVE SPACES                 TO PRINT-SEGMENT-ID.
           IF  HELPD-SEQU-HEADER
               STRING HELPD-TRAN ' ' HELPD-NAME ' ' HELPD-LANG
                      ' HDR       '
                   DELIMITED BY SIZE INTO PRINT-SEGMENT-ID
               END-STRING
           ELSE
               MOVE HELPD-SEQU         TO PRINT-SEQU-EDIT
               STRING HELPD-TRAN ' ' HELPD-NAME ' ' HELPD-LANG
                      ' SEQ=' PRINT-SEQU-EDIT ' '
                   DELIMITED BY SIZE INTO PRINT-SEGMENT-ID
               END-STRING
           END-IF.

           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING PRINT-SEGMENT-ID 'OLD ' OLD-TEXT(1:SEG-LEN)
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE SPACES                 TO HELPRPT-RECORD.
           MOVE 27                     TO PRINT-PTR.
           STRING 'NEW ' NEW-SEGMENT(1:96)
               DELIMITED BY SIZE
               INTO HELPRPT-RECORD WITH POINTER PRINT-PTR
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           IF  REPL-OVERFLOW
               MOVE SEG-LEN            TO PRINT-COL-EDIT
               MOVE SPACES             TO HELPRPT-RECORD
               MOVE 27                 TO PRINT-PTR
               STRING '*** REPLACEMENT RUNS PAST COLUMN '
                      PRINT-COL-EDIT
                      ' - LINE NOT CHANGED'
                   DELIMITED BY SIZE
                   INTO HELPRPT-RECORD WITH POINTER PRINT-PTR
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       P55-EXIT.
           EXIT.

       P60-PRINT-TOTALS.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE CARD-CNT               TO PRINT-CNT-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'CARDS READ        = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE CARD-ERR-CNT           TO PRINT-CNT-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'CARDS IN ERROR    = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE LINE-CNT               TO PRINT-CNT-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           IF  UPDATE-RUN
               STRING 'LINES CHANGED     = ' PRINT-CNT-EDIT
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
           ELSE
               STRING 'LINES TO CHANGE   = ' PRINT-CNT-EDIT
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
           END-IF.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE PANEL-CNT              TO PRINT-CNT-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'PANELS AFFECTED   = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE OVERFLOW-CNT           TO PRINT-CNT-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'LINES TOO LONG    = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           IF  NO-HEADER-CNT > ZERO
               MOVE NO-HEADER-CNT      TO PRINT-CNT-EDIT
               MOVE SPACES             TO HELPRPT-RECORD
               STRING 'PANELS NO HEADER  = ' PRINT-CNT-EDIT
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       P65-EXIT.
           EXIT.

       P70-PRINT-CARD-ERROR.

           SET  CARD-IN-ERROR          TO TRUE.
           ADD  1                      TO CARD-ERR-CNT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'CARD SKIPPED - ' CARD-MSG
                  '  CARD = ' INPUT-CARD(1:77)
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P75-EXIT.
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
