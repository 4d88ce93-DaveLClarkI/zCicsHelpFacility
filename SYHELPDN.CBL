      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDN.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       TIME-WINDOWED NOTICE LISTING.  SWEEPS THE '$NTC'
      *               KEY RANGE OF SYHELPD AND LISTS ON HELPRPT EVERY
      *               NOTICE (ID/LANG), ITS TRAN PATTERN, ITS DISPLAY
      *               WINDOW, ITS NUMBER OF TEXT LINES AND ITS TITLE,
      *               IN FOUR SECTIONS AS OF THE RUN DATE AND TIME:
      *
      *                 ACTIVE     - SHOWN ONLINE NOW
      *                 SCHEDULED  - WINDOW NOT YET OPEN
      *                 EXPIRED    - WINDOW CLOSED; NO LONGER SHOWN,
      *                              AND MAY BE DELETED WITH A '-'
      *                              PROMOTE CARD AT LEISURE
      *                 INVALID    - WINDOW NOT NUMERIC, THRU NOT
      *                              AFTER FROM, OR NO TRAN PATTERN;
      *                              NEVER SHOWN ONLINE
      *
      *               WITHIN A SECTION NOTICES ARE IN ORDER OF THEIR
      *               FROM DATE AND TIME.
      *
      *               ONE OPTIONAL CONTROL CARD:
      *
      *               COLS  1-12  AS-OF DATE AND TIME, YYYYMMDDHHMM
      *                           (DEFAULT THE CURRENT DATE AND TIME
      *                           WITH NO CARD OR A BLANK ONE)
      *
      *               ENDS RTC = 4 WHEN AN INVALID NOTICE IS ON FILE.

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
           05  SRT-CLASS                PIC  9(01).
               88  SRT-ACTIVE                        VALUE 1.
               88  SRT-SCHEDULED                     VALUE 2.
               88  SRT-EXPIRED                       VALUE 3.
               88  SRT-INVALID                       VALUE 4.
           05  SRT-FROM                 PIC  X(12).
           05  SRT-NAME                 PIC  X(08).
           05  SRT-LANG                 PIC  X(01).
           05  SRT-THRU                 PIC  X(12).
           05  SRT-TRAN-PAT             PIC  X(04).
           05  SRT-LINES                PIC S9(05)   PACKED-DECIMAL.
           05  SRT-TITLE                PIC  X(65).

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDN'.

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
         03  PENDING-SWITCH            PIC  X(01)   VALUE 'N'.
           88  NOTICE-PENDING                       VALUE 'Y'.
           88  NO-NOTICE-PENDING                    VALUE 'N'.

         03  AS-OF.
           05  AS-OF-DATE              PIC  X(08)   VALUE SPACES.
           05  AS-OF-TIME              PIC  X(04)   VALUE SPACES.
         03  TIME-WORK                 PIC  X(08)   VALUE SPACES.
         03  PENDING-KEY               PIC  X(13)   VALUE SPACES.

         03  READ-CNT                  PIC  9(07)   VALUE ZEROES.
         03  NOTICE-CNT                PIC  9(07)   VALUE ZEROES.
         03  ACTIVE-CNT                PIC  9(07)   VALUE ZEROES.
         03  SCHEDULED-CNT             PIC  9(07)   VALUE ZEROES.
         03  EXPIRED-CNT               PIC  9(07)   VALUE ZEROES.
         03  INVALID-CNT               PIC  9(07)   VALUE ZEROES.
         03  SECTION-CNT               PIC  9(07)   VALUE ZEROES.

         03  CURR-CLASS                PIC  9(01)   VALUE ZERO.
         03  PRINT-LINES-EDIT          PIC  ZZZZ9   VALUE ZEROES.

       01  INPUT-CARD.
         03  INPUT-AS-OF               PIC  X(12).
         03  INPUT-AS-OF-N REDEFINES INPUT-AS-OF
                                       PIC  9(12).
         03                            PIC  X(68).

       01  SECTION-TITLES.
         03  FILLER                    PIC  X(40)   VALUE
             'ACTIVE NOTICES - SHOWN ONLINE NOW'.
         03  FILLER                    PIC  X(40)   VALUE
             'SCHEDULED NOTICES - WINDOW NOT YET OPEN'.
         03  FILLER                    PIC  X(40)   VALUE
             'EXPIRED NOTICES - WINDOW CLOSED'.
         03  FILLER                    PIC  X(40)   VALUE
             'INVALID NOTICES - NEVER SHOWN ONLINE'.
       01  SECTION-TITLE-TABLE REDEFINES SECTION-TITLES.
         03  SECTION-TITLE             PIC  X(40)   OCCURS 4.

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
                   ON ASCENDING KEY SRT-CLASS SRT-FROM SRT-NAME
                                    SRT-LANG
                   INPUT  PROCEDURE IS C00-RELEASE-NOTICES
                                  THRU C90-EXIT
                   OUTPUT PROCEDURE IS D00-PRINT-NOTICES
                                  THRU D90-EXIT
               IF  SORT-RETURN NOT = ZERO
                   DISPLAY THIS-PGM ': SORT FAILED, SORT-RETURN = '
                                    SORT-RETURN
                                         UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               END-IF
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'NOTICES '             TO LEDGER-MODE.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           ACCEPT AS-OF-DATE           FROM DATE YYYYMMDD.
           ACCEPT TIME-WORK            FROM TIME.
           MOVE TIME-WORK(1:4)         TO AS-OF-TIME.

           OPEN INPUT CARDRDR.
           SET  CARDRDR-OPEN           TO TRUE.

           PERFORM U10-GET-INPUT THRU U15-EXIT.
           IF  NOT CARDRDR-AT-END
           AND INPUT-AS-OF > SPACES
               IF  INPUT-AS-OF-N NUMERIC
                   MOVE INPUT-AS-OF    TO AS-OF
               ELSE
                   DISPLAY THIS-PGM ': INVALID AS-OF ON CONTROL CARD - '
                                    INPUT-AS-OF
                                         UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               END-IF
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
           AND INVALID-CNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  NOTICES = ' NOTICE-CNT
                            '  ACTIVE = ' ACTIVE-CNT
                            '  SCHEDULED = ' SCHEDULED-CNT
                            '  EXPIRED = ' EXPIRED-CNT
                            '  INVALID = ' INVALID-CNT
                                 UPON CONSOLE.

           MOVE NOTICE-CNT             TO LEDGER-REC-CNT.
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
      *    SORT INPUT - SWEEP THE '$NTC' KEY RANGE.  EACH NOTICE IS    *
      *    HELD FROM ITS HEADER UNTIL ITS TEXT LINES ARE COUNTED AND   *
      *    RELEASED WHEN THE NEXT NOTICE (OR THE END OF THE RANGE)     *
      *    IS REACHED.  TEXT WITH NO HEADER IS LEFT TO SYHELPDA.       *
      ******************************************************************

       C00-RELEASE-NOTICES.

           SET  NO-NOTICE-PENDING      TO TRUE.
           MOVE LOW-VALUES             TO HELPD-KEY.
           MOVE '$NTC'                 TO HELPD-TRAN.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE NOT = ZERO

               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPD NEXT RECORD END-READ

               IF  STAT-NORMAL(VSUB)
                   IF  NOT HELPD-NOTICE-ENTRY
                       SET  STAT-EOFILE(VSUB) TO TRUE
                   ELSE
                       ADD  1          TO READ-CNT
                       PERFORM C10-JUDGE-ONE-LINE THRU C15-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO C90-EXIT
           END-IF.

           IF  NOT STAT-EOFILE(VSUB)
           AND NOT STAT-NOTFOUND(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO C90-EXIT
           END-IF.

           PERFORM C20-RELEASE-PENDING THRU C25-EXIT.

       C90-EXIT.
           EXIT.

       C10-JUDGE-ONE-LINE.

           IF  HELPD-SEQU-HEADER
               PERFORM C20-RELEASE-PENDING THRU C25-EXIT
               PERFORM C30-CLASSIFY-NOTICE THRU C35-EXIT
               GO TO C15-EXIT
           END-IF.

           IF  HELPD-SEQU > ZERO
           AND NOTICE-PENDING
           AND HELPD-KEY(1:13) = PENDING-KEY
               ADD  1                  TO SRT-LINES
           END-IF.

       C15-EXIT.
           EXIT.

       C20-RELEASE-PENDING.

           IF  NOTICE-PENDING
               RELEASE SORTWRK-RECORD
               SET  NO-NOTICE-PENDING  TO TRUE
           END-IF.

       C25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    CLASSIFY THE NOTICE HEADER IN HAND AGAINST THE AS-OF DATE  *
      *    AND TIME THE SAME WAY SYHELPOV DOES: SHOWN WHILE FROM IS   *
      *    NOT AFTER IT AND THRU IS STILL AHEAD OF IT.                *
      *----------------------------------------------------------------
       C30-CLASSIFY-NOTICE.

           ADD  1                      TO NOTICE-CNT.
           MOVE HELPD-KEY(1:13)        TO PENDING-KEY.
           SET  NOTICE-PENDING         TO TRUE.

           MOVE NOTICE-FROM            TO SRT-FROM.
           MOVE HELPD-NAME             TO SRT-NAME.
           MOVE HELPD-LANG             TO SRT-LANG.
           MOVE NOTICE-THRU            TO SRT-THRU.
           MOVE NOTICE-TRAN-PAT        TO SRT-TRAN-PAT.
           MOVE ZERO                   TO SRT-LINES.
           MOVE NOTICE-TITLE           TO SRT-TITLE.

           EVALUATE TRUE
             WHEN NOTICE-FROM NOT NUMERIC
             WHEN NOTICE-THRU NOT NUMERIC
             WHEN NOTICE-THRU NOT > NOTICE-FROM
             WHEN NOTICE-TRAN-PAT NOT > SPACES
               SET  SRT-INVALID        TO TRUE
               ADD  1                  TO INVALID-CNT
             WHEN AS-OF < NOTICE-FROM
               SET  SRT-SCHEDULED      TO TRUE
               ADD  1                  TO SCHEDULED-CNT
             WHEN AS-OF < NOTICE-THRU
               SET  SRT-ACTIVE         TO TRUE
               ADD  1                  TO ACTIVE-CNT
             WHEN OTHER
               SET  SRT-EXPIRED        TO TRUE
               ADD  1                  TO EXPIRED-CNT
           END-EVALUATE.

       C35-EXIT.
           EXIT.

      /*****************************************************************
      *    SORT OUTPUT - LIST THE NOTICES UNDER THEIR FOUR SECTIONS,   *
      *    PRINTING EVERY SECTION EVEN WHEN IT IS EMPTY                *
      ******************************************************************

       D00-PRINT-NOTICES.

           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'SYHELPD TIME-WINDOWED NOTICES AS OF '
                  AS-OF-DATE(1:4) '-' AS-OF-DATE(5:2) '-'
                  AS-OF-DATE(7:2) ' ' AS-OF-TIME(1:2) ':'
                  AS-OF-TIME(3:2) ' ---------------------'
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE ZERO                   TO CURR-CLASS.
           SET  SORT-NOT-AT-END        TO TRUE.

           PERFORM WITH TEST BEFORE
             UNTIL SORT-AT-END
                OR RTC-CODE NOT = ZERO

               RETURN SORTWRK RECORD
                 AT END
                   SET  SORT-AT-END    TO TRUE
               END-RETURN

               IF  NOT SORT-AT-END
                   PERFORM D10-NEXT-SECTION THRU D15-EXIT
                     UNTIL CURR-CLASS = SRT-CLASS
                        OR RTC-CODE NOT = ZERO
                   PERFORM D20-PRINT-NOTICE THRU D25-EXIT
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO D90-EXIT
           END-IF.

           PERFORM D10-NEXT-SECTION THRU D15-EXIT
             UNTIL CURR-CLASS = 4
                OR RTC-CODE NOT = ZERO.
           PERFORM D30-CLOSE-SECTION THRU D35-EXIT.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           STRING 'TOTAL NOTICES ' NOTICE-CNT
                  '  ACTIVE ' ACTIVE-CNT
                  '  SCHEDULED ' SCHEDULED-CNT
                  '  EXPIRED ' EXPIRED-CNT
                  '  INVALID ' INVALID-CNT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       D90-EXIT.
           EXIT.

       D10-NEXT-SECTION.

           IF  CURR-CLASS > ZERO
               PERFORM D30-CLOSE-SECTION THRU D35-EXIT
           END-IF.
           ADD  1                      TO CURR-CLASS.
           MOVE ZEROES                 TO SECTION-CNT.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE SECTION-TITLE(CURR-CLASS)
                                       TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           STRING '  NAME     L PAT   FROM              '
                  'THRU             LINES  TITLE'
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       D15-EXIT.
           EXIT.

       D20-PRINT-NOTICE.

           ADD  1                      TO SECTION-CNT.
           MOVE SRT-LINES              TO PRINT-LINES-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING '  ' SRT-NAME ' ' SRT-LANG ' ' SRT-TRAN-PAT '  '
                  SRT-FROM(1:4) '-' SRT-FROM(5:2) '-' SRT-FROM(7:2)
                  ' ' SRT-FROM(9:2) ':' SRT-FROM(11:2) '  '
                  SRT-THRU(1:4) '-' SRT-THRU(5:2) '-' SRT-THRU(7:2)
                  ' ' SRT-THRU(9:2) ':' SRT-THRU(11:2) ' '
                  PRINT-LINES-EDIT '  ' SRT-TITLE
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       D25-EXIT.
           EXIT.

       D30-CLOSE-SECTION.

           IF  SECTION-CNT = ZERO
               MOVE '  (NONE)'         TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       D35-EXIT.
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
