      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDH.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MONTHLY HELP FEEDBACK REPORT.  READS THE
      *               HELPDFBK "WAS THIS HELPFUL?" RECORDS THAT
      *               SYHELPOV LOGS TO THE HLPF EXTRAPARTITION QUEUE
      *               WHEN A USER PRESSES PF9 ON A PANEL (OPERATIONS
      *               POINTS HELPFBK AT THE MONTH'S ACCUMULATED QUEUE
      *               FILE, THE SAME WAY HELPUSG IS POINTED AT THE
      *               MONTH'S HLPU FILE FOR SYHELPDR) AND PRINTS TWO
      *               SECTIONS ON HELPRPT:
      *
      *               1. EVERY PANEL RATED IN THE PERIOD WITH ITS
      *                  HELPFUL AND NOT-HELPFUL COUNTS, THE HELPFUL
      *                  PERCENTAGE AND ITS HELPDUSG VIEW COUNT FOR
      *                  THE SAME PERIOD, WORST PERCENTAGE FIRST
      *                  (TIES: MORE NOT-HELPFUL VOTES, THEN MORE
      *                  VIEWS, FIRST).
      *               2. EVERY COMMENT LEFT WITH A RATING, GROUPED BY
      *                  THE TEAM THAT OWNS THE PANEL'S TRAN IN THE
      *                  TRANINV FILE (LAYOUT AS SYHELPDI READS IT).
      *                  A TRAN THE INVENTORY DOES NOT KNOW GROUPS
      *                  UNDER *UNKNOWN.
      *
      *               RATINGS COUNT AGAINST THE OWNER PANEL - THE
      *               ONE ACTUALLY SHOWN AFTER ALIAS RESOLUTION AND
      *               BASE-LANGUAGE FALLBACK - THE SAME AS VIEWS DO
      *               IN SYHELPDR.  A FEEDBACK RECORD WITH A RATING
      *               OTHER THAN 'Y' OR 'N', OR WITH NO OWNER PANEL,
      *               IS COUNTED AND SKIPPED AND THE RUN ENDS RTC = 4
      *               SO A DAMAGED QUEUE FILE SHOWS UP.

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

           SELECT SORTWRK
               ASSIGN TO SORTWK1.

           SELECT TRANINV
               ASSIGN TO TRANINV
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT HELPUSG
               ASSIGN TO HELPUSG
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT HELPFBK
               ASSIGN TO HELPFBK
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

           SELECT HELPRPT
               ASSIGN TO HELPRPT
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

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

       SD  SORTWRK.
       01  SORTWRK-RECORD.
           05  SRT-TEAM                 PIC  X(08).
           05  SRT-TRAN                 PIC  X(04).
           05  SRT-NAME                 PIC  X(08).
           05  SRT-LANG                 PIC  X(01).
           05  SRT-DATE                 PIC  X(08).
           05  SRT-TIME                 PIC  X(08).
           05  SRT-RATING               PIC  X(01).
           05  SRT-USERID               PIC  X(08).
           05  SRT-COMMENT              PIC  X(50).

       FD  TRANINV.
       01  TRANINV-RECORD               PIC  X(80).

       FD  HELPUSG.
       COPY HELPDUSG.

       FD  HELPFBK.
       COPY HELPDFBK.

       FD  HELPRPT.
       01  HELPRPT-RECORD               PIC  X(132).

       FD  HELPDLDG.
       COPY HELPDLDG.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDH'.

         03  TRANINV-SWITCH            PIC  X(01)   VALUE 'C'.
           88  TRANINV-CLOSED                       VALUE 'C'.
           88  TRANINV-AT-END                       VALUE 'E'.
           88  TRANINV-OPEN                         VALUE 'O'.
         03  HELPUSG-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPUSG-CLOSED                       VALUE 'C'.
           88  HELPUSG-AT-END                       VALUE 'E'.
           88  HELPUSG-OPEN                         VALUE 'O'.
         03  HELPFBK-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPFBK-CLOSED                       VALUE 'C'.
           88  HELPFBK-AT-END                       VALUE 'E'.
           88  HELPFBK-OPEN                         VALUE 'O'.
         03  HELPRPT-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPRPT-CLOSED                       VALUE 'C'.
           88  HELPRPT-OPEN                         VALUE 'O'.
         03  SORT-EOF-SWITCH           PIC  X(01)   VALUE 'N'.
           88  SORT-AT-END                          VALUE 'E'.
           88  SORT-NOT-AT-END                      VALUE 'N'.

         03  FEEDBACK-CNT              PIC  9(07)   VALUE ZEROES.
         03  BAD-FEEDBACK-CNT          PIC  9(07)   VALUE ZEROES.
         03  COMMENT-CNT               PIC  9(07)   VALUE ZEROES.
         03  TEAM-COMMENT-CNT          PIC  9(07)   VALUE ZEROES.
         03  USAGE-CNT                 PIC  9(07)   VALUE ZEROES.

         03  INV-CNT                   PIC S9(04)   BINARY VALUE ZEROES.
         03  INV-MAX                   PIC S9(04)   BINARY VALUE 1000.
         03  VIEW-CNT                  PIC S9(04)   BINARY VALUE ZEROES.
         03  VIEW-MAX                  PIC S9(04)   BINARY VALUE 2000.
         03  RATE-CNT                  PIC S9(04)   BINARY VALUE ZEROES.
         03  RATE-MAX                  PIC S9(04)   BINARY VALUE 2000.
         03  ISUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  USUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  MIN-SUB                   PIC S9(04)   BINARY VALUE ZEROES.
         03  FOUND-SUB                 PIC S9(04)   BINARY VALUE ZEROES.

         03  RANK-CNT                  PIC  9(04)   VALUE ZEROES.
         03  PANEL-VIEWS               PIC  9(07)   VALUE ZEROES.
         03  PANEL-TEAM                PIC  X(08)   VALUE SPACES.
         03  LAST-TEAM                 PIC  X(08)   VALUE LOW-VALUES.

         03  PRINT-RATIO-EDIT          PIC  ZZ9     VALUE ZEROES.

       01  INPUT-INVENTORY.
         03  INV-IN-TRAN               PIC  X(04).
         03                            PIC  X(01).
         03  INV-IN-STATUS             PIC  X(01).
         03                            PIC  X(01).
         03  INV-IN-TEAM               PIC  X(08).
         03                            PIC  X(01).
         03  INV-IN-DESC               PIC  X(40).
         03                            PIC  X(24).

       01  INV-TABLE-AREA.
         03  INV-ENTRY                 OCCURS 1000.
           05  INV-TRAN                PIC  X(04).
           05  INV-TEAM                PIC  X(08).

       01  VIEW-TABLE-AREA.
         03  VIEW-ENTRY                OCCURS 2000.
           05  VW-KEY.
             07  VW-TRAN               PIC  X(04).
             07  VW-NAME               PIC  X(08).
             07  VW-LANG               PIC  X(01).
           05  VW-COUNT                PIC  9(07).

       01  RATE-TABLE-AREA.
         03  RATE-ENTRY                OCCURS 2000.
           05  RT-KEY.
             07  RT-TRAN               PIC  X(04).
             07  RT-NAME               PIC  X(08).
             07  RT-LANG               PIC  X(01).
           05  RT-YES                  PIC  9(07).
           05  RT-NO                   PIC  9(07).
           05  RT-VIEWS                PIC  9(07).
           05  RT-RATIO                PIC  9(03).
           05  RT-PRINTED-SW           PIC  X(01).

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
               PERFORM C00-LOAD-INVENTORY THRU C90-EXIT
                 UNTIL TRANINV-AT-END
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM C20-LOAD-USAGE THRU C25-EXIT
                 UNTIL HELPUSG-AT-END
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               SORT SORTWRK
                   ON ASCENDING KEY SRT-TEAM SRT-TRAN SRT-NAME
                                    SRT-LANG SRT-DATE SRT-TIME
                   INPUT  PROCEDURE IS D00-LOAD-FEEDBACK
                                  THRU D90-EXIT
                   OUTPUT PROCEDURE IS E00-PRINT-REPORT
                                  THRU E90-EXIT
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

           MOVE 'FEEDBACK'             TO LEDGER-MODE.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           IF  RTC-CODE = ZERO
               OPEN INPUT TRANINV
               IF  FILE4-STAT NOT = '00'
                   DISPLAY THIS-PGM ': FILE ERROR ON FILE TRANINV'
                                          UPON CONSOLE
                   DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                    ' STATUS = '    FILE4-STAT
                                    ' FDBK = '       FILE4-FDBK
                                          UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               ELSE
                   SET  TRANINV-OPEN   TO TRUE
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               OPEN INPUT HELPUSG
               IF  FILE5-STAT NOT = '00'
                   DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPUSG'
                                          UPON CONSOLE
                   DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                    ' STATUS = '    FILE5-STAT
                                    ' FDBK = '       FILE5-FDBK
                                          UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               ELSE
                   SET  HELPUSG-OPEN   TO TRUE
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               OPEN INPUT HELPFBK
               IF  FILE6-STAT NOT = '00'
                   DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPFBK'
                                          UPON CONSOLE
                   DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                    ' STATUS = '    FILE6-STAT
                                    ' FDBK = '       FILE6-FDBK
                                          UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               ELSE
                   SET  HELPFBK-OPEN   TO TRUE
               END-IF
           END-IF.

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

           IF  HELPFBK-OPEN
           OR  HELPFBK-AT-END
               CLOSE HELPFBK
               SET  HELPFBK-CLOSED     TO TRUE
           END-IF.

           IF  HELPUSG-OPEN
           OR  HELPUSG-AT-END
               CLOSE HELPUSG
               SET  HELPUSG-CLOSED     TO TRUE
           END-IF.

           IF  TRANINV-OPEN
           OR  TRANINV-AT-END
               CLOSE TRANINV
               SET  TRANINV-CLOSED     TO TRUE
           END-IF.

           IF  RTC-NORMAL
           AND BAD-FEEDBACK-CNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  FEEDBACK RECORDS = ' FEEDBACK-CNT
                            '  BAD RECORDS = ' BAD-FEEDBACK-CNT
                                 UPON CONSOLE.
           DISPLAY THIS-PGM ':  COMMENTS = ' COMMENT-CNT
                            '  VIEW RECORDS = ' USAGE-CNT
                                 UPON CONSOLE.

           MOVE FEEDBACK-CNT           TO LEDGER-REC-CNT.
           MOVE 'E'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           COPY BATCHRTN.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    APPEND AN EVENT TO THE HELPDLDG RUN LEDGER                  *
      ******************************************************************
       COPY HELPDLGP.

      /*****************************************************************
      *    LOAD THE TRANSACTION INVENTORY INTO ITS TABLE.  ONLY THE    *
      *    TEAM IS NEEDED HERE; A BAD RECORD IS LEFT TO SYHELPDI TO    *
      *    REPORT AND IS SIMPLY SKIPPED.                               *
      ******************************************************************

       C00-LOAD-INVENTORY.

           READ TRANINV RECORD INTO INPUT-INVENTORY
             AT END
               SET  TRANINV-AT-END     TO TRUE
           END-READ.
           IF  FILE4-STAT NOT = '00'
           AND FILE4-STAT NOT = '10'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE TRANINV'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = READ'
                                ' STATUS = '    FILE4-STAT
                                ' FDBK = '       FILE4-FDBK
                                      UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO C90-EXIT
           END-IF.
           IF  TRANINV-AT-END
           OR  INV-IN-TRAN NOT > SPACES
               GO TO C90-EXIT
           END-IF.

           IF  INV-CNT >= INV-MAX
               DISPLAY THIS-PGM ': INVENTORY EXCEEDS ' INV-MAX
                                ' TRANSACTIONS - RAISE INV-ENTRY OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO C90-EXIT
           END-IF.

           ADD  1                      TO INV-CNT.
           MOVE INV-IN-TRAN            TO INV-TRAN(INV-CNT).
           MOVE INV-IN-TEAM            TO INV-TEAM(INV-CNT).

       C90-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT THE PERIOD'S VIEWS PER OWNER PANEL FROM HELPDUSG.     *
      *    NOT-FOUND AND DAMAGED RECORDS ARE SYHELPDR'S BUSINESS AND   *
      *    ARE PASSED OVER HERE.                                       *
      ******************************************************************

       C20-LOAD-USAGE.

           READ HELPUSG RECORD
             AT END
               SET  HELPUSG-AT-END     TO TRUE
           END-READ.
           IF  FILE5-STAT NOT = '00'
           AND FILE5-STAT NOT = '10'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPUSG'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = READ'
                                ' STATUS = '    FILE5-STAT
                                ' FDBK = '       FILE5-FDBK
                                      UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO C25-EXIT
           END-IF.
           IF  HELPUSG-AT-END
           OR  NOT USG-IS-VIEW
               GO TO C25-EXIT
           END-IF.

           ADD  1                      TO USAGE-CNT.

           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING USUB FROM 1 BY 1
               UNTIL USUB > VIEW-CNT
                  OR FOUND-SUB > ZERO
               IF  VW-TRAN(USUB) = USG-OWNER-TRAN
               AND VW-NAME(USUB) = USG-OWNER-NAME
               AND VW-LANG(USUB) = USG-OWNER-LANG
                   MOVE USUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

           IF  FOUND-SUB = ZERO
               IF  VIEW-CNT >= VIEW-MAX
                   DISPLAY THIS-PGM ': MORE THAN ' VIEW-MAX
                                    ' DISTINCT PANELS VIEWED - RAISE '
                                    'VIEW-ENTRY OCCURS'
                                         UPON CONSOLE
                   MOVE +16            TO RTC-CODE
                   GO TO C25-EXIT
               END-IF
               ADD  1                  TO VIEW-CNT
               MOVE VIEW-CNT           TO FOUND-SUB
               MOVE USG-OWNER-TRAN     TO VW-TRAN(FOUND-SUB)
               MOVE USG-OWNER-NAME     TO VW-NAME(FOUND-SUB)
               MOVE USG-OWNER-LANG     TO VW-LANG(FOUND-SUB)
               MOVE ZEROES             TO VW-COUNT(FOUND-SUB)
           END-IF.

           ADD  1                      TO VW-COUNT(FOUND-SUB).

       C25-EXIT.
           EXIT.

      /*****************************************************************
      *    SORT INPUT - TALLY EVERY RATING AGAINST ITS OWNER PANEL     *
      *    AND RELEASE EVERY RATING THAT CARRIES A COMMENT, TAGGED     *
      *    WITH THE OWNING TEAM OF ITS TRAN                            *
      ******************************************************************

       D00-LOAD-FEEDBACK.

           PERFORM WITH TEST BEFORE
             UNTIL HELPFBK-AT-END
                OR RTC-CODE NOT = ZERO
               PERFORM D10-READ-FEEDBACK THRU D15-EXIT
           END-PERFORM.

       D90-EXIT.
           EXIT.

       D10-READ-FEEDBACK.

           READ HELPFBK RECORD
             AT END
               SET  HELPFBK-AT-END     TO TRUE
           END-READ.
           IF  FILE6-STAT NOT = '00'
           AND FILE6-STAT NOT = '10'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPFBK'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = READ'
                                ' STATUS = '    FILE6-STAT
                                ' FDBK = '       FILE6-FDBK
                                      UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO D15-EXIT
           END-IF.
           IF  HELPFBK-AT-END
               GO TO D15-EXIT
           END-IF.

           ADD  1                      TO FEEDBACK-CNT.

           IF  (NOT FBK-IS-HELPFUL
           AND  NOT FBK-NOT-HELPFUL)
           OR  FBK-OWNER-TRAN NOT > SPACES
               ADD  1                  TO BAD-FEEDBACK-CNT
               GO TO D15-EXIT
           END-IF.

           PERFORM P10-TALLY-RATING THRU P15-EXIT.
           IF  RTC-CODE NOT = ZERO
           OR  FBK-COMMENT NOT > SPACES
               GO TO D15-EXIT
           END-IF.

           PERFORM P20-FIND-TEAM THRU P25-EXIT.

           MOVE SPACES                 TO SORTWRK-RECORD.
           MOVE PANEL-TEAM             TO SRT-TEAM.
           MOVE FBK-OWNER-TRAN         TO SRT-TRAN.
           MOVE FBK-OWNER-NAME         TO SRT-NAME.
           MOVE FBK-OWNER-LANG         TO SRT-LANG.
           MOVE FBK-DATE               TO SRT-DATE.
           MOVE FBK-TIME               TO SRT-TIME.
           MOVE FBK-RATING             TO SRT-RATING.
           MOVE FBK-USERID             TO SRT-USERID.
           MOVE FBK-COMMENT            TO SRT-COMMENT.
           RELEASE SORTWRK-RECORD.
           ADD  1                      TO COMMENT-CNT.

       D15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    COUNT A RATING UNDER THE OWNER PANEL IT WAS GIVEN FOR      *
      *----------------------------------------------------------------
       P10-TALLY-RATING.

           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING USUB FROM 1 BY 1
               UNTIL USUB > RATE-CNT
                  OR FOUND-SUB > ZERO
               IF  RT-TRAN(USUB) = FBK-OWNER-TRAN
               AND RT-NAME(USUB) = FBK-OWNER-NAME
               AND RT-LANG(USUB) = FBK-OWNER-LANG
                   MOVE USUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

           IF  FOUND-SUB = ZERO
               IF  RATE-CNT >= RATE-MAX
                   DISPLAY THIS-PGM ': MORE THAN ' RATE-MAX
                                    ' DISTINCT PANELS RATED - RAISE '
                                    'RATE-ENTRY OCCURS'
                                         UPON CONSOLE
                   MOVE +16            TO RTC-CODE
                   GO TO P15-EXIT
               END-IF
               ADD  1                  TO RATE-CNT
               MOVE RATE-CNT           TO FOUND-SUB
               MOVE FBK-OWNER-TRAN     TO RT-TRAN(FOUND-SUB)
               MOVE FBK-OWNER-NAME     TO RT-NAME(FOUND-SUB)
               MOVE FBK-OWNER-LANG     TO RT-LANG(FOUND-SUB)
               MOVE ZEROES             TO RT-YES(FOUND-SUB)
                                          RT-NO(FOUND-SUB)
                                          RT-VIEWS(FOUND-SUB)
                                          RT-RATIO(FOUND-SUB)
               MOVE 'N'                TO RT-PRINTED-SW(FOUND-SUB)
           END-IF.

           IF  FBK-IS-HELPFUL
               ADD  1                  TO RT-YES(FOUND-SUB)
           ELSE
               ADD  1                  TO RT-NO(FOUND-SUB)
           END-IF.

       P15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LOOK UP THE OWNING TEAM OF A TRAN IN THE INVENTORY TABLE   *
      *----------------------------------------------------------------
       P20-FIND-TEAM.

           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING ISUB FROM 1 BY 1
               UNTIL ISUB > INV-CNT
                  OR FOUND-SUB > ZERO
               IF  INV-TRAN(ISUB) = FBK-OWNER-TRAN
                   MOVE ISUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

           IF  FOUND-SUB = ZERO
               MOVE '*UNKNOWN'         TO PANEL-TEAM
           ELSE
               MOVE INV-TEAM(FOUND-SUB)
                                       TO PANEL-TEAM
           END-IF.

       P25-EXIT.
           EXIT.

      /*****************************************************************
      *    SORT OUTPUT - BY NOW EVERY RATING HAS BEEN TALLIED, SO THE  *
      *    RANKING IS PRINTED FIRST, THEN THE SORTED COMMENTS          *
      ******************************************************************

       E00-PRINT-REPORT.

           PERFORM F00-PRINT-RATING-RANKING THRU F90-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO E90-EXIT
           END-IF.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE 'USER COMMENTS BY OWNING TEAM ------------------------'
                                       TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE LOW-VALUES             TO LAST-TEAM.
           SET  SORT-NOT-AT-END        TO TRUE.

           PERFORM WITH TEST BEFORE
             UNTIL SORT-AT-END
                OR RTC-CODE NOT = ZERO

               RETURN SORTWRK RECORD
                 AT END
                   SET  SORT-AT-END    TO TRUE
               END-RETURN

               IF  NOT SORT-AT-END
                   IF  SRT-TEAM NOT = LAST-TEAM
                       PERFORM E10-TEAM-BREAK THRU E15-EXIT
                   END-IF
                   PERFORM E20-PRINT-COMMENT THRU E25-EXIT
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO E90-EXIT
           END-IF.

           IF  COMMENT-CNT = ZERO
               MOVE 'NO COMMENTS WERE LEFT THIS PERIOD'
                                       TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           ELSE
               PERFORM E30-TEAM-TOTAL THRU E35-EXIT
           END-IF.

       E90-EXIT.
           EXIT.

       E10-TEAM-BREAK.

           IF  LAST-TEAM NOT = LOW-VALUES
               PERFORM E30-TEAM-TOTAL THRU E35-EXIT
           END-IF.
           MOVE SRT-TEAM               TO LAST-TEAM.
           MOVE ZEROES                 TO TEAM-COMMENT-CNT.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           STRING 'TEAM ' SRT-TEAM
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE '  TRAN NAME     L  RATED    ON       USERID    COMMENT'
                                       TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       E15-EXIT.
           EXIT.

       E20-PRINT-COMMENT.

           ADD  1                      TO TEAM-COMMENT-CNT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING '  ' SRT-TRAN ' ' SRT-NAME ' ' SRT-LANG
                  '  ' SRT-RATING '        ' SRT-DATE
                  ' ' SRT-USERID '  ' SRT-COMMENT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       E25-EXIT.
           EXIT.

       E30-TEAM-TOTAL.

           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING '  COMMENTS FOR TEAM ' LAST-TEAM
                  ' = ' TEAM-COMMENT-CNT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       E35-EXIT.
           EXIT.

      /*****************************************************************
      *    SECTION 1 - EVERY RATED PANEL, WORST HELPFUL RATIO FIRST    *
      ******************************************************************

       F00-PRINT-RATING-RANKING.

           MOVE 'RATED PANELS BY HELPFUL PERCENTAGE, WORST FIRST ------'
                                       TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           IF  RATE-CNT = ZERO
               MOVE 'NO PANELS WERE RATED THIS PERIOD'
                                       TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               GO TO F90-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING ISUB FROM 1 BY 1
               UNTIL ISUB > RATE-CNT
               PERFORM F10-FINISH-ONE-PANEL THRU F15-EXIT
           END-PERFORM.

           MOVE ZEROES                 TO RANK-CNT.
           MOVE 1                      TO MIN-SUB.
           PERFORM WITH TEST BEFORE
             UNTIL MIN-SUB = ZERO
                OR RTC-CODE NOT = ZERO
               PERFORM F20-PRINT-NEXT-WORST THRU F25-EXIT
           END-PERFORM.

       F90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WORK OUT A PANEL'S HELPFUL PERCENTAGE AND FIND ITS VIEWS   *
      *----------------------------------------------------------------
       F10-FINISH-ONE-PANEL.

           COMPUTE RT-RATIO(ISUB) = RT-YES(ISUB) * 100
                                  / (RT-YES(ISUB) + RT-NO(ISUB)).

           PERFORM WITH TEST BEFORE
             VARYING USUB FROM 1 BY 1
               UNTIL USUB > VIEW-CNT
               IF  VW-KEY(USUB) = RT-KEY(ISUB)
                   MOVE VW-COUNT(USUB) TO RT-VIEWS(ISUB)
               END-IF
           END-PERFORM.

       F15-EXIT.
           EXIT.

       F20-PRINT-NEXT-WORST.

           MOVE ZEROES                 TO MIN-SUB.
           PERFORM WITH TEST BEFORE
             VARYING USUB FROM 1 BY 1
               UNTIL USUB > RATE-CNT
               IF  RT-PRINTED-SW(USUB) = 'N'
                   IF  MIN-SUB = ZERO
                       MOVE USUB       TO MIN-SUB
                   ELSE
                   IF  RT-RATIO(USUB) < RT-RATIO(MIN-SUB)
                   OR (RT-RATIO(USUB) = RT-RATIO(MIN-SUB)
                   AND RT-NO(USUB)    > RT-NO(MIN-SUB))
                   OR (RT-RATIO(USUB) = RT-RATIO(MIN-SUB)
                   AND RT-NO(USUB)    = RT-NO(MIN-SUB)
                   AND RT-VIEWS(USUB) > RT-VIEWS(MIN-SUB))
                       MOVE USUB       TO MIN-SUB
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF  MIN-SUB = ZERO
               GO TO F25-EXIT
           END-IF.

           MOVE 'Y'                    TO RT-PRINTED-SW(MIN-SUB).
           ADD  1                      TO RANK-CNT.
           MOVE RT-RATIO(MIN-SUB)      TO PRINT-RATIO-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'RANK ' RANK-CNT
                  '  HELPFUL ' PRINT-RATIO-EDIT '%'
                  '  YES ' RT-YES(MIN-SUB)
                  '  NO ' RT-NO(MIN-SUB)
                  '  VIEWS ' RT-VIEWS(MIN-SUB)
                  '  ' RT-TRAN(MIN-SUB)
                  ' '  RT-NAME(MIN-SUB)
                  ' '  RT-LANG(MIN-SUB)
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       F25-EXIT.
           EXIT.

      /*****************************************************************
      *    SHARED UTILITY ROUTINES                                     *
      ******************************************************************

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
