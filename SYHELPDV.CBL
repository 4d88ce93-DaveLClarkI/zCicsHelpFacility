      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDV.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       PANEL VERSION ARCHIVE LOAD.  READS HELPDHST
      *               AUDIT TRAIL RECORDS - A SYHELPDX PROMOTE'S
      *               TRAIL AND/OR THE HLPH QUEUE FILE OF SHLX AND
      *               SHLA ONLINE SAVES, CONCATENATED ON DD HELPDHST -
      *               AND ADDS A COMPLETE COPY OF EVERY PANEL AS IT
      *               STOOD AFTER EACH CHANGE TO THE SYHELPH VERSION
      *               ARCHIVE (HELPDVER LAYOUT), KEYED BY THE PANEL
      *               AND THE CHANGE'S TIMESTAMP.  SYHELPDY REBUILDS
      *               AND COMPARES PANELS FROM IT.
      *
      *               THE TRAIL HOLDS ONLY BEFORE-IMAGES, SO EACH
      *               PANEL IS WALKED BACKWARD FROM ITS CURRENT
      *               SYHELPD RECORDS: THE NEWEST CHANGE'S VERSION IS
      *               THE CURRENT PANEL, ITS BEFORE-IMAGES GIVE THE
      *               VERSION BEFORE IT, AND SO ON.  THE TRAIL MUST
      *               THEREFORE BE LOADED BEFORE ANY LATER CHANGE IS
      *               MADE TO THE SAME PANEL - RUN THIS EVERY NIGHT
      *               AHEAD OF THE DAY'S FIRST PROMOTE.
      *
      *               ONE CHANGE IS THE RUN OF TRAIL RECORDS FOR A
      *               PANEL WRITTEN BY ONE JOB OR USER WITHIN A FEW
      *               SECONDS OF EACH OTHER THAT NEVER TOUCHES THE
      *               SAME SEGMENT TWICE.  A CHANGE ALREADY ON
      *               SYHELPH IS LEFT ALONE, SO A TRAIL CAN BE LOADED
      *               AGAIN SAFELY.  THE FIRST TIME A PANEL IS SEEN,
      *               ITS STATE BEFORE THE OLDEST CHANGE IS ALSO KEPT
      *               AS A BASELINE VERSION, DATED BY THE HEADER'S
      *               HELPD-LAST-UPD.  EVERY VERSION ADDED IS LISTED
      *               ON HELPRPT.  A TRAIL RECORD WITH AN UNKNOWN
      *               FUNCTION CODE IS SKIPPED AND ENDS THE RUN
      *               RTC = 4.

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

           SELECT HELPDHST
               ASSIGN TO HELPDHST
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

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

           SELECT SYHELPH
               ASSIGN TO SYHELPH
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS VER-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

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
           05  SRT-PANEL                PIC  X(13).
           05  SRT-DATE                 PIC  X(08).
           05  SRT-TIME                 PIC  X(08).
           05  SRT-RECNO                PIC  9(09).
           05  SRT-HIST                 PIC  X(145).

       FD  HELPDHST.
       COPY HELPDHST.

       FD  HELPRPT.
       01  HELPRPT-RECORD               PIC  X(132).

       FD  SYHELPD
           RECORD IS VARYING IN SIZE
             FROM 80 TO 120 CHARACTERS
             DEPENDING ON HELPD-RECL.
       COPY SYHELPD.

       FD  SYHELPH.
       COPY HELPDVER.

       FD  HELPDLDG.
       COPY HELPDLDG.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDV'.

         03  HELPD                     PIC S9(04)   BINARY VALUE 1.
         03  HELPH                     PIC S9(04)   BINARY VALUE 2.
         03  HELPD-RECL                PIC  9(05)   VALUE ZEROES.

         03  HELPDHST-SWITCH           PIC  X(01)   VALUE 'C'.
           88  HELPDHST-CLOSED                      VALUE 'C'.
           88  HELPDHST-AT-END                      VALUE 'E'.
           88  HELPDHST-OPEN                        VALUE 'O'.
         03  HELPRPT-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPRPT-CLOSED                       VALUE 'C'.
           88  HELPRPT-OPEN                         VALUE 'O'.
         03  SORT-EOF-SWITCH           PIC  X(01)   VALUE 'N'.
           88  SORT-AT-END                          VALUE 'E'.
           88  SORT-NOT-AT-END                      VALUE 'N'.
         03  MARKER-SWITCH             PIC  X(01)   VALUE 'N'.
           88  MARKER-ON-FILE                       VALUE 'Y'.
           88  MARKER-NOT-ON-FILE                   VALUE 'N'.
         03  EARLIER-SWITCH            PIC  X(01)   VALUE 'N'.
           88  EARLIER-VERSION-FOUND                VALUE 'Y'.
           88  EARLIER-VERSION-NONE                 VALUE 'N'.
         03  BROWSE-SWITCH             PIC  X(01)   VALUE 'N'.
           88  BROWSE-DONE                          VALUE 'Y'.
           88  BROWSE-NOT-DONE                      VALUE 'N'.
         03  NEW-GROUP-SWITCH          PIC  X(01)   VALUE 'N'.
           88  NEW-GROUP-STARTS                     VALUE 'Y'.
           88  NEW-GROUP-NOT-YET                    VALUE 'N'.

         03  TODAY-DATE                PIC  X(08)   VALUE SPACES.
         03  TODAY-TIME                PIC  X(08)   VALUE SPACES.
         03  CURR-PANEL                PIC  X(13)   VALUE SPACES.
         03  SNAP-DATE                 PIC  X(08)   VALUE SPACES.
         03  SNAP-TIME                 PIC  X(08)   VALUE SPACES.
         03  SNAP-SOURCE               PIC  X(01)   VALUE SPACES.
         03  SNAP-JOBNAME              PIC  X(08)   VALUE SPACES.
         03  TOUCH-FUNCTION            PIC  X(01)   VALUE SPACES.

         03  TIME-WORK                 PIC  X(08)   VALUE ZEROES.
         03  TIME-WORK-N  REDEFINES TIME-WORK.
           05  TIME-HH                 PIC  9(02).
           05  TIME-MM                 PIC  9(02).
           05  TIME-SS                 PIC  9(02).
           05  TIME-HS                 PIC  9(02).
         03  THIS-SECS                 PIC  9(05)   VALUE ZEROES.
         03  PREV-SECS                 PIC  9(05)   VALUE ZEROES.
         03  GAP-SECS                  PIC  9(05)   VALUE 5.

         03  HIST-READ-CNT             PIC  9(09)   VALUE ZEROES.
         03  BAD-HIST-CNT              PIC  9(07)   VALUE ZEROES.
         03  PANEL-CNT                 PIC  9(07)   VALUE ZEROES.
         03  VERSION-CNT               PIC  9(07)   VALUE ZEROES.
         03  BASELINE-CNT              PIC  9(07)   VALUE ZEROES.
         03  ALREADY-CNT               PIC  9(07)   VALUE ZEROES.
         03  LINE-WRITE-CNT            PIC  9(09)   VALUE ZEROES.

         03  HIST-CNT                  PIC S9(04)   BINARY VALUE ZEROES.
         03  HIST-MAX                  PIC S9(04)   BINARY VALUE 3000.
         03  GROUP-CNT                 PIC S9(04)   BINARY VALUE ZEROES.
         03  GROUP-MAX                 PIC S9(04)   BINARY VALUE 500.
         03  LINE-CNT                  PIC S9(04)   BINARY VALUE ZEROES.
         03  LINE-MAX                  PIC S9(04)   BINARY VALUE 999.
         03  HSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  TSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  GSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  LSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  FOUND-SUB                 PIC S9(04)   BINARY VALUE ZEROES.
         03  LINE-NO                   PIC S9(04)   BINARY VALUE ZEROES.

         03  FIND-SEQU                 PIC S9(05)   PACKED-DECIMAL
                                                    VALUE ZEROES.
         03  LAST-SEQU                 PIC S9(05)   PACKED-DECIMAL
                                                    VALUE ZEROES.
         03  NEXT-SEQU                 PIC S9(05)   PACKED-DECIMAL
                                                    VALUE ZEROES.

         03  PRINT-LINES-EDIT          PIC  ZZZZ9   VALUE ZEROES.

       01  HIST-TABLE-AREA.
         03  HIST-ENTRY                OCCURS 3000.
           05  HT-SEQU                 PIC S9(05)   PACKED-DECIMAL.
           05  HT-FUNCTION             PIC  X(01).
           05  HT-DATE                 PIC  X(08).
           05  HT-TIME                 PIC  X(08).
           05  HT-JOBNAME              PIC  X(08).
           05  HT-BEFORE-IMAGE         PIC  X(104).

       01  GROUP-TABLE-AREA.
         03  GROUP-ENTRY               OCCURS 500.
           05  GRP-FIRST               PIC S9(04)   BINARY.
           05  GRP-LAST                PIC S9(04)   BINARY.
           05  GRP-DATE                PIC  X(08).
           05  GRP-TIME                PIC  X(08).
           05  GRP-JOBNAME             PIC  X(08).

       01  LINE-TABLE-AREA.
         03  LINE-ENTRY                OCCURS 999.
           05  LN-SEQU                 PIC S9(05)   PACKED-DECIMAL.
           05  LN-BODY                 PIC  X(104).

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
                   ON ASCENDING KEY SRT-PANEL SRT-DATE SRT-TIME
                                    SRT-RECNO
                   INPUT  PROCEDURE IS D00-LOAD-TRAIL
                                  THRU D90-EXIT
                   OUTPUT PROCEDURE IS E00-LOAD-VERSIONS
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

           MOVE 'VERLOAD '             TO LEDGER-MODE.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           ACCEPT TODAY-DATE           FROM DATE YYYYMMDD.
           ACCEPT TODAY-TIME           FROM TIME.

           OPEN INPUT HELPDHST.
           IF  FILE5-STAT NOT = '00'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPDHST'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                ' STATUS = '    FILE5-STAT
                                ' FDBK = '       FILE5-FDBK
                                      UPON CONSOLE
               MOVE +16                TO RTC-CODE
           ELSE
               SET  HELPDHST-OPEN      TO TRUE
           END-IF.

           MOVE 2                      TO STAT-TOTL.
           MOVE 'SYHELPD'              TO VSAM-FILE(HELPD).
           MOVE LENGTH OF HELPD-KEY    TO VSAM-KEYL(HELPD).
           MOVE 'SYHELPH'              TO VSAM-FILE(HELPH).
           MOVE LENGTH OF VER-KEY      TO VSAM-KEYL(HELPH).

           IF  RTC-CODE = ZERO
               MOVE HELPD              TO VSUB
               SET  FUNC-OPEN(VSUB)    TO TRUE
               OPEN INPUT SYHELPD
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE HELPH              TO VSUB
               SET  FUNC-OPEN(VSUB)    TO TRUE
               OPEN I-O SYHELPH
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
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

           IF  HELPDHST-OPEN
           OR  HELPDHST-AT-END
               CLOSE HELPDHST
               SET  HELPDHST-CLOSED    TO TRUE
           END-IF.

           MOVE HELPD                  TO VSUB.
           SET  FUNC-CLOSE(VSUB)       TO TRUE.
           CLOSE SYHELPD.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           MOVE HELPH                  TO VSUB.
           SET  FUNC-CLOSE(VSUB)       TO TRUE.
           CLOSE SYHELPH.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-NORMAL
           AND BAD-HIST-CNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  TRAIL RECORDS = ' HIST-READ-CNT
                            '  SKIPPED = '        BAD-HIST-CNT
                            '  PANELS = '         PANEL-CNT
                                 UPON CONSOLE.
           DISPLAY THIS-PGM ':  VERSIONS ADDED = ' VERSION-CNT
                            '  BASELINES = '       BASELINE-CNT
                            '  ALREADY ON FILE = ' ALREADY-CNT
                            '  LINES WRITTEN = '   LINE-WRITE-CNT
                                 UPON CONSOLE.

           MOVE VERSION-CNT            TO LEDGER-REC-CNT.
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
      *    SORT INPUT - RELEASE EVERY TRAIL RECORD WITH ITS READ       *
      *    SEQUENCE, SO RECORDS WRITTEN IN THE SAME HUNDREDTH OF A     *
      *    SECOND KEEP THE ORDER THEY WERE WRITTEN IN                  *
      ******************************************************************

       D00-LOAD-TRAIL.

           PERFORM WITH TEST BEFORE
             UNTIL HELPDHST-AT-END
                OR RTC-CODE NOT = ZERO
               PERFORM D10-READ-TRAIL THRU D15-EXIT
           END-PERFORM.

       D90-EXIT.
           EXIT.

       D10-READ-TRAIL.

           READ HELPDHST RECORD
             AT END
               SET  HELPDHST-AT-END    TO TRUE
           END-READ.
           IF  FILE5-STAT NOT = '00'
           AND FILE5-STAT NOT = '10'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPDHST'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = READ'
                                ' STATUS = '    FILE5-STAT
                                ' FDBK = '       FILE5-FDBK
                                      UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO D15-EXIT
           END-IF.
           IF  HELPDHST-AT-END
               GO TO D15-EXIT
           END-IF.

           ADD  1                      TO HIST-READ-CNT.

           IF  NOT HIST-IS-DELETE
           AND NOT HIST-IS-WRITE
           AND NOT HIST-IS-REWRITE
               ADD  1                  TO BAD-HIST-CNT
               MOVE SPACES             TO HELPRPT-RECORD
               STRING 'TRAIL RECORD SKIPPED - UNKNOWN FUNCTION '
                      HIST-FUNCTION '  KEY = ' HIST-TRAN ' '
                      HIST-NAME ' ' HIST-LANG '  WRITTEN '
                      HIST-DATE ' ' HIST-TIME
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               GO TO D15-EXIT
           END-IF.

           MOVE HIST-KEY(1:13)         TO SRT-PANEL.
           MOVE HIST-DATE              TO SRT-DATE.
           MOVE HIST-TIME              TO SRT-TIME.
           MOVE HIST-READ-CNT          TO SRT-RECNO.
           MOVE HELPDHST-RECORD        TO SRT-HIST.
           RELEASE SORTWRK-RECORD.

       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    SORT OUTPUT - GATHER EACH PANEL'S TRAIL RECORDS AND ADD ITS *
      *    VERSIONS TO THE ARCHIVE                                     *
      ******************************************************************

       E00-LOAD-VERSIONS.

           SET  SORT-NOT-AT-END        TO TRUE.
           PERFORM U20-GET-SORTED THRU U25-EXIT.

           PERFORM WITH TEST BEFORE
             UNTIL SORT-AT-END
                OR RTC-CODE NOT = ZERO
               PERFORM E10-GATHER-PANEL THRU E15-EXIT
               IF  RTC-CODE = ZERO
                   PERFORM F00-PROCESS-PANEL THRU F90-EXIT
               END-IF
           END-PERFORM.

           IF  RTC-CODE = ZERO
           AND VERSION-CNT = ZERO
           AND BASELINE-CNT = ZERO
               MOVE 'NO NEW PANEL VERSIONS WERE FOUND IN THE TRAIL'
                                       TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       E90-EXIT.
           EXIT.

       E10-GATHER-PANEL.

           MOVE SRT-PANEL              TO CURR-PANEL.
           MOVE ZERO                   TO HIST-CNT.
           ADD  1                      TO PANEL-CNT.

           PERFORM WITH TEST BEFORE
             UNTIL SORT-AT-END
                OR SRT-PANEL NOT = CURR-PANEL
                OR RTC-CODE NOT = ZERO

               IF  HIST-CNT >= HIST-MAX
                   DISPLAY THIS-PGM ': MORE THAN ' HIST-MAX
                                    ' TRAIL RECORDS FOR PANEL '
                                    CURR-PANEL
                                         UPON CONSOLE
                   DISPLAY THIS-PGM ': RAISE HIST-ENTRY OCCURS'
                                         UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               ELSE
                   MOVE SRT-HIST       TO HELPDHST-RECORD
                   ADD  1              TO HIST-CNT
                   MOVE HIST-SEQU      TO HT-SEQU(HIST-CNT)
                   MOVE HIST-FUNCTION  TO HT-FUNCTION(HIST-CNT)
                   MOVE HIST-DATE      TO HT-DATE(HIST-CNT)
                   MOVE HIST-TIME      TO HT-TIME(HIST-CNT)
                   MOVE HIST-JOBNAME   TO HT-JOBNAME(HIST-CNT)
                   MOVE HIST-BEFORE-IMAGE
                                       TO HT-BEFORE-IMAGE(HIST-CNT)
                   PERFORM U20-GET-SORTED THRU U25-EXIT
               END-IF
           END-PERFORM.

       E15-EXIT.
           EXIT.

      /*****************************************************************
      *    ONE PANEL - SPLIT ITS TRAIL INTO CHANGES, THEN WALK THEM    *
      *    NEWEST FIRST FROM THE PANEL AS IT STANDS ON SYHELPD         *
      ******************************************************************

       F00-PROCESS-PANEL.

           PERFORM F10-FORM-GROUPS THRU F15-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO F90-EXIT
           END-IF.

           PERFORM F20-LOAD-CURRENT THRU F25-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO F90-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING GSUB FROM GROUP-CNT BY -1
               UNTIL GSUB < 1
                  OR RTC-CODE NOT = ZERO
               PERFORM F30-ONE-CHANGE THRU F35-EXIT
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO F90-EXIT
           END-IF.

           PERFORM F60-BASELINE THRU F65-EXIT.

       F90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A NEW CHANGE STARTS WITH A NEW JOB OR USER, A NEW DAY, A   *
      *    PAUSE OF MORE THAN GAP-SECS, OR A SEGMENT THE CURRENT      *
      *    CHANGE HAS ALREADY TOUCHED BEING DELETED OR REWRITTEN      *
      *    AGAIN.  (A PROMOTE'S '+' CARD REWRITES THE HEADER ITS '|'  *
      *    CARD JUST WROTE - THAT IS STILL THE SAME CHANGE.)          *
      *----------------------------------------------------------------
       F10-FORM-GROUPS.

           MOVE ZERO                   TO GROUP-CNT.

           PERFORM WITH TEST BEFORE
             VARYING HSUB FROM 1 BY 1
               UNTIL HSUB > HIST-CNT
                  OR RTC-CODE NOT = ZERO

               MOVE HT-TIME(HSUB)      TO TIME-WORK
               IF  TIME-WORK-N NUMERIC
                   COMPUTE THIS-SECS = TIME-HH * 3600
                                     + TIME-MM * 60
                                     + TIME-SS
               ELSE
                   MOVE ZERO           TO THIS-SECS
               END-IF

               SET  NEW-GROUP-NOT-YET  TO TRUE
               IF  GROUP-CNT = ZERO
                   SET  NEW-GROUP-STARTS TO TRUE
               ELSE
                   IF  HT-JOBNAME(HSUB) NOT = GRP-JOBNAME(GROUP-CNT)
                   OR  HT-DATE(HSUB) NOT = HT-DATE(HSUB - 1)
                   OR  THIS-SECS > PREV-SECS + GAP-SECS
                       SET  NEW-GROUP-STARTS TO TRUE
                   ELSE
                       PERFORM F16-CHECK-TOUCHED THRU F17-EXIT
                       IF  (HT-FUNCTION(HSUB) = 'D'
                       AND  TOUCH-FUNCTION NOT = SPACE)
                       OR  (HT-FUNCTION(HSUB) = 'U'
                       AND  TOUCH-FUNCTION = 'U')
                           SET  NEW-GROUP-STARTS TO TRUE
                       END-IF
                   END-IF
               END-IF

               IF  NEW-GROUP-STARTS
                   IF  GROUP-CNT >= GROUP-MAX
                       DISPLAY THIS-PGM ': MORE THAN ' GROUP-MAX
                                        ' CHANGES FOR PANEL '
                                        CURR-PANEL
                                             UPON CONSOLE
                       DISPLAY THIS-PGM ': RAISE GROUP-ENTRY OCCURS'
                                             UPON CONSOLE
                       MOVE +16        TO RTC-CODE
                   ELSE
                       ADD  1          TO GROUP-CNT
                       MOVE HSUB       TO GRP-FIRST(GROUP-CNT)
                       MOVE HT-DATE(HSUB)
                                       TO GRP-DATE(GROUP-CNT)
                       MOVE HT-TIME(HSUB)
                                       TO GRP-TIME(GROUP-CNT)
                       MOVE HT-JOBNAME(HSUB)
                                       TO GRP-JOBNAME(GROUP-CNT)
                   END-IF
               END-IF
               IF  RTC-CODE = ZERO
                   MOVE HSUB           TO GRP-LAST(GROUP-CNT)
               END-IF
               MOVE THIS-SECS          TO PREV-SECS
           END-PERFORM.

       F15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    HOW DID THE CURRENT CHANGE LAST TOUCH THIS RECORD'S        *
      *    SEGMENT?  SPACE WHEN IT HAS NOT TOUCHED IT YET.            *
      *----------------------------------------------------------------
       F16-CHECK-TOUCHED.

           MOVE SPACE                  TO TOUCH-FUNCTION.
           PERFORM WITH TEST BEFORE
             VARYING TSUB FROM GRP-FIRST(GROUP-CNT) BY 1
               UNTIL TSUB >= HSUB
               IF  HT-SEQU(TSUB) = HT-SEQU(HSUB)
                   MOVE HT-FUNCTION(TSUB) TO TOUCH-FUNCTION
               END-IF
           END-PERFORM.

       F17-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LOAD THE PANEL'S RECORDS AS THEY STAND ON SYHELPD NOW      *
      *----------------------------------------------------------------
       F20-LOAD-CURRENT.

           MOVE ZERO                   TO LINE-CNT.
           MOVE CURR-PANEL             TO HELPD-KEY(1:13).
           MOVE ZERO                   TO HELPD-SEQU.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.

           SET  BROWSE-NOT-DONE        TO TRUE.
           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(HELPD)
                OR BROWSE-DONE
                OR RTC-CODE NOT = ZERO

               MOVE HELPD              TO VSUB
               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPD NEXT RECORD END-READ

               IF  STAT-NORMAL(HELPD)
                   IF  HELPD-KEY(1:13) NOT = CURR-PANEL
                       SET  BROWSE-DONE TO TRUE
                   ELSE
                       MOVE HELPD-SEQU TO FIND-SEQU
                       PERFORM P10-PUT-LINE THRU P15-EXIT
                       IF  RTC-CODE = ZERO
                           MOVE HELPD-BODY
                                       TO LN-BODY(FOUND-SUB)
                           PERFORM P20-CLEAN-LINE THRU P25-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO F25-EXIT
           END-IF.

           IF  NOT BROWSE-DONE
           AND NOT STAT-EOFILE(HELPD)
           AND NOT STAT-NOTFOUND(HELPD)
               MOVE HELPD              TO VSUB
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       F25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ONE CHANGE - THE LINE TABLE HOLDS THE PANEL AS IT STOOD    *
      *    RIGHT AFTER IT.  ARCHIVE THAT (UNLESS AN EARLIER LOAD      *
      *    ALREADY DID), THEN UNDO THE CHANGE'S RECORDS NEWEST FIRST  *
      *    SO THE TABLE HOLDS THE PANEL AS IT STOOD BEFORE IT.        *
      *----------------------------------------------------------------
       F30-ONE-CHANGE.

           MOVE GRP-DATE(GSUB)         TO SNAP-DATE.
           MOVE GRP-TIME(GSUB)         TO SNAP-TIME.
           MOVE GRP-JOBNAME(GSUB)      TO SNAP-JOBNAME.
           MOVE 'C'                    TO SNAP-SOURCE.

           PERFORM P30-FIND-MARKER THRU P35-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO F35-EXIT
           END-IF.

           IF  MARKER-ON-FILE
               ADD  1                  TO ALREADY-CNT
           ELSE
               PERFORM P40-WRITE-VERSION THRU P45-EXIT
               IF  RTC-CODE NOT = ZERO
                   GO TO F35-EXIT
               END-IF
               ADD  1                  TO VERSION-CNT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING HSUB FROM GRP-LAST(GSUB) BY -1
               UNTIL HSUB < GRP-FIRST(GSUB)
                  OR RTC-CODE NOT = ZERO
               PERFORM F40-UNDO-RECORD THRU F45-EXIT
           END-PERFORM.

       F35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    UNDO ONE TRAIL RECORD IN THE LINE TABLE: A WRITE TAKES THE *
      *    SEGMENT AWAY, A DELETE OR REWRITE PUTS BACK ITS BEFORE-    *
      *    IMAGE                                                      *
      *----------------------------------------------------------------
       F40-UNDO-RECORD.

           MOVE HT-SEQU(HSUB)          TO FIND-SEQU.

           IF  HT-FUNCTION(HSUB) = 'W'
               PERFORM P50-FIND-LINE THRU P55-EXIT
               IF  FOUND-SUB > ZERO
                   IF  FOUND-SUB < LINE-CNT
                       MOVE LINE-ENTRY(LINE-CNT)
                                       TO LINE-ENTRY(FOUND-SUB)
                   END-IF
                   SUBTRACT 1          FROM LINE-CNT
               END-IF
           ELSE
               PERFORM P10-PUT-LINE THRU P15-EXIT
               IF  RTC-CODE = ZERO
                   MOVE HT-BEFORE-IMAGE(HSUB)
                                       TO LN-BODY(FOUND-SUB)
                   PERFORM P20-CLEAN-LINE THRU P25-EXIT
               END-IF
           END-IF.

       F45-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    THE FIRST TIME A PANEL IS ARCHIVED, KEEP ITS STATE BEFORE  *
      *    THE OLDEST CHANGE AS A BASELINE.  IT IS DATED BY ITS       *
      *    HEADER'S LAST UPDATE WHEN THAT IS NO LATER THAN THE        *
      *    CHANGE, ELSE THE START OF THE CHANGE'S DAY.                *
      *----------------------------------------------------------------
       F60-BASELINE.

           IF  LINE-CNT = ZERO
               GO TO F65-EXIT
           END-IF.

           PERFORM P60-FIND-EARLIER THRU P65-EXIT.
           IF  EARLIER-VERSION-FOUND
           OR  RTC-CODE NOT = ZERO
               GO TO F65-EXIT
           END-IF.

           MOVE GRP-DATE(1)            TO SNAP-DATE.
           MOVE ZERO                   TO FIND-SEQU.
           PERFORM P50-FIND-LINE THRU P55-EXIT.
           IF  FOUND-SUB > ZERO
               IF  LN-BODY(FOUND-SUB)(97:8) IS NUMERIC
               AND LN-BODY(FOUND-SUB)(97:8) NOT > GRP-DATE(1)
                   MOVE LN-BODY(FOUND-SUB)(97:8)
                                       TO SNAP-DATE
               END-IF
           END-IF.
           MOVE ZEROES                 TO SNAP-TIME.
           MOVE SPACES                 TO SNAP-JOBNAME.
           MOVE 'B'                    TO SNAP-SOURCE.

           IF  SNAP-DATE = GRP-DATE(1)
           AND SNAP-TIME = GRP-TIME(1)
               GO TO F65-EXIT
           END-IF.

           PERFORM P40-WRITE-VERSION THRU P45-EXIT.
           IF  RTC-CODE = ZERO
               ADD  1                  TO BASELINE-CNT
           END-IF.

       F65-EXIT.
           EXIT.

      /*****************************************************************
      *    PERFORMED ROUTINES                                          *
      ******************************************************************

      *----------------------------------------------------------------
      *    FIND THE LINE TABLE ENTRY FOR FIND-SEQU, ADDING AN EMPTY   *
      *    ONE WHEN THERE IS NONE.  FOUND-SUB COMES BACK POINTING AT  *
      *    IT.                                                        *
      *----------------------------------------------------------------
       P10-PUT-LINE.

           PERFORM P50-FIND-LINE THRU P55-EXIT.
           IF  FOUND-SUB > ZERO
               GO TO P15-EXIT
           END-IF.

           IF  LINE-CNT >= LINE-MAX
               DISPLAY THIS-PGM ': MORE THAN ' LINE-MAX
                                ' SEGMENTS IN PANEL ' CURR-PANEL
                                     UPON CONSOLE
               DISPLAY THIS-PGM ': RAISE LINE-ENTRY OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO P15-EXIT
           END-IF.

           ADD  1                      TO LINE-CNT.
           MOVE LINE-CNT               TO FOUND-SUB.
           MOVE FIND-SEQU              TO LN-SEQU(FOUND-SUB).
           MOVE SPACES                 TO LN-BODY(FOUND-SUB).

       P15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ONLY THE HEADER USES THE WHOLE BODY; A DATA LINE OR AN     *
      *    ALIAS IS A SHORT RECORD, SO BLANK WHAT LIES PAST IT        *
      *----------------------------------------------------------------
       P20-CLEAN-LINE.

           IF  LN-SEQU(FOUND-SUB) NOT = ZERO
               MOVE SPACES             TO LN-BODY(FOUND-SUB)(65:)
           END-IF.

       P25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    IS THE VERSION FOR SNAP-DATE/SNAP-TIME ALREADY ARCHIVED?   *
      *----------------------------------------------------------------
       P30-FIND-MARKER.

           SET  MARKER-NOT-ON-FILE     TO TRUE.
           MOVE CURR-PANEL             TO VER-PANEL.
           MOVE SNAP-DATE              TO VER-DATE.
           MOVE SNAP-TIME              TO VER-TIME.
           MOVE ZERO                   TO VER-LINE.
           MOVE HELPH                  TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ SYHELPH RECORD END-READ.

           EVALUATE TRUE
             WHEN STAT-NORMAL(VSUB)
               SET  MARKER-ON-FILE     TO TRUE
             WHEN STAT-NOTFOUND(VSUB)
               CONTINUE
             WHEN OTHER
               MOVE VER-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-EVALUATE.

       P35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ARCHIVE THE LINE TABLE AS THE VERSION FOR SNAP-DATE AND    *
      *    SNAP-TIME: ITS SEGMENTS IN HELPD-SEQU ORDER, THEN THE      *
      *    MARKER.  A LINE LEFT BY AN EARLIER LOAD THAT STOPPED SHORT *
      *    OF ITS MARKER IS REPLACED.                                 *
      *----------------------------------------------------------------
       P40-WRITE-VERSION.

           MOVE -99999                 TO LAST-SEQU.

           PERFORM WITH TEST BEFORE
             VARYING LINE-NO FROM 1 BY 1
               UNTIL LINE-NO > LINE-CNT
                  OR RTC-CODE NOT = ZERO

               MOVE ZERO               TO FOUND-SUB
               PERFORM WITH TEST BEFORE
                 VARYING LSUB FROM 1 BY 1
                   UNTIL LSUB > LINE-CNT
                   IF  LN-SEQU(LSUB) > LAST-SEQU
                       IF  FOUND-SUB = ZERO
                           MOVE LSUB   TO FOUND-SUB
                       ELSE
                       IF  LN-SEQU(LSUB) < LN-SEQU(FOUND-SUB)
                           MOVE LSUB   TO FOUND-SUB
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE LN-SEQU(FOUND-SUB) TO LAST-SEQU

               MOVE SPACES             TO HELPDVER-RECORD
               MOVE CURR-PANEL         TO VER-PANEL
               MOVE SNAP-DATE          TO VER-DATE
               MOVE SNAP-TIME          TO VER-TIME
               MOVE LINE-NO            TO VER-LINE
               MOVE LN-SEQU(FOUND-SUB) TO VER-SEQU
               MOVE LN-BODY(FOUND-SUB) TO VER-IMAGE
               PERFORM P70-WRITE-RECORD THRU P75-EXIT
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO P45-EXIT
           END-IF.

           MOVE SPACES                 TO HELPDVER-RECORD.
           MOVE CURR-PANEL             TO VER-PANEL.
           MOVE SNAP-DATE              TO VER-DATE.
           MOVE SNAP-TIME              TO VER-TIME.
           MOVE ZERO                   TO VER-LINE.
           MOVE ZERO                   TO VER-SEQU.
           IF  LINE-CNT > ZERO
               SET  VER-PANEL-PRESENT  TO TRUE
           ELSE
               SET  VER-PANEL-GONE     TO TRUE
           END-IF.
           MOVE SNAP-SOURCE            TO VER-MARK-SOURCE.
           MOVE SNAP-JOBNAME           TO VER-MARK-JOBNAME.
           MOVE LINE-CNT               TO VER-MARK-LINES.
           MOVE TODAY-DATE             TO VER-MARK-LOAD-DATE.
           MOVE TODAY-TIME             TO VER-MARK-LOAD-TIME.
           PERFORM P70-WRITE-RECORD THRU P75-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO P45-EXIT
           END-IF.

           PERFORM P80-PRINT-VERSION THRU P85-EXIT.

       P45-EXIT.
           EXIT.

       P70-WRITE-RECORD.

           MOVE HELPH                  TO VSUB.
           SET  FUNC-WRITE(VSUB)       TO TRUE.
           WRITE HELPDVER-RECORD END-WRITE.
           IF  STAT-DUPKEY(VSUB)
               SET  FUNC-REWRITE(VSUB) TO TRUE
               REWRITE HELPDVER-RECORD END-REWRITE
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE VER-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P75-EXIT
           END-IF.
           ADD  1                      TO LINE-WRITE-CNT.

       P75-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    FIND THE LINE TABLE ENTRY FOR FIND-SEQU - ZERO IF NONE     *
      *----------------------------------------------------------------
       P50-FIND-LINE.

           MOVE ZERO                   TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING LSUB FROM 1 BY 1
               UNTIL LSUB > LINE-CNT
                  OR FOUND-SUB > ZERO
               IF  LN-SEQU(LSUB) = FIND-SEQU
                   MOVE LSUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

       P55-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    IS ANY VERSION OF THIS PANEL ALREADY ARCHIVED FROM BEFORE  *
      *    THE OLDEST CHANGE IN THIS TRAIL?                           *
      *----------------------------------------------------------------
       P60-FIND-EARLIER.

           SET  EARLIER-VERSION-NONE   TO TRUE.
           MOVE LOW-VALUES             TO VER-KEY.
           MOVE CURR-PANEL             TO VER-PANEL.
           MOVE HELPH                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPH KEY >= VER-KEY END-START.
           IF  STAT-NOTFOUND(VSUB)
           OR  STAT-EOFILE(VSUB)
               GO TO P65-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE VER-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P65-EXIT
           END-IF.

           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ SYHELPH NEXT RECORD END-READ.
           IF  STAT-EOFILE(VSUB)
               GO TO P65-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE VER-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO P65-EXIT
           END-IF.

           IF  VER-PANEL = CURR-PANEL
           AND (VER-DATE < GRP-DATE(1)
            OR (VER-DATE = GRP-DATE(1) AND VER-TIME < GRP-TIME(1)))
               SET  EARLIER-VERSION-FOUND TO TRUE
           END-IF.

       P65-EXIT.
           EXIT.

       P80-PRINT-VERSION.

           IF  VERSION-CNT = ZERO
           AND BASELINE-CNT = ZERO
               MOVE 'PANEL VERSIONS ADDED TO SYHELPH -------------------
      -             '-----------------------'
                                       TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               MOVE '  TRAN NAME     L  DATE     TIME'
                                       TO HELPRPT-RECORD
               MOVE 'SOURCE    JOBNAME   LINES  STATE'
                                       TO HELPRPT-RECORD(40:)
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

           MOVE LINE-CNT               TO PRINT-LINES-EDIT.
           STRING '  ' VER-TRAN ' ' VER-NAME ' ' VER-LANG
                  '  ' VER-DATE ' ' VER-TIME '  '
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           IF  VER-FROM-BASELINE
               MOVE 'BASELINE'         TO HELPRPT-RECORD(40:)
           ELSE
               MOVE 'CHANGE'           TO HELPRPT-RECORD(40:)
           END-IF.
           MOVE VER-MARK-JOBNAME       TO HELPRPT-RECORD(50:).
           MOVE PRINT-LINES-EDIT       TO HELPRPT-RECORD(60:).
           IF  VER-PANEL-GONE
               MOVE 'DELETED'          TO HELPRPT-RECORD(67:)
           ELSE
               MOVE 'PRESENT'          TO HELPRPT-RECORD(67:)
           END-IF.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P85-EXIT.
           EXIT.

      /*****************************************************************
      *    SHARED UTILITY ROUTINES                                     *
      ******************************************************************

       U20-GET-SORTED.
           RETURN SORTWRK RECORD
             AT END
               SET  SORT-AT-END        TO TRUE
           END-RETURN.
       U25-EXIT.
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
