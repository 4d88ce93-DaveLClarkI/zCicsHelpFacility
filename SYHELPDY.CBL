      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDY.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       PANEL VERSION REBUILD AND COMPARE.  WORKS FROM
      *               THE SYHELPH VERSION ARCHIVE THAT SYHELPDV LOADS
      *               FROM THE HELPDHST TRAILS.  ONE REQUEST PER
      *               CONTROL CARD:
      *
      *               COLS  1-8   VERB - ASOF, DIFF OR VERSIONS
      *               COLS 10-13  TRAN         COLS 15-22  NAME
      *               COL  24     LANGUAGE (BLANK = BASE)
      *               COLS 26-33  DATE YYYYMMDD
      *               COLS 35-40  TIME HHMMSS (BLANK = END OF DAY)
      *               COLS 42-49  SECOND DATE (DIFF ONLY - BLANK =
      *                           THE PANEL AS IT IS ON SYHELPD NOW)
      *               COLS 51-56  SECOND TIME (BLANK = END OF DAY)
      *
      *               ASOF      PRINTS THE PANEL AS IT STOOD AT THE
      *                         DATE AND TIME AND PUNCHES IT TO
      *                         HELPOUT AS A SYHELPDX PROMOTE DECK, SO
      *                         IT CAN BE PUT BACK BY A NORMAL PROMOTE.
      *               DIFF      COMPARES THE PANEL AT THE FIRST DATE
      *                         AND TIME WITH THE SECOND (OR NOW) LINE
      *                         BY LINE AND LISTS EVERY LINE ADDED,
      *                         REMOVED OR CHANGED, PLUS ANY CHANGE TO
      *                         THE HEADER OR ALIAS.
      *               VERSIONS  LISTS EVERY ARCHIVED VERSION OF THE
      *                         PANEL.
      *
      *               A PANEL AS OF A TIME IS ITS LATEST VERSION
      *               STAMPED NO LATER THAN THAT TIME.  A PANEL WITH
      *               NO VERSIONS AT ALL HAS NOT CHANGED SINCE THE
      *               ARCHIVE STARTED, SO IT IS TAKEN FROM SYHELPD AS
      *               LONG AS ITS HEADER'S HELPD-LAST-UPD IS NO LATER
      *               THAN THE DATE ASKED FOR.  A TIME BEFORE A
      *               PANEL'S BASELINE VERSION CANNOT BE REBUILT.
      *
      *               ENDS RTC = 8 WHEN A CARD WAS IN ERROR, ELSE
      *               RTC = 4 WHEN A PANEL COULD NOT BE REBUILT FOR
      *               THE TIME ASKED FOR.

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

           SELECT HELPOUT
               ASSIGN TO HELPOUT
               FILE STATUS IS FILE6-STAT
                              FILE6-FDBK.

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

       FD  CARDRDR.
       01  CARDRDR-RECORD               PIC  X(80).

       FD  HELPOUT.
       01  HELPOUT-RECORD               PIC  X(80).

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDY'.

         03  HELPD                     PIC S9(04)   BINARY VALUE 1.
         03  HELPH                     PIC S9(04)   BINARY VALUE 2.
         03  HELPD-RECL                PIC  9(05)   VALUE ZEROES.

         03  CARDRDR-SWITCH            PIC  X(01)   VALUE 'C'.
           88  CARDRDR-CLOSED                       VALUE 'C'.
           88  CARDRDR-AT-END                       VALUE 'E'.
           88  CARDRDR-OPEN                         VALUE 'O'.
         03  HELPOUT-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPOUT-CLOSED                       VALUE 'C'.
           88  HELPOUT-OPEN                         VALUE 'O'.
         03  HELPRPT-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPRPT-CLOSED                       VALUE 'C'.
           88  HELPRPT-OPEN                         VALUE 'O'.
         03  CARD-ERROR-SWITCH         PIC  X(01)   VALUE 'N'.
           88  CARD-IN-ERROR                        VALUE 'Y'.
           88  CARD-IS-GOOD                         VALUE 'N'.
         03  BROWSE-SWITCH             PIC  X(01)   VALUE 'N'.
           88  BROWSE-DONE                          VALUE 'Y'.
           88  BROWSE-NOT-DONE                      VALUE 'N'.

         03  CARD-CNT                  PIC  9(07)   VALUE ZEROES.
         03  CARD-ERR-CNT              PIC  9(07)   VALUE ZEROES.
         03  ASOF-CNT                  PIC  9(07)   VALUE ZEROES.
         03  DIFF-CNT                  PIC  9(07)   VALUE ZEROES.
         03  LIST-CNT                  PIC  9(07)   VALUE ZEROES.
         03  NOT-REBUILT-CNT           PIC  9(07)   VALUE ZEROES.
         03  PUNCH-CNT                 PIC  9(07)   VALUE ZEROES.

         03  CARD-MSG                  PIC  X(50)   VALUE SPACES.
         03  CARD-PANEL                PIC  X(13)   VALUE SPACES.

      *    THE POINT IN TIME BEING RESOLVED AND WHAT WAS FOUND FOR IT
         03  ASOF-STAMP.
           05  ASOF-DATE               PIC  X(08)   VALUE SPACES.
           05  ASOF-TIME               PIC  X(08)   VALUE SPACES.
         03  FOUND-STAMP.
           05  FOUND-DATE              PIC  X(08)   VALUE SPACES.
           05  FOUND-TIME              PIC  X(08)   VALUE SPACES.
         03  FIRST-STAMP.
           05  FIRST-DATE              PIC  X(08)   VALUE SPACES.
           05  FIRST-TIME              PIC  X(08)   VALUE SPACES.
         03  FOUND-STATE               PIC  X(01)   VALUE SPACE.
         03  FOUND-SOURCE              PIC  X(01)   VALUE SPACE.
         03  FOUND-JOBNAME             PIC  X(08)   VALUE SPACES.
         03  FIRST-SOURCE              PIC  X(01)   VALUE SPACE.
         03  MARKER-CNT                PIC  9(05)   VALUE ZEROES.

         03  SIDE                      PIC S9(04)   BINARY VALUE ZEROES.
         03  VSUB-LINE                 PIC S9(04)   BINARY VALUE ZEROES.
         03  FOUND-SUB                 PIC S9(04)   BINARY VALUE ZEROES.
         03  OLD-SUB                   PIC S9(04)   BINARY VALUE ZEROES.
         03  NEW-SUB                   PIC S9(04)   BINARY VALUE ZEROES.
         03  OLD-HDR-SUB               PIC S9(04)   BINARY VALUE ZEROES.
         03  NEW-HDR-SUB               PIC S9(04)   BINARY VALUE ZEROES.
         03  LINE-MAX                  PIC S9(04)   BINARY VALUE 300.
         03  OLD-CNT                   PIC S9(04)   BINARY VALUE ZEROES.
         03  NEW-CNT                   PIC S9(04)   BINARY VALUE ZEROES.
         03  ISUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  JSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  GSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  SSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  GAP-OLD-CNT               PIC S9(04)   BINARY VALUE ZEROES.
         03  GAP-NEW-CNT               PIC S9(04)   BINARY VALUE ZEROES.
         03  FIND-SEQU                 PIC S9(05)   PACKED-DECIMAL
                                                    VALUE ZEROES.

         03  SAME-LINE-CNT             PIC  9(05)   VALUE ZEROES.
         03  CHANGED-LINE-CNT          PIC  9(05)   VALUE ZEROES.
         03  ADDED-LINE-CNT            PIC  9(05)   VALUE ZEROES.
         03  REMOVED-LINE-CNT          PIC  9(05)   VALUE ZEROES.
         03  OTHER-CHANGE-CNT          PIC  9(05)   VALUE ZEROES.

         03  PRINT-SEQU-EDIT           PIC  -ZZZZ9  VALUE ZEROES.
         03  PRINT-OLD-EDIT            PIC  ZZ9     VALUE ZEROES.
         03  PRINT-NEW-EDIT            PIC  ZZ9     VALUE ZEROES.
         03  PRINT-COUNT-EDIT          PIC  ZZZZ9   VALUE ZEROES.
         03  PRINT-DESC                PIC  X(60)   VALUE SPACES.

         03  PUNCH-CARD                PIC  X(80)   VALUE SPACES.

       01  INPUT-CARD.
         03  CARD-VERB                 PIC  X(08).
         03                            PIC  X(01).
         03  CARD-TRAN                 PIC  X(04).
         03                            PIC  X(01).
         03  CARD-NAME                 PIC  X(08).
         03                            PIC  X(01).
         03  CARD-LANG                 PIC  X(01).
         03                            PIC  X(01).
         03  CARD-DATE1                PIC  X(08).
         03  CARD-DATE1-N  REDEFINES CARD-DATE1
                                       PIC  9(08).
         03                            PIC  X(01).
         03  CARD-TIME1                PIC  X(06).
         03  CARD-TIME1-N  REDEFINES CARD-TIME1
                                       PIC  9(06).
         03                            PIC  X(01).
         03  CARD-DATE2                PIC  X(08).
         03  CARD-DATE2-N  REDEFINES CARD-DATE2
                                       PIC  9(08).
         03                            PIC  X(01).
         03  CARD-TIME2                PIC  X(06).
         03  CARD-TIME2-N  REDEFINES CARD-TIME2
                                       PIC  9(06).
         03                            PIC  X(24).

      *    SIDE 1 IS THE PANEL ASKED FOR BY ASOF, OR THE OLDER ONE OF A
      *    DIFF; SIDE 2 IS THE NEWER ONE OF A DIFF.  VS-STATE:
      *      P = PRESENT   G = DID NOT EXIST   U = CANNOT BE REBUILT
      *    VS-SOURCE:  B = BASELINE VERSION   C = CHANGE VERSION
      *                L = THE LIVE PANEL ON SYHELPD
       01  VERSION-TABLE-AREA.
         03  VERSION-SIDE              OCCURS 2.
           05  VS-CNT                  PIC S9(04)   BINARY.
           05  VS-STATE                PIC  X(01).
           05  VS-SOURCE               PIC  X(01).
           05  VS-DATE                 PIC  X(08).
           05  VS-TIME                 PIC  X(08).
           05  VS-JOBNAME              PIC  X(08).
           05  VS-ENTRY                OCCURS 300.
             07  VS-SEQU               PIC S9(05)   PACKED-DECIMAL.
             07  VS-BODY               PIC  X(104).

      *    THE DATA LINES OF EACH SIDE IN ORDER, AS SUBSCRIPTS INTO ITS
      *    VS-ENTRY, AND THE LONGEST-COMMON-SUBSEQUENCE LENGTHS OF
      *    EVERY PAIR OF THEIR TAILS - LCS-LEN(I, J) FOR OLD LINES
      *    I..OLD-CNT AGAINST NEW LINES J..NEW-CNT
       01  DIFF-TABLE-AREA.
         03  OLD-LINE                  OCCURS 300
                                       PIC S9(04)   BINARY.
         03  NEW-LINE                  OCCURS 300
                                       PIC S9(04)   BINARY.
         03  GAP-OLD                   OCCURS 300
                                       PIC S9(04)   BINARY.
         03  GAP-NEW                   OCCURS 300
                                       PIC S9(04)   BINARY.
         03  LCS-ROW                   OCCURS 301.
           05  LCS-LEN                 OCCURS 301
                                       PIC S9(04)   BINARY.

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
               PERFORM C00-PROCESS-CARD THRU C90-EXIT
                 UNTIL CARDRDR-AT-END
                    OR RTC-SEVERE
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'VERSIONS'             TO LEDGER-MODE.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           OPEN INPUT CARDRDR.
           SET  CARDRDR-OPEN           TO TRUE.

           MOVE 2                      TO STAT-TOTL.
           MOVE 'SYHELPD'              TO VSAM-FILE(HELPD).
           MOVE LENGTH OF HELPD-KEY    TO VSAM-KEYL(HELPD).
           MOVE 'SYHELPH'              TO VSAM-FILE(HELPH).
           MOVE LENGTH OF VER-KEY      TO VSAM-KEYL(HELPH).

           MOVE HELPD                  TO VSUB.
           SET  FUNC-OPEN(VSUB)        TO TRUE.
           OPEN INPUT SYHELPD.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-CODE = ZERO
               MOVE HELPH              TO VSUB
               SET  FUNC-OPEN(VSUB)    TO TRUE
               OPEN INPUT SYHELPH
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           IF  RTC-CODE = ZERO
           AND CARD-CNT = ZERO
               MOVE 'NO CONTROL CARDS - NOTHING WAS REQUESTED'
                                       TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

           IF  HELPOUT-OPEN
               CLOSE HELPOUT
               SET  HELPOUT-CLOSED     TO TRUE
           END-IF.

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

           MOVE HELPH                  TO VSUB.
           SET  FUNC-CLOSE(VSUB)       TO TRUE.
           CLOSE SYHELPH.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-NORMAL
           AND CARD-ERR-CNT > ZERO
               MOVE +8                 TO RTC-CODE
           END-IF.
           IF  RTC-NORMAL
           AND (NOT-REBUILT-CNT > ZERO OR CARD-CNT = ZERO)
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  CARDS = ' CARD-CNT
                            '  ASOF = '    ASOF-CNT
                            '  DIFF = '    DIFF-CNT
                            '  VERSIONS = ' LIST-CNT
                            '  IN ERROR = ' CARD-ERR-CNT
                                 UPON CONSOLE.
           DISPLAY THIS-PGM ':  NOT REBUILT = ' NOT-REBUILT-CNT
                            '  CARDS PUNCHED = ' PUNCH-CNT
                                 UPON CONSOLE.

           MOVE CARD-CNT               TO LEDGER-REC-CNT.
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
      *    PROCESS ONE CONTROL CARD                                    *
      ******************************************************************

       C00-PROCESS-CARD.

           PERFORM U10-GET-INPUT THRU U15-EXIT.
           IF  CARDRDR-AT-END
           OR  INPUT-CARD NOT > SPACES
               GO TO C90-EXIT
           END-IF.

           ADD  1                      TO CARD-CNT.
           SET  CARD-IS-GOOD           TO TRUE.

           IF  CARD-CNT > 1
               MOVE SPACES             TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.
           STRING 'CARD ' INPUT-CARD(1:56)
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           IF  CARD-TRAN NOT > SPACES
           OR  CARD-NAME NOT > SPACES
               MOVE 'PANEL TRAN/NAME MISSING' TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
               GO TO C90-EXIT
           END-IF.

           MOVE CARD-TRAN              TO CARD-PANEL(1:4).
           MOVE CARD-NAME              TO CARD-PANEL(5:8).
           MOVE CARD-LANG              TO CARD-PANEL(13:1).

           EVALUATE CARD-VERB
             WHEN 'ASOF    '
               PERFORM C10-PANEL-AS-OF THRU C15-EXIT
             WHEN 'DIFF    '
               PERFORM C20-COMPARE-VERSIONS THRU C25-EXIT
             WHEN 'VERSIONS'
               PERFORM C30-LIST-VERSIONS THRU C35-EXIT
             WHEN OTHER
               MOVE 'VERB IS NOT ASOF, DIFF OR VERSIONS'
                                       TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
           END-EVALUATE.

       C90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ASOF - PRINT AND PUNCH THE PANEL AS IT STOOD THEN          *
      *----------------------------------------------------------------
       C10-PANEL-AS-OF.

           IF  CARD-DATE1-N NOT NUMERIC
           OR  (CARD-TIME1 > SPACES AND CARD-TIME1-N NOT NUMERIC)
               MOVE 'DATE/TIME NOT NUMERIC YYYYMMDD HHMMSS'
                                       TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
               GO TO C15-EXIT
           END-IF.

           MOVE 1                      TO SIDE.
           MOVE CARD-DATE1             TO ASOF-DATE.
           MOVE CARD-TIME1             TO ASOF-TIME.
           PERFORM R00-RESOLVE-AS-OF THRU R90-EXIT.
           IF  RTC-CODE NOT = ZERO
           OR  CARD-IN-ERROR
               GO TO C15-EXIT
           END-IF.

           ADD  1                      TO ASOF-CNT.
           PERFORM P10-DESCRIBE-SIDE THRU P15-EXIT.
           STRING 'PANEL ' CARD-TRAN ' ' CARD-NAME ' ' CARD-LANG
                  ' AS OF ' ASOF-DATE ' ' ASOF-TIME(1:6) ' - '
                  PRINT-DESC
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           IF  VS-STATE(SIDE) NOT = 'P'
               GO TO C15-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING VSUB-LINE FROM 1 BY 1
               UNTIL VSUB-LINE > VS-CNT(SIDE)
                  OR RTC-CODE NOT = ZERO
               PERFORM P20-PRINT-SEGMENT THRU P25-EXIT
               PERFORM P30-PUNCH-SEGMENT THRU P35-EXIT
           END-PERFORM.

       C15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    DIFF - COMPARE THE PANEL AT TWO POINTS IN TIME             *
      *----------------------------------------------------------------
       C20-COMPARE-VERSIONS.

           IF  CARD-DATE1-N NOT NUMERIC
           OR  (CARD-TIME1 > SPACES AND CARD-TIME1-N NOT NUMERIC)
           OR  (CARD-DATE2 > SPACES AND CARD-DATE2-N NOT NUMERIC)
           OR  (CARD-TIME2 > SPACES AND CARD-TIME2-N NOT NUMERIC)
               MOVE 'DATE/TIME NOT NUMERIC YYYYMMDD HHMMSS'
                                       TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
               GO TO C25-EXIT
           END-IF.
           IF  CARD-DATE2 NOT > SPACES
           AND CARD-TIME2 > SPACES
               MOVE 'SECOND TIME GIVEN WITHOUT A SECOND DATE'
                                       TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
               GO TO C25-EXIT
           END-IF.

           MOVE 1                      TO SIDE.
           MOVE CARD-DATE1             TO ASOF-DATE.
           MOVE CARD-TIME1             TO ASOF-TIME.
           PERFORM R00-RESOLVE-AS-OF THRU R90-EXIT.
           IF  RTC-CODE NOT = ZERO
           OR  CARD-IN-ERROR
               GO TO C25-EXIT
           END-IF.
           PERFORM P10-DESCRIBE-SIDE THRU P15-EXIT.
           STRING 'FROM ' ASOF-DATE ' ' ASOF-TIME(1:6) ' - '
                  PRINT-DESC
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE 2                      TO SIDE.
           IF  CARD-DATE2 > SPACES
               MOVE CARD-DATE2         TO ASOF-DATE
               MOVE CARD-TIME2         TO ASOF-TIME
               PERFORM R00-RESOLVE-AS-OF THRU R90-EXIT
               IF  RTC-CODE NOT = ZERO
               OR  CARD-IN-ERROR
                   GO TO C25-EXIT
               END-IF
               PERFORM P10-DESCRIBE-SIDE THRU P15-EXIT
               STRING 'TO   ' ASOF-DATE ' ' ASOF-TIME(1:6) ' - '
                      PRINT-DESC
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
           ELSE
               PERFORM R50-LOAD-CURRENT THRU R55-EXIT
               IF  RTC-CODE NOT = ZERO
               OR  CARD-IN-ERROR
                   GO TO C25-EXIT
               END-IF
               PERFORM P10-DESCRIBE-SIDE THRU P15-EXIT
               STRING 'TO   NOW - ' PRINT-DESC
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
           END-IF.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           IF  VS-STATE(1) = 'U'
           OR  VS-STATE(2) = 'U'
               GO TO C25-EXIT
           END-IF.

           ADD  1                      TO DIFF-CNT.
           MOVE ZEROES                 TO SAME-LINE-CNT
                                          CHANGED-LINE-CNT
                                          ADDED-LINE-CNT
                                          REMOVED-LINE-CNT
                                          OTHER-CHANGE-CNT.

           PERFORM D00-COMPARE-HEADERS THRU D05-EXIT.
           PERFORM D10-COMPARE-LINES THRU D15-EXIT.

           IF  CHANGED-LINE-CNT = ZERO
           AND ADDED-LINE-CNT = ZERO
           AND REMOVED-LINE-CNT = ZERO
           AND OTHER-CHANGE-CNT = ZERO
               MOVE '  NO DIFFERENCES' TO HELPRPT-RECORD
           ELSE
               STRING '  LINES UNCHANGED ' SAME-LINE-CNT
                      '  CHANGED ' CHANGED-LINE-CNT
                      '  ADDED ' ADDED-LINE-CNT
                      '  REMOVED ' REMOVED-LINE-CNT
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
           END-IF.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       C25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    VERSIONS - LIST EVERY ARCHIVED VERSION OF THE PANEL        *
      *----------------------------------------------------------------
       C30-LIST-VERSIONS.

           ADD  1                      TO LIST-CNT.
           MOVE ZEROES                 TO MARKER-CNT.
           MOVE '  DATE     TIME      SOURCE    JOBNAME   LINES  STATE'
                                       TO HELPRPT-RECORD.
           MOVE 'LOADED'               TO HELPRPT-RECORD(60:).
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE LOW-VALUES             TO VER-KEY.
           MOVE CARD-PANEL             TO VER-PANEL.
           PERFORM R60-START-ARCHIVE THRU R65-EXIT.

           PERFORM WITH TEST BEFORE
             UNTIL BROWSE-DONE
                OR RTC-CODE NOT = ZERO
               PERFORM R70-NEXT-ARCHIVE THRU R75-EXIT
               IF  BROWSE-NOT-DONE
               AND VER-IS-MARKER
                   ADD  1              TO MARKER-CNT
                   PERFORM C40-PRINT-MARKER THRU C45-EXIT
               END-IF
           END-PERFORM.

           IF  RTC-CODE = ZERO
           AND MARKER-CNT = ZERO
               MOVE '  NO ARCHIVED VERSIONS - UNCHANGED SINCE THE ARCHIV
      -             'E STARTED'        TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       C35-EXIT.
           EXIT.

       C40-PRINT-MARKER.

           MOVE VER-MARK-LINES         TO PRINT-COUNT-EDIT.
           STRING '  ' VER-DATE ' ' VER-TIME '  '
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           IF  VER-FROM-BASELINE
               MOVE 'BASELINE'         TO HELPRPT-RECORD(22:)
           ELSE
               MOVE 'CHANGE'           TO HELPRPT-RECORD(22:)
           END-IF.
           MOVE VER-MARK-JOBNAME       TO HELPRPT-RECORD(32:).
           MOVE PRINT-COUNT-EDIT       TO HELPRPT-RECORD(42:).
           IF  VER-PANEL-GONE
               MOVE 'DELETED'          TO HELPRPT-RECORD(49:)
           ELSE
               MOVE 'PRESENT'          TO HELPRPT-RECORD(49:)
           END-IF.
           MOVE VER-MARK-LOAD-DATE     TO HELPRPT-RECORD(60:).
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       C45-EXIT.
           EXIT.

      /*****************************************************************
      *    COMPARE TWO RESOLVED VERSIONS OF THE PANEL                  *
      ******************************************************************

      *----------------------------------------------------------------
      *    THE HEADER (TABLE SEGMENT, NOT ITS LAST-UPDATE DATE) AND   *
      *    THE ALIAS POINTER ARE COMPARED ON THEIR OWN                *
      *----------------------------------------------------------------
       D00-COMPARE-HEADERS.

           MOVE ZERO                   TO FIND-SEQU.
           MOVE 1                      TO SIDE.
           PERFORM P40-FIND-SEGMENT THRU P45-EXIT.
           MOVE FOUND-SUB              TO OLD-HDR-SUB.
           MOVE 2                      TO SIDE.
           PERFORM P40-FIND-SEGMENT THRU P45-EXIT.
           MOVE FOUND-SUB              TO NEW-HDR-SUB.

           EVALUATE TRUE
             WHEN OLD-HDR-SUB = ZERO
             AND  NEW-HDR-SUB = ZERO
               CONTINUE
             WHEN OLD-HDR-SUB = ZERO
               ADD  1                  TO OTHER-CHANGE-CNT
               STRING '  ADDED    HEADER           NOW  '
                      VS-BODY(2, NEW-HDR-SUB)(1:96)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
             WHEN NEW-HDR-SUB = ZERO
               ADD  1                  TO OTHER-CHANGE-CNT
               STRING '  REMOVED  HEADER           WAS  '
                      VS-BODY(1, OLD-HDR-SUB)(1:96)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
             WHEN VS-BODY(1, OLD-HDR-SUB)(1:96)
                = VS-BODY(2, NEW-HDR-SUB)(1:96)
               CONTINUE
             WHEN OTHER
               ADD  1                  TO OTHER-CHANGE-CNT
               STRING '  CHANGED  HEADER           WAS  '
                      VS-BODY(1, OLD-HDR-SUB)(1:96)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               STRING '                            NOW  '
                      VS-BODY(2, NEW-HDR-SUB)(1:96)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-EVALUATE.

           MOVE -1                     TO FIND-SEQU.
           MOVE 1                      TO SIDE.
           PERFORM P40-FIND-SEGMENT THRU P45-EXIT.
           MOVE FOUND-SUB              TO OLD-HDR-SUB.
           MOVE 2                      TO SIDE.
           PERFORM P40-FIND-SEGMENT THRU P45-EXIT.
           MOVE FOUND-SUB              TO NEW-HDR-SUB.

           EVALUATE TRUE
             WHEN OLD-HDR-SUB = ZERO
             AND  NEW-HDR-SUB = ZERO
               CONTINUE
             WHEN OLD-HDR-SUB = ZERO
               ADD  1                  TO OTHER-CHANGE-CNT
               STRING '  ADDED    ALIAS            NOW  '
                      VS-BODY(2, NEW-HDR-SUB)(1:4) ' '
                      VS-BODY(2, NEW-HDR-SUB)(5:8)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
             WHEN NEW-HDR-SUB = ZERO
               ADD  1                  TO OTHER-CHANGE-CNT
               STRING '  REMOVED  ALIAS            WAS  '
                      VS-BODY(1, OLD-HDR-SUB)(1:4) ' '
                      VS-BODY(1, OLD-HDR-SUB)(5:8)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
             WHEN VS-BODY(1, OLD-HDR-SUB)(1:12)
                = VS-BODY(2, NEW-HDR-SUB)(1:12)
               CONTINUE
             WHEN OTHER
               ADD  1                  TO OTHER-CHANGE-CNT
               STRING '  CHANGED  ALIAS            WAS  '
                      VS-BODY(1, OLD-HDR-SUB)(1:4) ' '
                      VS-BODY(1, OLD-HDR-SUB)(5:8) '  NOW  '
                      VS-BODY(2, NEW-HDR-SUB)(1:4) ' '
                      VS-BODY(2, NEW-HDR-SUB)(5:8)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-EVALUATE.

       D05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    THE DATA LINES ARE MATCHED UP BY THEIR LONGEST COMMON      *
      *    SUBSEQUENCE.  EACH RUN OF UNMATCHED LINES BETWEEN TWO      *
      *    MATCHES IS REPORTED AS CHANGED LINES, PAIRED OLD WITH NEW  *
      *    IN ORDER, AND WHATEVER IS LEFT OVER ON EITHER SIDE AS      *
      *    REMOVED OR ADDED.                                          *
      *----------------------------------------------------------------
       D10-COMPARE-LINES.

           MOVE ZERO                   TO OLD-CNT.
           PERFORM WITH TEST BEFORE
             VARYING VSUB-LINE FROM 1 BY 1
               UNTIL VSUB-LINE > VS-CNT(1)
               IF  VS-SEQU(1, VSUB-LINE) > ZERO
                   ADD  1              TO OLD-CNT
                   MOVE VSUB-LINE      TO OLD-LINE(OLD-CNT)
               END-IF
           END-PERFORM.
           MOVE ZERO                   TO NEW-CNT.
           PERFORM WITH TEST BEFORE
             VARYING VSUB-LINE FROM 1 BY 1
               UNTIL VSUB-LINE > VS-CNT(2)
               IF  VS-SEQU(2, VSUB-LINE) > ZERO
                   ADD  1              TO NEW-CNT
                   MOVE VSUB-LINE      TO NEW-LINE(NEW-CNT)
               END-IF
           END-PERFORM.

      *    THE ROW AND COLUMN PAST THE LAST LINE ARE ALL ZERO
           PERFORM WITH TEST BEFORE
             VARYING ISUB FROM 1 BY 1
               UNTIL ISUB > OLD-CNT + 1
               MOVE ZERO               TO LCS-LEN(ISUB, NEW-CNT + 1)
           END-PERFORM.
           PERFORM WITH TEST BEFORE
             VARYING JSUB FROM 1 BY 1
               UNTIL JSUB > NEW-CNT + 1
               MOVE ZERO               TO LCS-LEN(OLD-CNT + 1, JSUB)
           END-PERFORM.

           PERFORM D20-FILL-LCS THRU D25-EXIT
             VARYING ISUB FROM OLD-CNT BY -1
               UNTIL ISUB < 1
             AFTER JSUB FROM NEW-CNT BY -1
               UNTIL JSUB < 1.

           MOVE 1                      TO ISUB.
           MOVE 1                      TO JSUB.
           MOVE ZERO                   TO GAP-OLD-CNT GAP-NEW-CNT.

           PERFORM WITH TEST BEFORE
             UNTIL ISUB > OLD-CNT
               AND JSUB > NEW-CNT
                OR RTC-CODE NOT = ZERO
               PERFORM D30-WALK-LCS THRU D35-EXIT
           END-PERFORM.

           PERFORM D40-FLUSH-GAP THRU D45-EXIT.

       D15-EXIT.
           EXIT.

       D20-FILL-LCS.

           MOVE OLD-LINE(ISUB)         TO OLD-SUB.
           MOVE NEW-LINE(JSUB)         TO NEW-SUB.
           IF  VS-BODY(1, OLD-SUB)(1:64) = VS-BODY(2, NEW-SUB)(1:64)
               COMPUTE LCS-LEN(ISUB, JSUB)
                     = LCS-LEN(ISUB + 1, JSUB + 1) + 1
           ELSE
           IF  LCS-LEN(ISUB + 1, JSUB) >= LCS-LEN(ISUB, JSUB + 1)
               MOVE LCS-LEN(ISUB + 1, JSUB)
                                       TO LCS-LEN(ISUB, JSUB)
           ELSE
               MOVE LCS-LEN(ISUB, JSUB + 1)
                                       TO LCS-LEN(ISUB, JSUB)
           END-IF
           END-IF.

       D25-EXIT.
           EXIT.

       D30-WALK-LCS.

           IF  ISUB NOT > OLD-CNT
           AND JSUB NOT > NEW-CNT
               MOVE OLD-LINE(ISUB)     TO OLD-SUB
               MOVE NEW-LINE(JSUB)     TO NEW-SUB
               IF  VS-BODY(1, OLD-SUB)(1:64)
                 = VS-BODY(2, NEW-SUB)(1:64)
                   PERFORM D40-FLUSH-GAP THRU D45-EXIT
                   ADD  1              TO SAME-LINE-CNT
                   ADD  1              TO ISUB
                   ADD  1              TO JSUB
                   GO TO D35-EXIT
               END-IF
           END-IF.

           IF  JSUB > NEW-CNT
               ADD  1                  TO GAP-OLD-CNT
               MOVE ISUB               TO GAP-OLD(GAP-OLD-CNT)
               ADD  1                  TO ISUB
               GO TO D35-EXIT
           END-IF.

           IF  ISUB > OLD-CNT
               ADD  1                  TO GAP-NEW-CNT
               MOVE JSUB               TO GAP-NEW(GAP-NEW-CNT)
               ADD  1                  TO JSUB
               GO TO D35-EXIT
           END-IF.

           IF  LCS-LEN(ISUB + 1, JSUB) >= LCS-LEN(ISUB, JSUB + 1)
               ADD  1                  TO GAP-OLD-CNT
               MOVE ISUB               TO GAP-OLD(GAP-OLD-CNT)
               ADD  1                  TO ISUB
           ELSE
               ADD  1                  TO GAP-NEW-CNT
               MOVE JSUB               TO GAP-NEW(GAP-NEW-CNT)
               ADD  1                  TO JSUB
           END-IF.

       D35-EXIT.
           EXIT.

       D40-FLUSH-GAP.

           PERFORM WITH TEST BEFORE
             VARYING GSUB FROM 1 BY 1
               UNTIL GSUB > GAP-OLD-CNT
                 AND GSUB > GAP-NEW-CNT
               EVALUATE TRUE
                 WHEN GSUB NOT > GAP-OLD-CNT
                 AND  GSUB NOT > GAP-NEW-CNT
                   ADD  1              TO CHANGED-LINE-CNT
                   MOVE GAP-OLD(GSUB)  TO PRINT-OLD-EDIT
                   MOVE GAP-NEW(GSUB)  TO PRINT-NEW-EDIT
                   MOVE OLD-LINE(GAP-OLD(GSUB))
                                       TO OLD-SUB
                   MOVE NEW-LINE(GAP-NEW(GSUB))
                                       TO NEW-SUB
                   STRING '  CHANGED  OLD ' PRINT-OLD-EDIT
                          '  NEW ' PRINT-NEW-EDIT '  WAS  '
                          VS-BODY(1, OLD-SUB)(1:64)
                       DELIMITED BY SIZE INTO HELPRPT-RECORD
                   END-STRING
                   PERFORM U60-PUT-REPORT THRU U65-EXIT
                   STRING '                            NOW  '
                          VS-BODY(2, NEW-SUB)(1:64)
                       DELIMITED BY SIZE INTO HELPRPT-RECORD
                   END-STRING
                   PERFORM U60-PUT-REPORT THRU U65-EXIT
                 WHEN GSUB NOT > GAP-OLD-CNT
                   ADD  1              TO REMOVED-LINE-CNT
                   MOVE GAP-OLD(GSUB)  TO PRINT-OLD-EDIT
                   MOVE OLD-LINE(GAP-OLD(GSUB))
                                       TO OLD-SUB
                   STRING '  REMOVED  OLD ' PRINT-OLD-EDIT
                          '           WAS  '
                          VS-BODY(1, OLD-SUB)(1:64)
                       DELIMITED BY SIZE INTO HELPRPT-RECORD
                   END-STRING
                   PERFORM U60-PUT-REPORT THRU U65-EXIT
                 WHEN OTHER
                   ADD  1              TO ADDED-LINE-CNT
                   MOVE GAP-NEW(GSUB)  TO PRINT-NEW-EDIT
                   MOVE NEW-LINE(GAP-NEW(GSUB))
                                       TO NEW-SUB
                   STRING '  ADDED             NEW ' PRINT-NEW-EDIT
                          '  NOW  '
                          VS-BODY(2, NEW-SUB)(1:64)
                       DELIMITED BY SIZE INTO HELPRPT-RECORD
                   END-STRING
                   PERFORM U60-PUT-REPORT THRU U65-EXIT
               END-EVALUATE
           END-PERFORM.

           MOVE ZERO                   TO GAP-OLD-CNT GAP-NEW-CNT.

       D45-EXIT.
           EXIT.

      /*****************************************************************
      *    FIND THE PANEL AS IT STOOD AT ASOF-DATE/ASOF-TIME AND LOAD  *
      *    IT INTO VERSION-SIDE(SIDE)                                  *
      ******************************************************************

       R00-RESOLVE-AS-OF.

           IF  ASOF-TIME NOT > SPACES
               MOVE '235959'           TO ASOF-TIME
           END-IF.
           MOVE '99'                   TO ASOF-TIME(7:2).

           MOVE ZERO                   TO VS-CNT(SIDE).
           MOVE SPACES                 TO VS-DATE(SIDE) VS-TIME(SIDE)
                                          VS-JOBNAME(SIDE).
           MOVE SPACES                 TO FOUND-STAMP FIRST-STAMP
                                          FIRST-SOURCE FOUND-STATE.
           MOVE ZEROES                 TO MARKER-CNT.

      *    WALK THE PANEL'S VERSION MARKERS, OLDEST FIRST, UP TO THE
      *    FIRST ONE STAMPED LATER THAN THE TIME ASKED FOR
           MOVE LOW-VALUES             TO VER-KEY.
           MOVE CARD-PANEL             TO VER-PANEL.
           PERFORM R60-START-ARCHIVE THRU R65-EXIT.

           PERFORM WITH TEST BEFORE
             UNTIL BROWSE-DONE
                OR RTC-CODE NOT = ZERO
               PERFORM R70-NEXT-ARCHIVE THRU R75-EXIT
               IF  BROWSE-NOT-DONE
               AND VER-IS-MARKER
                   ADD  1              TO MARKER-CNT
                   IF  MARKER-CNT = 1
                       MOVE VER-STAMP  TO FIRST-STAMP
                       MOVE VER-MARK-SOURCE
                                       TO FIRST-SOURCE
                   END-IF
                   IF  VER-STAMP > ASOF-STAMP
                       SET  BROWSE-DONE TO TRUE
                   ELSE
                       MOVE VER-STAMP  TO FOUND-STAMP
                       MOVE VER-MARK-STATE
                                       TO FOUND-STATE
                       MOVE VER-MARK-SOURCE
                                       TO FOUND-SOURCE
                       MOVE VER-MARK-JOBNAME
                                       TO FOUND-JOBNAME
                   END-IF
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO R90-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN FOUND-STAMP > SPACES
               MOVE FOUND-DATE         TO VS-DATE(SIDE)
               MOVE FOUND-TIME         TO VS-TIME(SIDE)
               MOVE FOUND-SOURCE       TO VS-SOURCE(SIDE)
               MOVE FOUND-JOBNAME      TO VS-JOBNAME(SIDE)
               IF  FOUND-STATE = 'G'
                   MOVE 'G'            TO VS-STATE(SIDE)
               ELSE
                   PERFORM R40-LOAD-VERSION THRU R45-EXIT
               END-IF
             WHEN MARKER-CNT = ZERO
               PERFORM R50-LOAD-CURRENT THRU R55-EXIT
               IF  VS-STATE(SIDE) = 'P'
                   MOVE ZERO           TO FIND-SEQU
                   PERFORM P40-FIND-SEGMENT THRU P45-EXIT
                   IF  FOUND-SUB > ZERO
                       IF  VS-BODY(SIDE, FOUND-SUB)(97:8) > ASOF-DATE
                           MOVE 'U'    TO VS-STATE(SIDE)
                           MOVE VS-BODY(SIDE, FOUND-SUB)(97:8)
                                       TO VS-DATE(SIDE)
                       END-IF
                   END-IF
               END-IF
             WHEN FIRST-SOURCE = 'B'
               MOVE 'U'                TO VS-STATE(SIDE)
               MOVE 'B'                TO VS-SOURCE(SIDE)
               MOVE FIRST-DATE         TO VS-DATE(SIDE)
               MOVE FIRST-TIME         TO VS-TIME(SIDE)
             WHEN OTHER
               MOVE 'G'                TO VS-STATE(SIDE)
               MOVE 'C'                TO VS-SOURCE(SIDE)
               MOVE FIRST-DATE         TO VS-DATE(SIDE)
               MOVE FIRST-TIME         TO VS-TIME(SIDE)
           END-EVALUATE.

           IF  VS-STATE(SIDE) = 'U'
               ADD  1                  TO NOT-REBUILT-CNT
           END-IF.

       R90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LOAD THE ARCHIVED VERSION STAMPED FOUND-STAMP              *
      *----------------------------------------------------------------
       R40-LOAD-VERSION.

           MOVE 'P'                    TO VS-STATE(SIDE).
           MOVE CARD-PANEL             TO VER-PANEL.
           MOVE FOUND-STAMP            TO VER-STAMP.
           MOVE 1                      TO VER-LINE.
           PERFORM R60-START-ARCHIVE THRU R65-EXIT.

           PERFORM WITH TEST BEFORE
             UNTIL BROWSE-DONE
                OR CARD-IN-ERROR
                OR RTC-CODE NOT = ZERO
               PERFORM R70-NEXT-ARCHIVE THRU R75-EXIT
               IF  BROWSE-NOT-DONE
                   IF  VER-STAMP NOT = FOUND-STAMP
                       SET  BROWSE-DONE TO TRUE
                   ELSE
                       MOVE VER-SEQU   TO FIND-SEQU
                       PERFORM P60-ADD-SEGMENT THRU P65-EXIT
                       IF  CARD-IS-GOOD
                           MOVE VER-IMAGE
                                       TO VS-BODY(SIDE, FOUND-SUB)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       R45-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LOAD THE PANEL AS IT IS ON SYHELPD NOW                     *
      *----------------------------------------------------------------
       R50-LOAD-CURRENT.

           MOVE ZERO                   TO VS-CNT(SIDE).
           MOVE 'L'                    TO VS-SOURCE(SIDE).
           MOVE SPACES                 TO VS-DATE(SIDE) VS-TIME(SIDE)
                                          VS-JOBNAME(SIDE).
           SET  BROWSE-NOT-DONE        TO TRUE.
           MOVE CARD-PANEL             TO HELPD-KEY(1:13).
           MOVE ZERO                   TO HELPD-SEQU.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(HELPD)
                OR BROWSE-DONE
                OR CARD-IN-ERROR
                OR RTC-CODE NOT = ZERO

               MOVE HELPD              TO VSUB
               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPD NEXT RECORD END-READ

               IF  STAT-NORMAL(HELPD)
                   IF  HELPD-KEY(1:13) NOT = CARD-PANEL
                       SET  BROWSE-DONE TO TRUE
                   ELSE
                       MOVE HELPD-SEQU TO FIND-SEQU
                       PERFORM P60-ADD-SEGMENT THRU P65-EXIT
                       IF  CARD-IS-GOOD
                           MOVE HELPD-BODY
                                       TO VS-BODY(SIDE, FOUND-SUB)
                           IF  HELPD-SEQU NOT = ZERO
                               MOVE SPACES TO
                                    VS-BODY(SIDE, FOUND-SUB)(65:)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
           OR  CARD-IN-ERROR
               GO TO R55-EXIT
           END-IF.

           IF  NOT BROWSE-DONE
           AND NOT STAT-EOFILE(HELPD)
           AND NOT STAT-NOTFOUND(HELPD)
               MOVE HELPD              TO VSUB
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO R55-EXIT
           END-IF.

           IF  VS-CNT(SIDE) > ZERO
               MOVE 'P'                TO VS-STATE(SIDE)
           ELSE
               MOVE 'G'                TO VS-STATE(SIDE)
           END-IF.

       R55-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    POSITION SYHELPH AT VER-KEY FOR A BROWSE OF CARD-PANEL     *
      *----------------------------------------------------------------
       R60-START-ARCHIVE.

           SET  BROWSE-NOT-DONE        TO TRUE.
           MOVE HELPH                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPH KEY >= VER-KEY END-START.
           IF  STAT-NOTFOUND(VSUB)
           OR  STAT-EOFILE(VSUB)
               SET  BROWSE-DONE        TO TRUE
               GO TO R65-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               SET  BROWSE-DONE        TO TRUE
               MOVE VER-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       R65-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    NEXT SYHELPH RECORD OF CARD-PANEL - BROWSE-DONE AT ITS END *
      *----------------------------------------------------------------
       R70-NEXT-ARCHIVE.

           MOVE HELPH                  TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ SYHELPH NEXT RECORD END-READ.
           IF  STAT-EOFILE(VSUB)
               SET  BROWSE-DONE        TO TRUE
               GO TO R75-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               SET  BROWSE-DONE        TO TRUE
               MOVE VER-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO R75-EXIT
           END-IF.
           IF  VER-PANEL NOT = CARD-PANEL
               SET  BROWSE-DONE        TO TRUE
           END-IF.

       R75-EXIT.
           EXIT.

      /*****************************************************************
      *    PERFORMED ROUTINES                                          *
      ******************************************************************

      *----------------------------------------------------------------
      *    DESCRIBE VERSION-SIDE(SIDE) FOR A REPORT HEADING           *
      *----------------------------------------------------------------
       P10-DESCRIBE-SIDE.

           MOVE SPACES                 TO PRINT-DESC.
           EVALUATE TRUE
             WHEN VS-STATE(SIDE) = 'U'
             AND  VS-SOURCE(SIDE) = 'L'
               STRING 'NOT KNOWN - NOT ARCHIVED, LAST UPDATED '
                      VS-DATE(SIDE)
                   DELIMITED BY SIZE INTO PRINT-DESC
               END-STRING
             WHEN VS-STATE(SIDE) = 'U'
               STRING 'NOT KNOWN - ARCHIVE STARTS AT BASELINE '
                      VS-DATE(SIDE)
                   DELIMITED BY SIZE INTO PRINT-DESC
               END-STRING
             WHEN VS-STATE(SIDE) = 'G'
             AND  VS-SOURCE(SIDE) = 'L'
               MOVE 'PANEL IS NOT ON SYHELPD'
                                       TO PRINT-DESC
             WHEN VS-STATE(SIDE) = 'G'
               MOVE 'PANEL DID NOT EXIST'
                                       TO PRINT-DESC
             WHEN VS-SOURCE(SIDE) = 'L'
               MOVE 'PANEL AS ON SYHELPD NOW'
                                       TO PRINT-DESC
             WHEN VS-SOURCE(SIDE) = 'B'
               STRING 'BASELINE VERSION ' VS-DATE(SIDE)
                   DELIMITED BY SIZE INTO PRINT-DESC
               END-STRING
             WHEN OTHER
               STRING 'VERSION ' VS-DATE(SIDE) ' ' VS-TIME(SIDE)
                      ' BY ' VS-JOBNAME(SIDE)
                   DELIMITED BY SIZE INTO PRINT-DESC
               END-STRING
           END-EVALUATE.

       P15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PRINT ONE SEGMENT THE WAY THE SYHELPDX PRINT DOES          *
      *----------------------------------------------------------------
       P20-PRINT-SEGMENT.

           MOVE VS-SEQU(SIDE, VSUB-LINE) TO FIND-SEQU.
           EVALUATE TRUE
             WHEN FIND-SEQU = ZERO
               STRING '  HDR LAST-UPD='
                      VS-BODY(SIDE, VSUB-LINE)(97:8) ' '
                      VS-BODY(SIDE, VSUB-LINE)(1:96)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
             WHEN FIND-SEQU < ZERO
               STRING '  ALIAS OF '
                      VS-BODY(SIDE, VSUB-LINE)(1:4) ' '
                      VS-BODY(SIDE, VSUB-LINE)(5:8)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
             WHEN OTHER
               MOVE FIND-SEQU          TO PRINT-SEQU-EDIT
               STRING '  SEQ=' PRINT-SEQU-EDIT ' '
                      VS-BODY(SIDE, VSUB-LINE)(1:64)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
           END-EVALUATE.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PUNCH ONE SEGMENT AS SYHELPDX PROMOTE CARDS                *
      *----------------------------------------------------------------
       P30-PUNCH-SEGMENT.

           MOVE VS-SEQU(SIDE, VSUB-LINE) TO FIND-SEQU.
           MOVE SPACES                 TO PUNCH-CARD.
           EVALUATE TRUE
             WHEN FIND-SEQU = ZERO
               STRING CARD-PANEL '|'
                      VS-BODY(SIDE, VSUB-LINE)(1:64)
                   DELIMITED BY SIZE INTO PUNCH-CARD
               END-STRING
               PERFORM U50-PUT-PUNCH THRU U55-EXIT
               MOVE SPACES             TO PUNCH-CARD
               STRING CARD-PANEL '+'
                      VS-BODY(SIDE, VSUB-LINE)(65:32)
                   DELIMITED BY SIZE INTO PUNCH-CARD
               END-STRING
             WHEN FIND-SEQU < ZERO
               STRING CARD-PANEL '='
                      VS-BODY(SIDE, VSUB-LINE)(1:12)
                   DELIMITED BY SIZE INTO PUNCH-CARD
               END-STRING
             WHEN VS-BODY(SIDE, VSUB-LINE)(1:1) = '>'
             OR   VS-BODY(SIDE, VSUB-LINE)(1:1) = '&'
               STRING CARD-PANEL
                      VS-BODY(SIDE, VSUB-LINE)(1:64)
                   DELIMITED BY SIZE INTO PUNCH-CARD
               END-STRING
             WHEN OTHER
               STRING CARD-PANEL '@'
                      VS-BODY(SIDE, VSUB-LINE)(1:64)
                   DELIMITED BY SIZE INTO PUNCH-CARD
               END-STRING
           END-EVALUATE.
           PERFORM U50-PUT-PUNCH THRU U55-EXIT.

       P35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    FIND THE SEGMENT FIND-SEQU IN VERSION-SIDE(SIDE) - ZERO IF *
      *    IT IS NOT THERE                                            *
      *----------------------------------------------------------------
       P40-FIND-SEGMENT.

           MOVE ZERO                   TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING SSUB FROM 1 BY 1
               UNTIL SSUB > VS-CNT(SIDE)
                  OR FOUND-SUB > ZERO
               IF  VS-SEQU(SIDE, SSUB) = FIND-SEQU
                   MOVE SSUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

       P45-EXIT.
           EXIT.

       P50-PRINT-CARD-ERROR.

           SET  CARD-IN-ERROR          TO TRUE.
           ADD  1                      TO CARD-ERR-CNT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'CARD SKIPPED - ' CARD-MSG
                  '  CARD = ' INPUT-CARD(1:56)
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P55-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ADD SEGMENT FIND-SEQU TO VERSION-SIDE(SIDE).  FOUND-SUB    *
      *    COMES BACK POINTING AT THE NEW ENTRY.                      *
      *----------------------------------------------------------------
       P60-ADD-SEGMENT.

           IF  VS-CNT(SIDE) >= LINE-MAX
               MOVE 'PANEL HAS TOO MANY LINES TO REBUILD'
                                       TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
               GO TO P65-EXIT
           END-IF.

           ADD  1                      TO VS-CNT(SIDE).
           MOVE VS-CNT(SIDE)           TO FOUND-SUB.
           MOVE FIND-SEQU              TO VS-SEQU(SIDE, FOUND-SUB).
           MOVE SPACES                 TO VS-BODY(SIDE, FOUND-SUB).

       P65-EXIT.
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

       U50-PUT-PUNCH.
           IF  NOT HELPOUT-OPEN
               OPEN OUTPUT HELPOUT
               IF  FILE6-STAT NOT = '00'
                   DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPOUT'
                                          UPON CONSOLE
                   DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                    ' STATUS = '    FILE6-STAT
                                    ' FDBK = '       FILE6-FDBK
                                          UPON CONSOLE
                   MOVE +16            TO RTC-CODE
                   GO TO U55-EXIT
               ELSE
                   SET  HELPOUT-OPEN   TO TRUE
               END-IF
           END-IF.
           MOVE PUNCH-CARD             TO HELPOUT-RECORD.
           WRITE HELPOUT-RECORD END-WRITE.
           IF  FILE6-STAT NOT = '00'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPOUT'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = WRITE'
                                ' STATUS = '    FILE6-STAT
                                ' FDBK = '       FILE6-FDBK
                                      UPON CONSOLE
               MOVE +16                TO RTC-CODE
           ELSE
               ADD  1                  TO PUNCH-CNT
           END-IF.
       U55-EXIT.
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
