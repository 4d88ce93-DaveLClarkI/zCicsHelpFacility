      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDP.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       NIGHTLY AGED-DRAFT REPORT FOR THE SYHELPD
      *               TWO-PERSON RULE.  SWEEPS THE SYHELPP PENDING-
      *               CHANGE CLUSTER (HELPDPND LAYOUT) THAT SYHELPOM
      *               (SHLP) WRITES AND SYHELPOA (SHLA) DRAINS, AND
      *               LISTS ON HELPRPT EVERY DRAFT THAT HAS WAITED
      *               MORE THAN N DAYS FOR A DECISION, GROUPED BY THE
      *               OWNING TEAM OF ITS TRAN FROM THE TRANINV FILE
      *               (LAYOUT AS SYHELPDI READS IT).  A TRAN THE
      *               INVENTORY DOES NOT KNOW GROUPS UNDER *UNKNOWN.
      *
      *               ONE OPTIONAL CONTROL CARD:
      *
      *               COLS  1-3   N, THE AGE IN DAYS A DRAFT MAY
      *                           REACH BEFORE IT IS REPORTED
      *                           (DEFAULT 005 WITH NO CARD)
      *
      *               ENDS RTC = 4 WHEN ANY DRAFT IS REPORTED SO THE
      *               SCHEDULE CAN ROUTE THE LISTING TO THE CHECKERS.

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

           SELECT TRANINV
               ASSIGN TO TRANINV
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT HELPRPT
               ASSIGN TO HELPRPT
               FILE STATUS IS FILE7-STAT
                              FILE7-FDBK.

           SELECT SYHELPP
               ASSIGN TO SYHELPP
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS PND-KEY
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
           05  SRT-TEAM                 PIC  X(08).
           05  SRT-TRAN                 PIC  X(04).
           05  SRT-NAME                 PIC  X(08).
           05  SRT-LANG                 PIC  X(01).
           05  SRT-SEQU                 PIC S9(05)   PACKED-DECIMAL.
           05  SRT-AUTHOR               PIC  X(08).
           05  SRT-ACTION               PIC  X(01).
           05  SRT-DATE                 PIC  X(08).
           05  SRT-AGE                  PIC  9(05).
           05  SRT-TEXT                 PIC  X(40).

       FD  TRANINV.
       01  TRANINV-RECORD               PIC  X(80).

       FD  HELPRPT.
       01  HELPRPT-RECORD               PIC  X(132).

       FD  SYHELPP.
       COPY HELPDPND.

       FD  HELPDLDG.
       COPY HELPDLDG.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDP'.

         03  HELPP                     PIC S9(04)   BINARY VALUE 1.

         03  CARDRDR-SWITCH            PIC  X(01)   VALUE 'C'.
           88  CARDRDR-CLOSED                       VALUE 'C'.
           88  CARDRDR-AT-END                       VALUE 'E'.
           88  CARDRDR-OPEN                         VALUE 'O'.
         03  TRANINV-SWITCH            PIC  X(01)   VALUE 'C'.
           88  TRANINV-CLOSED                       VALUE 'C'.
           88  TRANINV-AT-END                       VALUE 'E'.
           88  TRANINV-OPEN                         VALUE 'O'.
         03  HELPRPT-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPRPT-CLOSED                       VALUE 'C'.
           88  HELPRPT-OPEN                         VALUE 'O'.
         03  SORT-EOF-SWITCH           PIC  X(01)   VALUE 'N'.
           88  SORT-AT-END                          VALUE 'E'.
           88  SORT-NOT-AT-END                      VALUE 'N'.

         03  AGE-LIMIT                 PIC  9(03)   VALUE 5.
         03  TODAY-DATE                PIC  X(08)   VALUE SPACES.
         03  TODAY-DAYS                PIC S9(09)   PACKED-DECIMAL
                                                    VALUE ZEROES.
         03  DRAFT-AGE                 PIC S9(09)   PACKED-DECIMAL
                                                    VALUE ZEROES.

         03  READ-CNT                  PIC  9(07)   VALUE ZEROES.
         03  AGED-CNT                  PIC  9(07)   VALUE ZEROES.
         03  TEAM-AGED-CNT             PIC  9(07)   VALUE ZEROES.

         03  INV-CNT                   PIC S9(04)   BINARY VALUE ZEROES.
         03  INV-MAX                   PIC S9(04)   BINARY VALUE 1000.
         03  ISUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  FOUND-SUB                 PIC S9(04)   BINARY VALUE ZEROES.

         03  LAST-TEAM                 PIC  X(08)   VALUE LOW-VALUES.

         03  PRINT-SEQU-EDIT           PIC -9(04)   VALUE ZEROES.
         03  PRINT-AGE-EDIT            PIC ZZZZ9    VALUE ZEROES.

       01  INPUT-CARD.
         03  INPUT-DAYS                PIC  X(03).
         03  INPUT-DAYS-N  REDEFINES INPUT-DAYS
                                       PIC  9(03).
         03                            PIC  X(77).

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

       COPY RTCMAN.

       COPY VSMSTATW.

       COPY HELPDLGW.

       COPY DATEDAYW.

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
               SORT SORTWRK
                   ON ASCENDING KEY SRT-TEAM SRT-TRAN SRT-NAME
                                    SRT-LANG SRT-SEQU SRT-AUTHOR
                   INPUT  PROCEDURE IS D00-RELEASE-AGED
                                  THRU D90-EXIT
                   OUTPUT PROCEDURE IS E00-PRINT-AGED
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

           MOVE 'PENDAGE '             TO LEDGER-MODE.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           OPEN INPUT CARDRDR.
           SET  CARDRDR-OPEN           TO TRUE.

           PERFORM U10-GET-INPUT THRU U15-EXIT.
           IF  NOT CARDRDR-AT-END
           AND INPUT-DAYS > SPACES
               IF  INPUT-DAYS-N NUMERIC
                   MOVE INPUT-DAYS-N   TO AGE-LIMIT
               ELSE
                   DISPLAY THIS-PGM ': INVALID AGE ON CONTROL CARD - '
                                    INPUT-DAYS
                                         UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               END-IF
           END-IF.

           ACCEPT TODAY-DATE           FROM DATE YYYYMMDD.
           MOVE TODAY-DATE             TO DDAY-DATE.
           PERFORM U80-DATE-TO-DAYS THRU U85-EXIT.
           MOVE DDAY-NUMBER            TO TODAY-DAYS.

           IF  RTC-CODE = ZERO
               OPEN INPUT TRANINV
               IF  FILE5-STAT NOT = '00'
                   DISPLAY THIS-PGM ': FILE ERROR ON FILE TRANINV'
                                          UPON CONSOLE
                   DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                    ' STATUS = '    FILE5-STAT
                                    ' FDBK = '       FILE5-FDBK
                                          UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               ELSE
                   SET  TRANINV-OPEN   TO TRUE
               END-IF
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE 1                  TO STAT-TOTL
               MOVE 'SYHELPP'          TO VSAM-FILE(HELPP)
               MOVE LENGTH OF PND-KEY  TO VSAM-KEYL(HELPP)
               MOVE HELPP              TO VSUB
               SET  FUNC-OPEN(VSUB)    TO TRUE
               OPEN INPUT SYHELPP
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

           IF  TRANINV-OPEN
           OR  TRANINV-AT-END
               CLOSE TRANINV
               SET  TRANINV-CLOSED     TO TRUE
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL CARDRDR-AT-END
               PERFORM U10-GET-INPUT THRU U15-EXIT
           END-PERFORM.

           CLOSE CARDRDR.
           SET  CARDRDR-CLOSED         TO TRUE.

           MOVE HELPP                  TO VSUB.
           SET  FUNC-CLOSE(VSUB)       TO TRUE.
           CLOSE SYHELPP.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-NORMAL
           AND AGED-CNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  DRAFTS = ' READ-CNT
                            '  AGED = ' AGED-CNT
                            '  LIMIT DAYS = ' AGE-LIMIT
                                 UPON CONSOLE.

           MOVE AGED-CNT               TO LEDGER-REC-CNT.
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
      *    CONVERT A YYYYMMDD DATE TO A DAY NUMBER                     *
      ******************************************************************
       COPY DATEDAYP.

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
           IF  FILE5-STAT NOT = '00'
           AND FILE5-STAT NOT = '10'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE TRANINV'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = READ'
                                ' STATUS = '    FILE5-STAT
                                ' FDBK = '       FILE5-FDBK
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
      *    SORT INPUT - SWEEP SYHELPP AND RELEASE EVERY DRAFT OLDER    *
      *    THAN THE LIMIT, TAGGED WITH ITS TRAN'S OWNING TEAM          *
      ******************************************************************

       D00-RELEASE-AGED.

           MOVE LOW-VALUES             TO PND-KEY.
           MOVE HELPP                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPP KEY >= PND-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE NOT = ZERO

               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPP NEXT RECORD END-READ

               IF  STAT-NORMAL(VSUB)
                   ADD  1              TO READ-CNT
                   PERFORM D10-JUDGE-ONE-DRAFT THRU D15-EXIT
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO D90-EXIT
           END-IF.

           IF  NOT STAT-EOFILE(VSUB)
           AND NOT STAT-NOTFOUND(VSUB)
               MOVE PND-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       D90-EXIT.
           EXIT.

       D10-JUDGE-ONE-DRAFT.

           MOVE PND-DATE               TO DDAY-DATE.
           PERFORM U80-DATE-TO-DAYS THRU U85-EXIT.
           COMPUTE DRAFT-AGE = TODAY-DAYS - DDAY-NUMBER.
           IF  DRAFT-AGE NOT > AGE-LIMIT
               GO TO D15-EXIT
           END-IF.

           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING ISUB FROM 1 BY 1
               UNTIL ISUB > INV-CNT
                  OR FOUND-SUB > ZERO
               IF  INV-TRAN(ISUB) = PND-TRAN
                   MOVE ISUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

           MOVE SPACES                 TO SORTWRK-RECORD.
           IF  FOUND-SUB = ZERO
               MOVE '*UNKNOWN'         TO SRT-TEAM
           ELSE
               MOVE INV-TEAM(FOUND-SUB)
                                       TO SRT-TEAM
           END-IF.
           MOVE PND-TRAN               TO SRT-TRAN.
           MOVE PND-NAME               TO SRT-NAME.
           MOVE PND-LANG               TO SRT-LANG.
           MOVE PND-SEQU               TO SRT-SEQU.
           MOVE PND-AUTHOR             TO SRT-AUTHOR.
           MOVE PND-ACTION             TO SRT-ACTION.
           MOVE PND-DATE               TO SRT-DATE.
           IF  DRAFT-AGE > 99999
               MOVE 99999              TO SRT-AGE
           ELSE
               MOVE DRAFT-AGE          TO SRT-AGE
           END-IF.
           IF  NOT PND-IS-DELETE
               MOVE PND-BODY           TO SRT-TEXT
           END-IF.
           RELEASE SORTWRK-RECORD.

       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    SORT OUTPUT - LIST THE AGED DRAFTS WITH A BREAK PER TEAM    *
      ******************************************************************

       E00-PRINT-AGED.

           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'SYHELPD DRAFTS AWAITING APPROVAL MORE THAN '
                  AGE-LIMIT ' DAYS AS OF ' TODAY-DATE
                  ' ---------------------'
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
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
                   PERFORM E20-PRINT-DRAFT THRU E25-EXIT
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO E90-EXIT
           END-IF.

           IF  AGED-CNT = ZERO
               MOVE 'NO DRAFTS ARE WAITING LONGER THAN THE LIMIT'
                                       TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           ELSE
               PERFORM E30-TEAM-TOTAL THRU E35-EXIT
               MOVE SPACES             TO HELPRPT-RECORD
               STRING 'TOTAL AGED DRAFTS ' AGED-CNT
                      '  OF ' READ-CNT ' PENDING'
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       E90-EXIT.
           EXIT.

       E10-TEAM-BREAK.

           IF  LAST-TEAM NOT = LOW-VALUES
               PERFORM E30-TEAM-TOTAL THRU E35-EXIT
           END-IF.
           MOVE SRT-TEAM               TO LAST-TEAM.
           MOVE ZEROES                 TO TEAM-AGED-CNT.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           STRING 'TEAM ' SRT-TEAM
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE '  TRAN NAME     L  SEQU  AUTHOR   ACTION DRAFTED    AGE
      -         '  TEXT'               TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       E15-EXIT.
           EXIT.

       E20-PRINT-DRAFT.

           ADD  1                      TO AGED-CNT
                                          TEAM-AGED-CNT.
           MOVE SRT-SEQU               TO PRINT-SEQU-EDIT.
           MOVE SRT-AGE                TO PRINT-AGE-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING '  ' SRT-TRAN ' ' SRT-NAME ' ' SRT-LANG
                  ' ' PRINT-SEQU-EDIT '  ' SRT-AUTHOR
                  ' ' SRT-ACTION '      ' SRT-DATE
                  ' ' PRINT-AGE-EDIT '  ' SRT-TEXT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       E25-EXIT.
           EXIT.

       E30-TEAM-TOTAL.

           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING '  DRAFTS AGED FOR TEAM ' LAST-TEAM
                  ' = ' TEAM-AGED-CNT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       E35-EXIT.
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
