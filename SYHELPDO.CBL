      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDO.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MONTHLY HELP PANEL OWNERSHIP AND REVIEW-DUE
      *               REPORT.  SWEEPS SYHELPD ONE TRAN/NAME TOPIC AT A
      *               TIME AND KEEPS ITS SYHELPW OWNERSHIP RECORD
      *               (HELPDOWN LAYOUT) CURRENT:
      *
      *               - A TOPIC WITH A BASE-LANGUAGE PANEL AND NO
      *                 OWNERSHIP RECORD GETS ONE, OWNED BY THE TRAN'S
      *                 TRANINV TEAM, NO NAMED REVIEWER AND THE
      *                 DEFAULT REVIEW INTERVAL (OWN-INTERVAL-DEFAULT
      *                 MONTHS).
      *               - A TEAM TAKEN FROM TRANINV FOLLOWS TRANINV ON
      *                 EVERY RUN; A TEAM SET BY CONTROL CARD STAYS.
      *               - CONTROL CARDS SET THE TEAM, REVIEWER AND
      *                 INTERVAL, IN CARD ORDER, FOR EVERY TOPIC THEY
      *                 SELECT:
      *
      *                 COLS  1-4   TRAN  (WILDCOMP '*' WILDCARDS)
      *                 COLS  5-12  NAME  (WILDCOMP '*' WILDCARDS)
      *                 COLS 14-21  TEAM      ('*' = BACK TO TRANINV)
      *                 COLS 23-30  REVIEWER  ('*' = NONE)
      *                 COLS 32-34  REVIEW INTERVAL IN MONTHS
      *
      *                 A BLANK FIELD LEAVES THAT ITEM AS IT IS.
      *
      *               A TOPIC'S REVIEW CLOCK RUNS FROM THE LATER OF
      *               ITS LAST ATTESTED REVIEW (SHLP PF6) AND ITS BASE
      *               PANEL'S HELPD-LAST-UPD.  EVERY TOPIC WHOSE CLOCK
      *               PLUS ITS INTERVAL HAS COME DUE IS LISTED ON
      *               HELPRPT, GROUPED BY OWNING TEAM, THE MOST-VIEWED
      *               PANELS (HELPDUSG VIEW COUNTS FROM THE HELPUSG
      *               QUEUE FILE, AS SYHELPDR READS IT) FIRST.  ANY
      *               TRANSLATION OLDER THAN ITS BASE PANEL - THE
      *               SYHELPDT STALE TEST - IS CALLED OUT ON THE
      *               TOPIC'S LINE.
      *
      *               ENDS RTC = 8 WHEN A CONTROL CARD WAS IN ERROR,
      *               ELSE RTC = 4 WHEN A CARD SELECTED NO PANEL OR A
      *               USAGE RECORD WAS DAMAGED.

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

           SELECT HELPUSG
               ASSIGN TO HELPUSG
               FILE STATUS IS FILE5-STAT
                              FILE5-FDBK.

           SELECT TRANINV
               ASSIGN TO TRANINV
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

           SELECT SYHELPW
               ASSIGN TO SYHELPW
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS OWN-KEY
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

       FD  HELPUSG.
       COPY HELPDUSG.

       FD  TRANINV.
       01  TRANINV-RECORD               PIC  X(80).

       FD  HELPRPT.
       01  HELPRPT-RECORD               PIC  X(132).

       FD  SYHELPD
           RECORD IS VARYING IN SIZE
             FROM 80 TO 120 CHARACTERS
             DEPENDING ON HELPD-RECL.
       COPY SYHELPD.

       FD  SYHELPW.
       COPY HELPDOWN.

       FD  HELPDLDG.
       COPY HELPDLDG.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDO'.

         03  HELPD                     PIC S9(04)   BINARY VALUE 1.
         03  HELPW                     PIC S9(04)   BINARY VALUE 2.

         03  CARDRDR-SWITCH            PIC  X(01)   VALUE 'C'.
           88  CARDRDR-CLOSED                       VALUE 'C'.
           88  CARDRDR-AT-END                       VALUE 'E'.
           88  CARDRDR-OPEN                         VALUE 'O'.
         03  HELPUSG-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPUSG-CLOSED                       VALUE 'C'.
           88  HELPUSG-AT-END                       VALUE 'E'.
           88  HELPUSG-OPEN                         VALUE 'O'.
         03  TRANINV-SWITCH            PIC  X(01)   VALUE 'C'.
           88  TRANINV-CLOSED                       VALUE 'C'.
           88  TRANINV-AT-END                       VALUE 'E'.
           88  TRANINV-OPEN                         VALUE 'O'.
         03  HELPRPT-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPRPT-CLOSED                       VALUE 'C'.
           88  HELPRPT-OPEN                         VALUE 'O'.
         03  SYHELPD-SWITCH            PIC  X(01)   VALUE 'C'.
           88  SYHELPD-CLOSED                       VALUE 'C'.
           88  SYHELPD-OPEN                         VALUE 'O'.
         03  SYHELPW-SWITCH            PIC  X(01)   VALUE 'C'.
           88  SYHELPW-CLOSED                       VALUE 'C'.
           88  SYHELPW-OPEN                         VALUE 'O'.
         03  GROUP-SWITCH              PIC  X(01)   VALUE 'C'.
           88  GROUP-CLOSED                         VALUE 'C'.
           88  GROUP-OPEN                           VALUE 'O'.
         03  OWNER-SWITCH              PIC  X(01)   VALUE 'O'.
           88  OWNER-ON-FILE                        VALUE 'O'.
           88  OWNER-IS-NEW                         VALUE 'N'.
         03  CARD-ERROR-SWITCH         PIC  X(01)   VALUE 'N'.
           88  CARD-IS-GOOD                         VALUE 'N'.
           88  CARD-IN-ERROR                        VALUE 'Y'.
         03  MATCH-SWITCH              PIC  X(01)   VALUE 'N'.
           88  TOPIC-NOT-SELECTED                   VALUE 'N'.
           88  TOPIC-IS-SELECTED                    VALUE 'Y'.

         03  HELPD-RECL                PIC  9(05)   VALUE ZEROES.

         03  CARD-CNT                  PIC  9(07)   VALUE ZEROES.
         03  CARD-ERR-CNT              PIC  9(07)   VALUE ZEROES.
         03  CARD-UNUSED-CNT           PIC  9(07)   VALUE ZEROES.
         03  USAGE-CNT                 PIC  9(07)   VALUE ZEROES.
         03  BAD-USAGE-CNT             PIC  9(07)   VALUE ZEROES.
         03  INV-ERR-CNT               PIC  9(07)   VALUE ZEROES.
         03  TOPIC-CNT                 PIC  9(07)   VALUE ZEROES.
         03  ADDED-CNT                 PIC  9(07)   VALUE ZEROES.
         03  CHANGED-CNT               PIC  9(07)   VALUE ZEROES.
         03  DUE-CNT                   PIC  9(07)   VALUE ZEROES.
         03  STALE-TOPIC-CNT           PIC  9(07)   VALUE ZEROES.

         03  INV-CNT                   PIC S9(04)   BINARY VALUE ZEROES.
         03  INV-MAX                   PIC S9(04)   BINARY VALUE 1000.
         03  ISUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  VIEW-CNT                  PIC S9(04)   BINARY VALUE ZEROES.
         03  VIEW-MAX                  PIC S9(04)   BINARY VALUE 2000.
         03  USUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  CD-CNT                    PIC S9(04)   BINARY VALUE ZEROES.
         03  CD-MAX                    PIC S9(04)   BINARY VALUE 200.
         03  CSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  TL-CNT                    PIC S9(04)   BINARY VALUE ZEROES.
         03  LSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  DUE-TBL-CNT               PIC S9(04)   BINARY VALUE ZEROES.
         03  DUE-MAX                   PIC S9(04)   BINARY VALUE 2000.
         03  DSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  NEXT-SUB                  PIC S9(04)   BINARY VALUE ZEROES.
         03  FOUND-SUB                 PIC S9(04)   BINARY VALUE ZEROES.
         03  STALE-PTR                 PIC S9(04)   BINARY VALUE ZEROES.
         03  PRINT-PTR                 PIC S9(04)   BINARY VALUE ZEROES.

         03  GROUP-TRAN                PIC  X(04)   VALUE SPACES.
         03  GROUP-NAME                PIC  X(08)   VALUE SPACES.
         03  BASE-SWITCH               PIC  X(01)   VALUE 'N'.
           88  BASE-HEADER-FOUND                    VALUE 'Y'.
           88  BASE-HEADER-MISSING                  VALUE 'N'.
         03  BASE-LAST-UPD             PIC  X(08)   VALUE SPACES.
         03  STALE-LANGS               PIC  X(20)   VALUE SPACES.
         03  STALE-LANG-CNT            PIC  9(02)   VALUE ZEROES.
         03  TOPIC-VIEWS               PIC  9(07)   VALUE ZEROES.
         03  LAST-TEAM                 PIC  X(08)   VALUE SPACES.
         03  PRINT-TEAM                PIC  X(08)   VALUE SPACES.

         03  OWN-SAVE                  PIC  X(80)   VALUE SPACES.

         03  TODAY-DATE                PIC  X(08)   VALUE SPACES.

         03  CLOCK-DATE                PIC  X(08)   VALUE SPACES.
         03  CLOCK-DATE-R  REDEFINES CLOCK-DATE.
           05  CLOCK-YYYY              PIC  9(04).
           05  CLOCK-MM                PIC  9(02).
           05  CLOCK-DD                PIC  9(02).
         03  NEXT-DUE-DATE             PIC  X(08)   VALUE SPACES.
         03  NEXT-DUE-DATE-R  REDEFINES NEXT-DUE-DATE.
           05  NEXT-DUE-YYYY           PIC  9(04).
           05  NEXT-DUE-MM             PIC  9(02).
           05  NEXT-DUE-DD             PIC  9(02).
         03  MONTH-COUNT               PIC S9(07)   PACKED-DECIMAL
                                                    VALUE ZEROES.
         03  MONTH-DAYS                PIC S9(03)   PACKED-DECIMAL
                                                    VALUE ZEROES.
         03  LEAP-QUOT                 PIC S9(05)   PACKED-DECIMAL
                                                    VALUE ZEROES.
         03  LEAP-REM4                 PIC S9(05)   PACKED-DECIMAL
                                                    VALUE ZEROES.
         03  LEAP-REM100               PIC S9(05)   PACKED-DECIMAL
                                                    VALUE ZEROES.
         03  LEAP-REM400               PIC S9(05)   PACKED-DECIMAL
                                                    VALUE ZEROES.

         03  CARD-MSG                  PIC  X(50)   VALUE SPACES.
         03  PRINT-CNT-EDIT            PIC  9(07)   VALUE ZEROES.
         03  PRINT-INT-EDIT            PIC  9(03)   VALUE ZEROES.

       01  INPUT-CARD.
         03  INPUT-HELPTRAN            PIC  X(04).
         03  INPUT-HELPNAME            PIC  X(08).
         03                            PIC  X(01).
         03  INPUT-TEAM                PIC  X(08).
         03                            PIC  X(01).
         03  INPUT-REVIEWER            PIC  X(08).
         03                            PIC  X(01).
         03  INPUT-INTERVAL            PIC  X(03).
         03  INPUT-INTERVAL-N  REDEFINES INPUT-INTERVAL
                                       PIC  9(03).
         03                            PIC  X(46).

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
           05  INV-STATUS              PIC  X(01).
             88  INV-IS-ACTIVE                      VALUE 'A'.
             88  INV-IS-RETIRED                     VALUE 'R'.
           05  INV-TEAM                PIC  X(08).

      *    VIEWS ARE COUNTED PER TOPIC - EVERY LANGUAGE OF A TRAN/NAME
      *    ADDS TO THE SAME TOTAL
       01  VIEW-TABLE-AREA.
         03  VIEW-ENTRY                OCCURS 2000.
           05  VW-TRAN                 PIC  X(04).
           05  VW-NAME                 PIC  X(08).
           05  VW-COUNT                PIC  9(07).

       01  CARD-TABLE-AREA.
         03  CD-ENTRY                  OCCURS 200.
           05  CD-CARD                 PIC  X(34).
           05  CD-HITS                 PIC  9(07).

      *    TRANSLATION HEADERS OF THE TOPIC IN HAND - THE SAME TWENTY
      *    LANGUAGE LIMIT AS SYHELPDT
       01  TOPIC-LANG-AREA.
         03  TL-ENTRY                  OCCURS 20.
           05  TL-LANG                 PIC  X(01).
           05  TL-LAST-UPD             PIC  X(08).

       01  DUE-TABLE-AREA.
         03  DUE-ENTRY                 OCCURS 2000.
           05  DUE-TEAM                PIC  X(08).
           05  DUE-TRAN                PIC  X(04).
           05  DUE-NAME                PIC  X(08).
           05  DUE-REVIEWER            PIC  X(08).
           05  DUE-CLOCK               PIC  X(08).
           05  DUE-DATE                PIC  X(08).
           05  DUE-INTERVAL            PIC  9(03).
           05  DUE-VIEWS               PIC  9(07).
           05  DUE-STALE-LANGS         PIC  X(20).
           05  DUE-PRINTED-SW          PIC  X(01).

       COPY RTCMAN.

       COPY VSMSTATW.

       COPY HELPDLGW.

       COPY WILDCOMP.

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
               PERFORM C00-LOAD-INVENTORY THRU C05-EXIT
                 UNTIL TRANINV-AT-END
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM C10-LOAD-USAGE THRU C15-EXIT
                 UNTIL HELPUSG-AT-END
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM C20-LOAD-CARDS THRU C25-EXIT
                 UNTIL CARDRDR-AT-END
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM D00-SWEEP-TOPICS THRU D90-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM F00-PRINT-DUE-REPORT THRU F90-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM F20-CHECK-CARD-USE THRU F25-EXIT
                 VARYING CSUB FROM 1 BY 1
                   UNTIL CSUB > CD-CNT
                      OR RTC-CODE NOT = ZERO
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'REVIEWDU'             TO LEDGER-MODE.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           ACCEPT TODAY-DATE           FROM DATE YYYYMMDD.

           OPEN INPUT CARDRDR.
           SET  CARDRDR-OPEN           TO TRUE.

           OPEN INPUT TRANINV.
           IF  FILE6-STAT NOT = '00'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE TRANINV'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                ' STATUS = '    FILE6-STAT
                                ' FDBK = '       FILE6-FDBK
                                      UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO B15-EXIT
           END-IF.
           SET  TRANINV-OPEN           TO TRUE.

           OPEN INPUT HELPUSG.
           IF  FILE5-STAT NOT = '00'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPUSG'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                ' STATUS = '    FILE5-STAT
                                ' FDBK = '       FILE5-FDBK
                                      UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO B15-EXIT
           END-IF.
           SET  HELPUSG-OPEN           TO TRUE.

           MOVE 2                      TO STAT-TOTL.
           MOVE 'SYHELPD'              TO VSAM-FILE(HELPD).
           MOVE LENGTH OF HELPD-KEY    TO VSAM-KEYL(HELPD).
           MOVE 'SYHELPW'              TO VSAM-FILE(HELPW).
           MOVE LENGTH OF OWN-KEY      TO VSAM-KEYL(HELPW).

           MOVE HELPD                  TO VSUB.
           SET  FUNC-OPEN(VSUB)        TO TRUE.
           OPEN INPUT SYHELPD.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           IF  RTC-CODE NOT = ZERO
               GO TO B15-EXIT
           END-IF.
           SET  SYHELPD-OPEN           TO TRUE.

           MOVE HELPW                  TO VSUB.
           SET  FUNC-OPEN(VSUB)        TO TRUE.
           OPEN I-O SYHELPW.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           IF  RTC-CODE = ZERO
               SET  SYHELPW-OPEN       TO TRUE
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

           IF  TRANINV-OPEN
           OR  TRANINV-AT-END
               CLOSE TRANINV
               SET  TRANINV-CLOSED     TO TRUE
           END-IF.

           IF  HELPUSG-OPEN
           OR  HELPUSG-AT-END
               CLOSE HELPUSG
               SET  HELPUSG-CLOSED     TO TRUE
           END-IF.

           PERFORM WITH TEST BEFORE
             UNTIL CARDRDR-AT-END
               PERFORM U10-GET-INPUT THRU U15-EXIT
           END-PERFORM.

           CLOSE CARDRDR.
           SET  CARDRDR-CLOSED         TO TRUE.

           IF  SYHELPD-OPEN
               MOVE HELPD              TO VSUB
               SET  FUNC-CLOSE(VSUB)   TO TRUE
               CLOSE SYHELPD
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               SET  SYHELPD-CLOSED     TO TRUE
           END-IF.

           IF  SYHELPW-OPEN
               MOVE HELPW              TO VSUB
               SET  FUNC-CLOSE(VSUB)   TO TRUE
               CLOSE SYHELPW
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               SET  SYHELPW-CLOSED     TO TRUE
           END-IF.

           IF  RTC-NORMAL
           AND CARD-ERR-CNT > ZERO
               MOVE +8                 TO RTC-CODE
           END-IF.
           IF  RTC-NORMAL
           AND (CARD-UNUSED-CNT > ZERO
            OR  BAD-USAGE-CNT > ZERO
            OR  INV-ERR-CNT > ZERO)
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  TOPICS = ' TOPIC-CNT
                            '  OWNERS ADDED = ' ADDED-CNT
                            '  CHANGED = ' CHANGED-CNT
                                 UPON CONSOLE.
           DISPLAY THIS-PGM ':  REVIEWS DUE = ' DUE-CNT
                            '  CARDS = ' CARD-CNT
                            '  IN ERROR = ' CARD-ERR-CNT
                                 UPON CONSOLE.

           MOVE TOPIC-CNT              TO LEDGER-REC-CNT.
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
      *    LOAD THE TRANSACTION INVENTORY INTO ITS TABLE               *
      ******************************************************************

       C00-LOAD-INVENTORY.

           READ TRANINV RECORD INTO INPUT-INVENTORY
             AT END
               SET  TRANINV-AT-END     TO TRUE
           END-READ.
           IF  FILE6-STAT NOT = '00'
           AND FILE6-STAT NOT = '10'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE TRANINV'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = READ'
                                ' STATUS = '    FILE6-STAT
                                ' FDBK = '       FILE6-FDBK
                                      UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO C05-EXIT
           END-IF.
           IF  TRANINV-AT-END
           OR  INPUT-INVENTORY NOT > SPACES
               GO TO C05-EXIT
           END-IF.

           IF  INV-IN-TRAN NOT > SPACES
               ADD  1                  TO INV-ERR-CNT
               MOVE SPACES             TO HELPRPT-RECORD
               STRING 'BAD INVENTORY RECORD SKIPPED - '
                      INPUT-INVENTORY(1:56)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               GO TO C05-EXIT
           END-IF.

           IF  INV-CNT >= INV-MAX
               DISPLAY THIS-PGM ': INVENTORY EXCEEDS ' INV-MAX
                                ' TRANSACTIONS - RAISE INV-ENTRY OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO C05-EXIT
           END-IF.

           ADD  1                      TO INV-CNT.
           MOVE INV-IN-TRAN            TO INV-TRAN(INV-CNT).
           MOVE INV-IN-STATUS          TO INV-STATUS(INV-CNT).
           MOVE INV-IN-TEAM            TO INV-TEAM(INV-CNT).

       C05-EXIT.
           EXIT.

      /*****************************************************************
      *    COUNT EACH PANEL VIEW UNDER THE TOPIC IT RESOLVED TO        *
      ******************************************************************

       C10-LOAD-USAGE.

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
               GO TO C15-EXIT
           END-IF.
           IF  HELPUSG-AT-END
               GO TO C15-EXIT
           END-IF.

           ADD  1                      TO USAGE-CNT.
           IF  USG-IS-NOTFND
               GO TO C15-EXIT
           END-IF.
           IF  NOT USG-IS-VIEW
               ADD  1                  TO BAD-USAGE-CNT
               GO TO C15-EXIT
           END-IF.

           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING USUB FROM 1 BY 1
               UNTIL USUB > VIEW-CNT
                  OR FOUND-SUB > ZERO
               IF  VW-TRAN(USUB) = USG-OWNER-TRAN
               AND VW-NAME(USUB) = USG-OWNER-NAME
                   MOVE USUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

           IF  FOUND-SUB = ZERO
               IF  VIEW-CNT >= VIEW-MAX
                   DISPLAY THIS-PGM ': MORE THAN ' VIEW-MAX
                                    ' DISTINCT TOPICS VIEWED - RAISE '
                                    'VIEW-ENTRY OCCURS'
                                         UPON CONSOLE
                   MOVE +16            TO RTC-CODE
                   GO TO C15-EXIT
               END-IF
               ADD  1                  TO VIEW-CNT
               MOVE VIEW-CNT           TO FOUND-SUB
               MOVE USG-OWNER-TRAN     TO VW-TRAN(FOUND-SUB)
               MOVE USG-OWNER-NAME     TO VW-NAME(FOUND-SUB)
               MOVE ZEROES             TO VW-COUNT(FOUND-SUB)
           END-IF.

           ADD  1                      TO VW-COUNT(FOUND-SUB).

       C15-EXIT.
           EXIT.

      /*****************************************************************
      *    LOAD AND CHECK THE OWNERSHIP CONTROL CARDS                  *
      ******************************************************************

       C20-LOAD-CARDS.

           PERFORM U10-GET-INPUT THRU U15-EXIT.
           IF  CARDRDR-AT-END
           OR  INPUT-CARD NOT > SPACES
               GO TO C25-EXIT
           END-IF.

           ADD  1                      TO CARD-CNT.
           SET  CARD-IS-GOOD           TO TRUE.

           IF  INPUT-HELPTRAN NOT > SPACES
           OR  INPUT-HELPNAME NOT > SPACES
               MOVE 'TRAN AND NAME ARE BOTH REQUIRED (* FOR ALL)'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO C25-EXIT
           END-IF.
           IF  INPUT-INTERVAL > SPACES
           AND (INPUT-INTERVAL NOT NUMERIC
            OR  INPUT-INTERVAL-N = ZERO)
               MOVE 'INTERVAL (COLS 32-34) MUST BE 001-999 MONTHS'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO C25-EXIT
           END-IF.
           IF  INPUT-TEAM     NOT > SPACES
           AND INPUT-REVIEWER NOT > SPACES
           AND INPUT-INTERVAL NOT > SPACES
               MOVE 'NO TEAM, REVIEWER OR INTERVAL GIVEN'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO C25-EXIT
           END-IF.

           IF  CD-CNT >= CD-MAX
               DISPLAY THIS-PGM ': MORE THAN ' CD-MAX
                                ' CONTROL CARDS - RAISE CD-ENTRY OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO C25-EXIT
           END-IF.

           ADD  1                      TO CD-CNT.
           MOVE INPUT-CARD             TO CD-CARD(CD-CNT).
           MOVE ZEROES                 TO CD-HITS(CD-CNT).

       C25-EXIT.
           EXIT.

      /*****************************************************************
      *    SWEEP SYHELPD ONE TRAN/NAME TOPIC AT A TIME.  NOTHING IS    *
      *    READ FROM SYHELPD OUTSIDE THE BROWSE, SO NO REPOSITIONING   *
      *    IS NEEDED.                                                  *
      ******************************************************************

       D00-SWEEP-TOPICS.

           MOVE LOW-VALUES             TO HELPD-KEY.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(HELPD)
                OR RTC-CODE NOT = ZERO

               MOVE HELPD              TO VSUB
               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPD NEXT RECORD END-READ

               IF  STAT-NORMAL(VSUB)
                   IF  GROUP-OPEN
                   AND (HELPD-TRAN NOT = GROUP-TRAN
                     OR HELPD-NAME NOT = GROUP-NAME)
                       PERFORM E00-JUDGE-TOPIC THRU E90-EXIT
                       SET  GROUP-CLOSED TO TRUE
                   END-IF
                   IF  GROUP-CLOSED
                       MOVE HELPD-TRAN TO GROUP-TRAN
                       MOVE HELPD-NAME TO GROUP-NAME
                       MOVE ZEROES     TO TL-CNT
                       SET  BASE-HEADER-MISSING TO TRUE
                       MOVE SPACES     TO BASE-LAST-UPD
                       SET  GROUP-OPEN TO TRUE
                   END-IF
                   PERFORM D10-APPLY-RECORD THRU D15-EXIT
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO D90-EXIT
           END-IF.

           IF  NOT STAT-EOFILE(HELPD)
           AND NOT STAT-NOTFOUND(HELPD)
               MOVE HELPD              TO VSUB
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D90-EXIT
           END-IF.

           IF  GROUP-OPEN
               PERFORM E00-JUDGE-TOPIC THRU E90-EXIT
               SET  GROUP-CLOSED       TO TRUE
           END-IF.

       D90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    NOTE THE BASE HEADER'S DATE AND EACH TRANSLATION HEADER'S  *
      *----------------------------------------------------------------
       D10-APPLY-RECORD.

           IF  NOT HELPD-SEQU-HEADER
               GO TO D15-EXIT
           END-IF.

           IF  HELPD-BASE-LANG
               SET  BASE-HEADER-FOUND  TO TRUE
               MOVE HELPD-LAST-UPD     TO BASE-LAST-UPD
               GO TO D15-EXIT
           END-IF.

           IF  TL-CNT >= 20
               DISPLAY THIS-PGM ': TOPIC ' GROUP-TRAN ' '
                                GROUP-NAME ' EXCEEDS 20 TRANSLATIONS'
                                ' - RAISE TL-ENTRY OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO D15-EXIT
           END-IF.
           ADD  1                      TO TL-CNT.
           MOVE HELPD-LANG             TO TL-LANG(TL-CNT).
           MOVE HELPD-LAST-UPD         TO TL-LAST-UPD(TL-CNT).

       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    BRING ONE TOPIC'S OWNERSHIP RECORD UP TO DATE AND, WHEN ITS *
      *    REVIEW HAS COME DUE, TABLE IT FOR THE REPORT.  SHARED TEXT  *
      *    BLOCKS AND NOTICES ARE NOT PANELS, AND A TOPIC WITH NO BASE *
      *    HEADER (AN ALIAS, OR A TRANSLATION LEFT WITHOUT ITS BASE)   *
      *    HAS NO TEXT OF ITS OWN TO REVIEW.                           *
      ******************************************************************

       E00-JUDGE-TOPIC.

           IF  GROUP-TRAN = '$BLK'
           OR  GROUP-TRAN = '$NTC'
           OR  BASE-HEADER-MISSING
               GO TO E90-EXIT
           END-IF.

           ADD  1                      TO TOPIC-CNT.

           PERFORM E10-GET-OWNER THRU E15-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO E90-EXIT
           END-IF.

           PERFORM E20-APPLY-CARD THRU E25-EXIT
             VARYING CSUB FROM 1 BY 1
               UNTIL CSUB > CD-CNT.

           IF  OWN-TEAM-FROM-TRANINV
               PERFORM P20-FIND-INV THRU P25-EXIT
               IF  FOUND-SUB = ZERO
                   MOVE SPACES         TO OWN-TEAM
               ELSE
                   MOVE INV-TEAM(FOUND-SUB)
                                       TO OWN-TEAM
               END-IF
           END-IF.

           PERFORM E30-PUT-OWNER THRU E35-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO E90-EXIT
           END-IF.

           PERFORM E40-CHECK-DUE THRU E45-EXIT.

       E90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    READ THE TOPIC'S OWNERSHIP RECORD, OR START A NEW ONE      *
      *----------------------------------------------------------------
       E10-GET-OWNER.

           MOVE GROUP-TRAN             TO OWN-TRAN.
           MOVE GROUP-NAME             TO OWN-NAME.
           MOVE HELPW                  TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ SYHELPW RECORD END-READ.

           IF  STAT-NORMAL(VSUB)
               SET  OWNER-ON-FILE      TO TRUE
               MOVE HELPDOWN-RECORD    TO OWN-SAVE
               GO TO E15-EXIT
           END-IF.
           IF  NOT STAT-NOTFOUND(VSUB)
               MOVE OWN-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E15-EXIT
           END-IF.

           SET  OWNER-IS-NEW           TO TRUE.
           MOVE SPACES                 TO HELPDOWN-RECORD
                                          OWN-SAVE.
           MOVE GROUP-TRAN             TO OWN-TRAN.
           MOVE GROUP-NAME             TO OWN-NAME.
           SET  OWN-TEAM-FROM-TRANINV  TO TRUE.
           SET  OWN-INTERVAL-DEFAULT   TO TRUE.

       E15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    APPLY CONTROL CARD CSUB WHEN IT SELECTS THE TOPIC          *
      *----------------------------------------------------------------
       E20-APPLY-CARD.

           MOVE CD-CARD(CSUB)          TO INPUT-CARD.
           PERFORM P10-CHECK-FOR-MATCH THRU P15-EXIT.
           IF  TOPIC-NOT-SELECTED
               GO TO E25-EXIT
           END-IF.

           ADD  1                      TO CD-HITS(CSUB).

           IF  INPUT-TEAM = '*'
               SET  OWN-TEAM-FROM-TRANINV TO TRUE
           ELSE
           IF  INPUT-TEAM > SPACES
               MOVE INPUT-TEAM         TO OWN-TEAM
               SET  OWN-TEAM-FROM-CARD TO TRUE
           END-IF
           END-IF.

           IF  INPUT-REVIEWER = '*'
               MOVE SPACES             TO OWN-REVIEWER
           ELSE
           IF  INPUT-REVIEWER > SPACES
               MOVE INPUT-REVIEWER     TO OWN-REVIEWER
           END-IF
           END-IF.

           IF  INPUT-INTERVAL > SPACES
               MOVE INPUT-INTERVAL-N   TO OWN-INTERVAL
           END-IF.

       E25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WRITE A NEW OWNERSHIP RECORD, OR REWRITE A CHANGED ONE     *
      *----------------------------------------------------------------
       E30-PUT-OWNER.

           MOVE HELPW                  TO VSUB.
           IF  OWNER-IS-NEW
               SET  FUNC-WRITE(VSUB)   TO TRUE
               WRITE HELPDOWN-RECORD END-WRITE
               IF  STAT-NORMAL(VSUB)
                   ADD  1              TO ADDED-CNT
               END-IF
           ELSE
               IF  HELPDOWN-RECORD = OWN-SAVE
                   GO TO E35-EXIT
               END-IF
               SET  FUNC-REWRITE(VSUB) TO TRUE
               REWRITE HELPDOWN-RECORD END-REWRITE
               IF  STAT-NORMAL(VSUB)
                   ADD  1              TO CHANGED-CNT
               END-IF
           END-IF.

           IF  NOT STAT-NORMAL(VSUB)
               MOVE OWN-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       E35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WORK OUT WHEN THE TOPIC'S NEXT REVIEW FALLS DUE AND TABLE  *
      *    IT WHEN THAT IS TODAY OR EARLIER.  WITH NEITHER A REVIEW   *
      *    NOR A USABLE HELPD-LAST-UPD ON FILE IT IS DUE NOW.         *
      *----------------------------------------------------------------
       E40-CHECK-DUE.

           MOVE BASE-LAST-UPD          TO CLOCK-DATE.
           IF  OWN-LAST-REVIEWED NUMERIC
           AND (CLOCK-DATE NOT NUMERIC
            OR  OWN-LAST-REVIEWED > CLOCK-DATE)
               MOVE OWN-LAST-REVIEWED  TO CLOCK-DATE
           END-IF.

           IF  CLOCK-DATE NUMERIC
               PERFORM P30-ADD-INTERVAL THRU P35-EXIT
           ELSE
               MOVE 'NEVER'            TO CLOCK-DATE
               MOVE TODAY-DATE         TO NEXT-DUE-DATE
           END-IF.

           IF  NEXT-DUE-DATE > TODAY-DATE
               GO TO E45-EXIT
           END-IF.

           MOVE ZEROES                 TO TOPIC-VIEWS.
           PERFORM WITH TEST BEFORE
             VARYING USUB FROM 1 BY 1
               UNTIL USUB > VIEW-CNT
               IF  VW-TRAN(USUB) = GROUP-TRAN
               AND VW-NAME(USUB) = GROUP-NAME
                   MOVE VW-COUNT(USUB) TO TOPIC-VIEWS
               END-IF
           END-PERFORM.

           MOVE SPACES                 TO STALE-LANGS.
           MOVE ZEROES                 TO STALE-LANG-CNT.
           MOVE 1                      TO STALE-PTR.
           PERFORM WITH TEST BEFORE
             VARYING LSUB FROM 1 BY 1
               UNTIL LSUB > TL-CNT
               IF  TL-LAST-UPD(LSUB) < BASE-LAST-UPD
                   ADD  1              TO STALE-LANG-CNT
                   STRING TL-LANG(LSUB) ' '
                       DELIMITED BY SIZE
                       INTO STALE-LANGS WITH POINTER STALE-PTR
                   END-STRING
               END-IF
           END-PERFORM.

           IF  DUE-TBL-CNT >= DUE-MAX
               DISPLAY THIS-PGM ': MORE THAN ' DUE-MAX
                                ' REVIEWS DUE - RAISE DUE-ENTRY OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO E45-EXIT
           END-IF.

           ADD  1                      TO DUE-TBL-CNT
                                          DUE-CNT.
           IF  STALE-LANG-CNT > ZERO
               ADD  1                  TO STALE-TOPIC-CNT
           END-IF.
           MOVE OWN-TEAM               TO DUE-TEAM(DUE-TBL-CNT).
           MOVE GROUP-TRAN             TO DUE-TRAN(DUE-TBL-CNT).
           MOVE GROUP-NAME             TO DUE-NAME(DUE-TBL-CNT).
           MOVE OWN-REVIEWER           TO DUE-REVIEWER(DUE-TBL-CNT).
           MOVE CLOCK-DATE             TO DUE-CLOCK(DUE-TBL-CNT).
           MOVE NEXT-DUE-DATE          TO DUE-DATE(DUE-TBL-CNT).
           MOVE OWN-INTERVAL           TO DUE-INTERVAL(DUE-TBL-CNT).
           MOVE TOPIC-VIEWS            TO DUE-VIEWS(DUE-TBL-CNT).
           MOVE STALE-LANGS            TO DUE-STALE-LANGS(DUE-TBL-CNT).
           MOVE 'N'                    TO DUE-PRINTED-SW(DUE-TBL-CNT).

       E45-EXIT.
           EXIT.

      /*****************************************************************
      *    THE REVIEW-DUE REPORT - BY TEAM, MOST-VIEWED FIRST.  EACH   *
      *    PASS PRINTS THE UNPRINTED ENTRY WITH THE LOWEST TEAM AND,   *
      *    WITHIN IT, THE MOST VIEWS; TIES STAY IN KEY ORDER.          *
      ******************************************************************

       F00-PRINT-DUE-REPORT.

           MOVE 'PANELS DUE FOR REVIEW BY TEAM, MOST-VIEWED FIRST -----'
                                       TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           IF  DUE-TBL-CNT = ZERO
               MOVE 'NO PANEL IS DUE FOR REVIEW'
                                       TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               GO TO F90-EXIT
           END-IF.

           MOVE HIGH-VALUES            TO LAST-TEAM.
           MOVE 1                      TO NEXT-SUB.
           PERFORM WITH TEST BEFORE
             UNTIL NEXT-SUB = ZERO
                OR RTC-CODE NOT = ZERO
               PERFORM F10-PRINT-NEXT-DUE THRU F15-EXIT
           END-PERFORM.

       F90-EXIT.
           EXIT.

       F10-PRINT-NEXT-DUE.

           MOVE ZEROES                 TO NEXT-SUB.
           PERFORM WITH TEST BEFORE
             VARYING DSUB FROM 1 BY 1
               UNTIL DSUB > DUE-TBL-CNT
               IF  DUE-PRINTED-SW(DSUB) = 'N'
                   IF  NEXT-SUB = ZERO
                   OR  DUE-TEAM(DSUB) < DUE-TEAM(NEXT-SUB)
                       MOVE DSUB       TO NEXT-SUB
                   ELSE
                   IF  DUE-TEAM(DSUB) = DUE-TEAM(NEXT-SUB)
                   AND DUE-VIEWS(DSUB) > DUE-VIEWS(NEXT-SUB)
                       MOVE DSUB       TO NEXT-SUB
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF  NEXT-SUB = ZERO
               GO TO F15-EXIT
           END-IF.

           MOVE 'Y'                    TO DUE-PRINTED-SW(NEXT-SUB).

           IF  DUE-TEAM(NEXT-SUB) NOT = LAST-TEAM
               MOVE DUE-TEAM(NEXT-SUB) TO LAST-TEAM
               IF  LAST-TEAM > SPACES
                   MOVE LAST-TEAM      TO PRINT-TEAM
               ELSE
                   MOVE '*NONE*'       TO PRINT-TEAM
               END-IF
               MOVE SPACES             TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               STRING 'TEAM ' PRINT-TEAM
                      ' ---------------------------------------------'
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

           MOVE DUE-INTERVAL(NEXT-SUB) TO PRINT-INT-EDIT.
           MOVE 1                      TO PRINT-PTR.
           STRING DUE-TRAN(NEXT-SUB) ' ' DUE-NAME(NEXT-SUB)
                  '  VIEWS ' DUE-VIEWS(NEXT-SUB)
                  '  REVIEWER ' DUE-REVIEWER(NEXT-SUB)
                  '  CLOCK ' DUE-CLOCK(NEXT-SUB)
                  '  DUE ' DUE-DATE(NEXT-SUB)
                  '  EVERY ' PRINT-INT-EDIT ' MOS'
               DELIMITED BY SIZE
               INTO HELPRPT-RECORD WITH POINTER PRINT-PTR
           END-STRING.
           IF  DUE-STALE-LANGS(NEXT-SUB) > SPACES
               STRING '  STALE: ' DUE-STALE-LANGS(NEXT-SUB)
                   DELIMITED BY SIZE
                   INTO HELPRPT-RECORD WITH POINTER PRINT-PTR
               END-STRING
           END-IF.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       F15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A CONTROL CARD THAT SELECTED NO PANEL IS PROBABLY A TYPO   *
      *----------------------------------------------------------------
       F20-CHECK-CARD-USE.

           IF  CD-HITS(CSUB) > ZERO
               GO TO F25-EXIT
           END-IF.

           ADD  1                      TO CARD-UNUSED-CNT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'CARD SELECTED NO PANEL - ' CD-CARD(CSUB)
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       F25-EXIT.
           EXIT.

      /*****************************************************************
      *    PERFORMED ROUTINES                                          *
      ******************************************************************

       P10-CHECK-FOR-MATCH.
           SET  WILDCOMP-PGM           TO TRUE.
           SET  TOPIC-NOT-SELECTED     TO TRUE.
           IF  INPUT-HELPTRAN      NOT = '*'
               MOVE LENGTH OF INPUT-HELPTRAN
                                       TO WILDCOMP-LEN
               MOVE INPUT-HELPTRAN     TO WILDCOMP-STR1
               MOVE GROUP-TRAN         TO WILDCOMP-STR2
               CALL WILDCOMP-CTL    USING WILDCOMP-PARMS
               IF  NOT WILDCOMP-STR1-EQ-STR2
                   GO TO P15-EXIT
               END-IF
           END-IF.
           IF  INPUT-HELPNAME      NOT = '*'
               MOVE LENGTH OF INPUT-HELPNAME
                                       TO WILDCOMP-LEN
               MOVE INPUT-HELPNAME     TO WILDCOMP-STR1
               MOVE GROUP-NAME         TO WILDCOMP-STR2
               CALL WILDCOMP-CTL    USING WILDCOMP-PARMS
               IF  NOT WILDCOMP-STR1-EQ-STR2
                   GO TO P15-EXIT
               END-IF
           END-IF.
           SET  TOPIC-IS-SELECTED      TO TRUE.
       P15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    FIND GROUP-TRAN ON THE INVENTORY - FOUND-SUB ZERO IF NOT   *
      *----------------------------------------------------------------
       P20-FIND-INV.

           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING ISUB FROM 1 BY 1
               UNTIL ISUB > INV-CNT
                  OR FOUND-SUB NOT = ZERO
               IF  INV-TRAN(ISUB) = GROUP-TRAN
                   MOVE ISUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

       P25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    NEXT-DUE-DATE = CLOCK-DATE PLUS OWN-INTERVAL MONTHS.  A DAY *
      *    PAST THE END OF THE DUE MONTH FALLS BACK TO ITS LAST DAY.  *
      *----------------------------------------------------------------
       P30-ADD-INTERVAL.

           COMPUTE MONTH-COUNT = CLOCK-YYYY * 12 + CLOCK-MM - 1
                               + OWN-INTERVAL.
           DIVIDE MONTH-COUNT BY 12 GIVING LEAP-QUOT
                                    REMAINDER MONTH-DAYS.
           MOVE LEAP-QUOT              TO NEXT-DUE-YYYY.
           COMPUTE NEXT-DUE-MM = MONTH-DAYS + 1.
           MOVE CLOCK-DD               TO NEXT-DUE-DD.

           EVALUATE NEXT-DUE-MM
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30                 TO MONTH-DAYS
             WHEN 02
               DIVIDE NEXT-DUE-YYYY BY 4   GIVING LEAP-QUOT
                                           REMAINDER LEAP-REM4
               DIVIDE NEXT-DUE-YYYY BY 100 GIVING LEAP-QUOT
                                           REMAINDER LEAP-REM100
               DIVIDE NEXT-DUE-YYYY BY 400 GIVING LEAP-QUOT
                                           REMAINDER LEAP-REM400
               IF  LEAP-REM4 = ZERO
               AND (LEAP-REM100 NOT = ZERO OR LEAP-REM400 = ZERO)
                   MOVE 29             TO MONTH-DAYS
               ELSE
                   MOVE 28             TO MONTH-DAYS
               END-IF
             WHEN OTHER
               MOVE 31                 TO MONTH-DAYS
           END-EVALUATE.

           IF  NEXT-DUE-DD > MONTH-DAYS
               MOVE MONTH-DAYS         TO NEXT-DUE-DD
           END-IF.

       P35-EXIT.
           EXIT.

       P60-PRINT-TOTALS.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE TOPIC-CNT              TO PRINT-CNT-EDIT.
           STRING 'PANELS UNDER REVIEW         = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE DUE-CNT                TO PRINT-CNT-EDIT.
           STRING 'PANELS DUE FOR REVIEW       = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE STALE-TOPIC-CNT        TO PRINT-CNT-EDIT.
           STRING '  WITH STALE TRANSLATIONS   = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE ADDED-CNT              TO PRINT-CNT-EDIT.
           STRING 'OWNERSHIP RECORDS ADDED     = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE CHANGED-CNT            TO PRINT-CNT-EDIT.
           STRING 'OWNERSHIP RECORDS CHANGED   = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE CARD-ERR-CNT           TO PRINT-CNT-EDIT.
           STRING 'CONTROL CARDS IN ERROR      = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P65-EXIT.
           EXIT.

       P70-PRINT-CARD-ERROR.

           SET  CARD-IN-ERROR          TO TRUE.
           ADD  1                      TO CARD-ERR-CNT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'CARD SKIPPED - ' CARD-MSG
                  '  CARD = ' INPUT-CARD(1:34)
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
