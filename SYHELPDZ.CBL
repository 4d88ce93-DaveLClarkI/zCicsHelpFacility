      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDZ.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ARCHIVE, RESTORE AND PURGE THE HELP OF RETIRED
      *               TRANSACTIONS.  THE ARCHIVE IS THE SYHELPR
      *               CLUSTER (HELPDARC LAYOUT), WHICH HOLDS SYHELPD
      *               RECORDS UNCHANGED, SO THE SYHELPDX PRINT LISTING
      *               (EXTRACT, UPSI-1 ON) LISTS IT WHEN ITS SYHELPD
      *               DD IS POINTED AT SYHELPR.  ONE REQUEST PER
      *               CONTROL CARD:
      *
      *               COLS  1-8   VERB - ARCHIVE, RESTORE OR PURGE
      *               COLS 10-13  TRAN
      *               COLS 15-18  RETENTION IN DAYS (PURGE ONLY)
      *
      *               ARCHIVE   MOVES EVERY SYHELPD RECORD KEYED TO
      *                         THE TRAN - PANELS, TRANSLATIONS AND
      *                         ALIASES - INTO SYHELPR AND STAMPS THE
      *                         TRAN THERE WITH TODAY'S DATE AND ITS
      *                         TRANINV STATUS, TEAM AND DESCRIPTION.
      *                         THE TRAN MUST BE 'R' (RETIRED) ON
      *                         TRANINV; A BLANK TRAN ARCHIVES EVERY
      *                         RETIRED TRAN THAT STILL HAS HELP.  AN
      *                         ALIAS UNDER A LIVE TRAN THAT POINTS
      *                         INTO AN ARCHIVED ONE IS LEFT WHERE IT
      *                         IS AND REPORTED.
      *               RESTORE   MOVES THE NAMED TRAN'S RECORDS BACK TO
      *                         SYHELPD EXACTLY AS THEY WERE ARCHIVED
      *                         AND DROPS ITS STAMP.  REFUSED WHEN
      *                         SYHELPD ALREADY HAS HELP FOR THE TRAN.
      *               PURGE     DELETES FROM SYHELPR EVERY TRAN (OR
      *                         JUST THE NAMED ONE) ARCHIVED MORE THAN
      *                         THE RETENTION NUMBER OF DAYS AGO.
      *
      *               ALL CARDS OF ONE RUN CARRY THE SAME VERB, WHICH
      *               IS THE MODE THE RUN LOGS TO HELPDLDG.  EVERY
      *               RECORD MOVED OR PURGED IS LISTED ON HELPRPT.
      *               ENDS RTC = 8 WHEN A CARD WAS IN ERROR OR
      *               REFUSED, ELSE RTC = 4 WHEN A LIVE ALIAS WAS LEFT
      *               POINTING INTO THE ARCHIVE, A RESTORED TRAN IS
      *               STILL RETIRED ON TRANINV, OR AN ARCHIVED TRAN
      *               HAS NO STAMP.

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

           SELECT TRANINV
               ASSIGN TO TRANINV
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

           SELECT SYHELPR
               ASSIGN TO SYHELPR
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS ARC-KEY
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

       FD  TRANINV.
       01  TRANINV-RECORD               PIC  X(80).

       FD  HELPRPT.
       01  HELPRPT-RECORD               PIC  X(132).

       FD  SYHELPD
           RECORD IS VARYING IN SIZE
             FROM 80 TO 120 CHARACTERS
             DEPENDING ON HELPD-RECL.
       COPY SYHELPD.

       FD  SYHELPR
           RECORD IS VARYING IN SIZE
             FROM 80 TO 120 CHARACTERS
             DEPENDING ON ARC-RECL.
       COPY HELPDARC.

       FD  HELPDLDG.
       COPY HELPDLDG.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDZ'.

         03  HELPD                     PIC S9(04)   BINARY VALUE 1.
         03  HELPR                     PIC S9(04)   BINARY VALUE 2.

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
         03  SYHELPD-SWITCH            PIC  X(01)   VALUE 'C'.
           88  SYHELPD-CLOSED                       VALUE 'C'.
           88  SYHELPD-OPEN                         VALUE 'O'.
         03  SYHELPR-SWITCH            PIC  X(01)   VALUE 'C'.
           88  SYHELPR-CLOSED                       VALUE 'C'.
           88  SYHELPR-OPEN                         VALUE 'O'.
         03  CARD-ERROR-SWITCH         PIC  X(01)   VALUE 'N'.
           88  CARD-IS-GOOD                         VALUE 'N'.
           88  CARD-IN-ERROR                        VALUE 'Y'.

         03  RUN-VERB                  PIC  X(08)   VALUE SPACES.
           88  RUN-ARCHIVE                          VALUE 'ARCHIVE '.
           88  RUN-RESTORE                          VALUE 'RESTORE '.
           88  RUN-PURGE                            VALUE 'PURGE   '.

         03  HELPD-RECL                PIC  9(05)   VALUE ZEROES.
         03  ARC-RECL                  PIC  9(05)   VALUE ZEROES.

         03  CARD-CNT                  PIC  9(07)   VALUE ZEROES.
         03  CARD-ERR-CNT              PIC  9(07)   VALUE ZEROES.
         03  INV-ERR-CNT               PIC  9(07)   VALUE ZEROES.
         03  TRAN-CNT                  PIC  9(07)   VALUE ZEROES.
         03  MOVED-CNT                 PIC  9(07)   VALUE ZEROES.
         03  WARN-CNT                  PIC  9(07)   VALUE ZEROES.
         03  TRAN-REC-CNT              PIC  9(07)   VALUE ZEROES.
         03  TRAN-PANEL-CNT            PIC  9(07)   VALUE ZEROES.

         03  INV-CNT                   PIC S9(04)   BINARY VALUE ZEROES.
         03  INV-MAX                   PIC S9(04)   BINARY VALUE 1000.
         03  ISUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  FOUND-SUB                 PIC S9(04)   BINARY VALUE ZEROES.

         03  ATRAN-CNT                 PIC S9(04)   BINARY VALUE ZEROES.
         03  ATRAN-MAX                 PIC S9(04)   BINARY VALUE 1000.
         03  ASUB                      PIC S9(04)   BINARY VALUE ZEROES.

         03  WORK-TRAN                 PIC  X(04)   VALUE SPACES.
         03  ACTION-WORD               PIC  X(08)   VALUE SPACES.
         03  CARD-MSG                  PIC  X(50)   VALUE SPACES.

         03  TODAY-DATE                PIC  X(08)   VALUE SPACES.
         03  TODAY-DAYS                PIC S9(09)   PACKED-DECIMAL
                                                    VALUE ZEROES.
         03  RETAIN-DAYS               PIC S9(05)   PACKED-DECIMAL
                                                    VALUE ZEROES.
         03  AGE-DAYS                  PIC S9(09)   PACKED-DECIMAL
                                                    VALUE ZEROES.

         03  PRINT-SEQU-EDIT           PIC  9(05)   VALUE ZEROES.
         03  PRINT-CNT-EDIT            PIC  9(07)   VALUE ZEROES.
         03  PRINT-PNL-EDIT            PIC  9(07)   VALUE ZEROES.
         03  PRINT-AGE-EDIT            PIC  9(05)   VALUE ZEROES.

       01  INPUT-CARD.
         03  INPUT-VERB                PIC  X(08).
         03                            PIC  X(01).
         03  INPUT-TRAN                PIC  X(04).
         03                            PIC  X(01).
         03  INPUT-DAYS                PIC  X(04).
         03  INPUT-DAYS-N  REDEFINES INPUT-DAYS
                                       PIC  9(04).
         03                            PIC  X(62).

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
           05  INV-DESC                PIC  X(40).

       01  ATRAN-TABLE-AREA.
         03  ATRAN-ENTRY               OCCURS 1000.
           05  ATRAN-CODE              PIC  X(04).

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
           AND TRANINV-OPEN
               PERFORM C00-LOAD-INVENTORY THRU C90-EXIT
                 UNTIL TRANINV-AT-END
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM D00-PROCESS-CARD THRU D90-EXIT
                 UNTIL CARDRDR-AT-END
                    OR RTC-CODE NOT = ZERO
           END-IF.

           IF  RTC-CODE = ZERO
           AND RUN-ARCHIVE
           AND ATRAN-CNT > ZERO
               PERFORM H00-CHECK-ALIASES THRU H90-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      *    THE FIRST CARD'S VERB IS THE MODE OF THE WHOLE RUN, SO IT   *
      *    IS READ BEFORE THE LEDGER START EVENT IS WRITTEN.           *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           ACCEPT TODAY-DATE           FROM DATE YYYYMMDD.
           MOVE TODAY-DATE             TO DDAY-DATE.
           PERFORM U80-DATE-TO-DAYS THRU U85-EXIT.
           MOVE DDAY-NUMBER            TO TODAY-DAYS.

           OPEN INPUT CARDRDR.
           SET  CARDRDR-OPEN           TO TRUE.
           PERFORM U10-GET-INPUT THRU U15-EXIT.
           PERFORM WITH TEST BEFORE
             UNTIL CARDRDR-AT-END
                OR INPUT-CARD > SPACES
               PERFORM U10-GET-INPUT THRU U15-EXIT
           END-PERFORM.
           IF  NOT CARDRDR-AT-END
               MOVE INPUT-VERB         TO RUN-VERB
           END-IF.

           EVALUATE TRUE
             WHEN RUN-ARCHIVE
             WHEN RUN-RESTORE
               MOVE RUN-VERB           TO LEDGER-MODE
               MOVE 'U'                TO LEDGER-UPDATE-SW
             WHEN RUN-PURGE
               MOVE RUN-VERB           TO LEDGER-MODE
             WHEN OTHER
               MOVE 'ARCHIVE '         TO LEDGER-MODE
           END-EVALUATE.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           IF  NOT RUN-ARCHIVE
           AND NOT RUN-RESTORE
           AND NOT RUN-PURGE
               DISPLAY THIS-PGM ': FIRST CONTROL CARD MUST BE '
                                'ARCHIVE, RESTORE OR PURGE'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO B15-EXIT
           END-IF.

           MOVE 2                      TO STAT-TOTL.
           MOVE 'SYHELPD'              TO VSAM-FILE(HELPD).
           MOVE LENGTH OF HELPD-KEY    TO VSAM-KEYL(HELPD).
           MOVE 'SYHELPR'              TO VSAM-FILE(HELPR).
           MOVE LENGTH OF ARC-KEY      TO VSAM-KEYL(HELPR).

           IF  NOT RUN-PURGE
               OPEN INPUT TRANINV
               IF  FILE5-STAT NOT = '00'
                   DISPLAY THIS-PGM ': FILE ERROR ON FILE TRANINV'
                                          UPON CONSOLE
                   DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                    ' STATUS = '    FILE5-STAT
                                    ' FDBK = '       FILE5-FDBK
                                          UPON CONSOLE
                   MOVE +16            TO RTC-CODE
                   GO TO B15-EXIT
               END-IF
               SET  TRANINV-OPEN       TO TRUE

               MOVE HELPD              TO VSUB
               SET  FUNC-OPEN(VSUB)    TO TRUE
               OPEN I-O SYHELPD
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               IF  RTC-CODE NOT = ZERO
                   GO TO B15-EXIT
               END-IF
               SET  SYHELPD-OPEN       TO TRUE
           END-IF.

           MOVE HELPR                  TO VSUB.
           SET  FUNC-OPEN(VSUB)        TO TRUE.
           OPEN I-O SYHELPR.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.
           IF  RTC-CODE = ZERO
               SET  SYHELPR-OPEN       TO TRUE
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

           IF  SYHELPR-OPEN
               MOVE HELPR              TO VSUB
               SET  FUNC-CLOSE(VSUB)   TO TRUE
               CLOSE SYHELPR
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               SET  SYHELPR-CLOSED     TO TRUE
           END-IF.

           IF  RTC-NORMAL
           AND (CARD-ERR-CNT > ZERO OR INV-ERR-CNT > ZERO)
               MOVE +8                 TO RTC-CODE
           END-IF.
           IF  RTC-NORMAL
           AND WARN-CNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  MODE = ' RUN-VERB
                            '  CARDS = ' CARD-CNT
                            '  IN ERROR = ' CARD-ERR-CNT
                                 UPON CONSOLE.
           DISPLAY THIS-PGM ':  TRANS = ' TRAN-CNT
                            '  RECORDS = ' MOVED-CNT
                            '  WARNINGS = ' WARN-CNT
                                 UPON CONSOLE.

           MOVE MOVED-CNT              TO LEDGER-REC-CNT.
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
      *    LOAD THE TRANSACTION INVENTORY INTO ITS TABLE               *
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
           OR  INPUT-INVENTORY NOT > SPACES
               GO TO C90-EXIT
           END-IF.

           IF  INV-IN-TRAN NOT > SPACES
           OR (INV-IN-STATUS NOT = 'A' AND INV-IN-STATUS NOT = 'R')
               ADD  1                  TO INV-ERR-CNT
               MOVE SPACES             TO HELPRPT-RECORD
               STRING 'BAD INVENTORY RECORD SKIPPED - '
                      INPUT-INVENTORY(1:56)
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
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
           MOVE INV-IN-STATUS          TO INV-STATUS(INV-CNT).
           MOVE INV-IN-TEAM            TO INV-TEAM(INV-CNT).
           MOVE INV-IN-DESC            TO INV-DESC(INV-CNT).

       C90-EXIT.
           EXIT.

      /*****************************************************************
      *    PROCESS ONE CONTROL CARD.  THE CARD IS ALREADY IN           *
      *    INPUT-CARD; THE NEXT ONE IS READ ON THE WAY OUT.            *
      ******************************************************************

       D00-PROCESS-CARD.

           IF  INPUT-CARD NOT > SPACES
               GO TO D80-NEXT-CARD
           END-IF.

           ADD  1                      TO CARD-CNT.
           SET  CARD-IS-GOOD           TO TRUE.

           IF  INPUT-VERB NOT = RUN-VERB
               MOVE 'VERB DIFFERS FROM THE FIRST CARD OF THE RUN'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO D80-NEXT-CARD
           END-IF.

           EVALUATE TRUE
             WHEN RUN-ARCHIVE
               PERFORM E00-ARCHIVE-CARD THRU E05-EXIT
             WHEN RUN-RESTORE
               PERFORM F00-RESTORE-TRAN THRU F05-EXIT
             WHEN RUN-PURGE
               PERFORM G00-PURGE-CARD THRU G05-EXIT
           END-EVALUATE.

       D80-NEXT-CARD.
           PERFORM U10-GET-INPUT THRU U15-EXIT.

       D90-EXIT.
           EXIT.

      /*****************************************************************
      *    ARCHIVE THE NAMED RETIRED TRAN, OR EVERY RETIRED TRAN       *
      ******************************************************************

       E00-ARCHIVE-CARD.

           IF  INPUT-TRAN NOT > SPACES
           OR  INPUT-TRAN = '*'
               PERFORM WITH TEST BEFORE
                 VARYING ISUB FROM 1 BY 1
                   UNTIL ISUB > INV-CNT
                      OR RTC-CODE NOT = ZERO
                   IF  INV-IS-RETIRED(ISUB)
                       MOVE ISUB       TO FOUND-SUB
                       PERFORM E10-ARCHIVE-TRAN THRU E15-EXIT
                   END-IF
               END-PERFORM
               GO TO E05-EXIT
           END-IF.

           MOVE INPUT-TRAN             TO WORK-TRAN.
           PERFORM P20-FIND-INV THRU P25-EXIT.
           IF  FOUND-SUB = ZERO
               MOVE 'TRAN IS NOT ON TRANINV - NOT ARCHIVED'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO E05-EXIT
           END-IF.
           IF  NOT INV-IS-RETIRED(FOUND-SUB)
               MOVE 'TRAN IS NOT RETIRED ON TRANINV - NOT ARCHIVED'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO E05-EXIT
           END-IF.

           PERFORM E10-ARCHIVE-TRAN THRU E15-EXIT.
           IF  RTC-CODE = ZERO
           AND TRAN-REC-CNT = ZERO
               MOVE SPACES             TO HELPRPT-RECORD
               STRING 'ARCHIVE  ' WORK-TRAN
                      ' HAS NO HELP ON SYHELPD - NOTHING TO ARCHIVE'
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       E05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    MOVE EVERY SYHELPD RECORD OF INV-TRAN(FOUND-SUB) TO THE    *
      *    ARCHIVE, THEN STAMP IT.  EACH RECORD IS WRITTEN TO SYHELPR *
      *    BEFORE IT IS DELETED FROM SYHELPD.  A RECORD ALREADY IN    *
      *    THE ARCHIVE FROM AN EARLIER RUN IS REPLACED.               *
      *----------------------------------------------------------------
       E10-ARCHIVE-TRAN.

           MOVE INV-TRAN(FOUND-SUB)    TO WORK-TRAN.
           MOVE ZEROES                 TO TRAN-REC-CNT
                                          TRAN-PANEL-CNT.
           MOVE 'ARCHIVED'             TO ACTION-WORD.

           MOVE LOW-VALUES             TO HELPD-KEY.
           MOVE WORK-TRAN              TO HELPD-TRAN.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.

           PERFORM E20-MOVE-TO-ARCHIVE THRU E25-EXIT
             UNTIL NOT STAT-NORMAL(HELPD)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE NOT = ZERO
               GO TO E15-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(HELPD)
           AND NOT STAT-EOFILE(HELPD)
           AND NOT STAT-NOTFOUND(HELPD)
               MOVE HELPD              TO VSUB
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E15-EXIT
           END-IF.

           IF  TRAN-REC-CNT = ZERO
               GO TO E15-EXIT
           END-IF.

           PERFORM E30-STAMP-TRAN THRU E35-EXIT.
           IF  RTC-CODE NOT = ZERO
               GO TO E15-EXIT
           END-IF.

           ADD  1                      TO TRAN-CNT.
           IF  ATRAN-CNT >= ATRAN-MAX
               DISPLAY THIS-PGM ': MORE THAN ' ATRAN-MAX
                                ' TRANS ARCHIVED - RAISE ATRAN-ENTRY'
                                ' OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO E15-EXIT
           END-IF.
           ADD  1                      TO ATRAN-CNT.
           MOVE WORK-TRAN              TO ATRAN-CODE(ATRAN-CNT).

           PERFORM P40-PRINT-TRAN-TOTAL THRU P45-EXIT.

       E15-EXIT.
           EXIT.

       E20-MOVE-TO-ARCHIVE.

           MOVE HELPD                  TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ SYHELPD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               GO TO E25-EXIT
           END-IF.
           IF  HELPD-TRAN NOT = WORK-TRAN
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO E25-EXIT
           END-IF.

           MOVE SYHELPD-RECORD         TO HELPDARC-RECORD.
           MOVE HELPD-RECL             TO ARC-RECL.
           MOVE HELPR                  TO VSUB.
           SET  FUNC-WRITE(VSUB)       TO TRUE.
           WRITE HELPDARC-RECORD END-WRITE.
           IF  STAT-DUPKEY(VSUB)
               SET  FUNC-REWRITE(VSUB) TO TRUE
               REWRITE HELPDARC-RECORD END-REWRITE
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE ARC-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E25-EXIT
           END-IF.

           MOVE HELPD                  TO VSUB.
           SET  FUNC-DELETE(VSUB)      TO TRUE.
           DELETE SYHELPD RECORD END-DELETE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E25-EXIT
           END-IF.

           MOVE HELPDARC-RECORD        TO SYHELPD-RECORD.
           ADD  1                      TO TRAN-REC-CNT
                                          MOVED-CNT.
           IF  HELPD-SEQU-HEADER
               ADD  1                  TO TRAN-PANEL-CNT
           END-IF.
           PERFORM P50-LIST-RECORD THRU P55-EXIT.

       E25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WRITE (OR REPLACE) THE TRAN'S ARCHIVE STAMP               *
      *----------------------------------------------------------------
       E30-STAMP-TRAN.

           MOVE SPACES                 TO HELPDARC-RECORD.
           MOVE WORK-TRAN              TO ARC-TRAN.
           SET  ARC-IS-STAMP           TO TRUE.
           MOVE SPACE                  TO ARC-LANG.
           MOVE ZERO                   TO ARC-SEQU.
           MOVE 'ARCHIVED '            TO ARC-STAMP-LEGEND.
           MOVE TODAY-DATE             TO ARC-STAMP-DATE
                                          ARC-STAMP-LAST-UPD.
           MOVE ' TRANINV STATUS '     TO ARC-STAMP-LEGEND2.
           MOVE INV-STATUS(FOUND-SUB)  TO ARC-STAMP-STATUS.
           MOVE INV-TEAM(FOUND-SUB)    TO ARC-STAMP-TEAM.
           MOVE INV-DESC(FOUND-SUB)    TO ARC-STAMP-DESC.
           COMPUTE ARC-RECL = LENGTH OF ARC-KEY
                            + LENGTH OF ARC-BODY.

           MOVE HELPR                  TO VSUB.
           SET  FUNC-WRITE(VSUB)       TO TRUE.
           WRITE HELPDARC-RECORD END-WRITE.
           IF  STAT-DUPKEY(VSUB)
               SET  FUNC-REWRITE(VSUB) TO TRUE
               REWRITE HELPDARC-RECORD END-REWRITE
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE ARC-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       E35-EXIT.
           EXIT.

      /*****************************************************************
      *    RESTORE ONE ARCHIVED TRAN TO SYHELPD                        *
      ******************************************************************

       F00-RESTORE-TRAN.

           IF  INPUT-TRAN NOT > SPACES
               MOVE 'RESTORE NEEDS A TRAN IN COLUMNS 10-13'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO F05-EXIT
           END-IF.
           MOVE INPUT-TRAN             TO WORK-TRAN.

           MOVE SPACES                 TO ARC-KEY.
           MOVE WORK-TRAN              TO ARC-TRAN.
           SET  ARC-IS-STAMP           TO TRUE.
           MOVE ZERO                   TO ARC-SEQU.
           MOVE HELPR                  TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ SYHELPR RECORD END-READ.
           IF  STAT-NOTFOUND(VSUB)
               MOVE 'TRAN IS NOT IN THE ARCHIVE - NOT RESTORED'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO F05-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE ARC-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F05-EXIT
           END-IF.

           MOVE LOW-VALUES             TO HELPD-KEY.
           MOVE WORK-TRAN              TO HELPD-TRAN.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.
           IF  STAT-NORMAL(VSUB)
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPD NEXT RECORD END-READ
           END-IF.
           IF  STAT-NORMAL(VSUB)
           AND HELPD-TRAN = WORK-TRAN
               MOVE 'SYHELPD ALREADY HAS HELP FOR THE TRAN - REFUSED'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO F05-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-EOFILE(VSUB)
           AND NOT STAT-NOTFOUND(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F05-EXIT
           END-IF.

           MOVE ZEROES                 TO TRAN-REC-CNT
                                          TRAN-PANEL-CNT.
           MOVE 'RESTORED'             TO ACTION-WORD.

           MOVE LOW-VALUES             TO ARC-KEY.
           MOVE WORK-TRAN              TO ARC-TRAN.
           MOVE HELPR                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPR KEY >= ARC-KEY END-START.

           PERFORM F20-MOVE-TO-SYHELPD THRU F25-EXIT
             UNTIL NOT STAT-NORMAL(HELPR)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE NOT = ZERO
               GO TO F05-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(HELPR)
           AND NOT STAT-EOFILE(HELPR)
           AND NOT STAT-NOTFOUND(HELPR)
               MOVE HELPR              TO VSUB
               MOVE ARC-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F05-EXIT
           END-IF.

           MOVE SPACES                 TO ARC-KEY.
           MOVE WORK-TRAN              TO ARC-TRAN.
           SET  ARC-IS-STAMP           TO TRUE.
           MOVE ZERO                   TO ARC-SEQU.
           MOVE HELPR                  TO VSUB.
           SET  FUNC-DELETE(VSUB)      TO TRUE.
           DELETE SYHELPR RECORD END-DELETE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE ARC-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F05-EXIT
           END-IF.

           ADD  1                      TO TRAN-CNT.
           PERFORM P40-PRINT-TRAN-TOTAL THRU P45-EXIT.

           PERFORM P20-FIND-INV THRU P25-EXIT.
           IF  FOUND-SUB = ZERO
           OR  INV-IS-RETIRED(FOUND-SUB)
               ADD  1                  TO WARN-CNT
               MOVE SPACES             TO HELPRPT-RECORD
               STRING 'RESTORE  ' WORK-TRAN
                      ' *** IS NOT ACTIVE ON TRANINV - THE NEXT'
                      ' ARCHIVE RUN WILL MOVE IT OUT AGAIN'
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       F05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PUT ONE ARCHIVED RECORD BACK ON SYHELPD AND DROP IT FROM   *
      *    THE ARCHIVE.  THE STAMP IS PASSED OVER AND DROPPED LAST.   *
      *----------------------------------------------------------------
       F20-MOVE-TO-SYHELPD.

           MOVE HELPR                  TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ SYHELPR NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               GO TO F25-EXIT
           END-IF.
           IF  ARC-TRAN NOT = WORK-TRAN
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO F25-EXIT
           END-IF.
           IF  ARC-IS-STAMP
               GO TO F25-EXIT
           END-IF.

           MOVE HELPDARC-RECORD        TO SYHELPD-RECORD.
           MOVE ARC-RECL               TO HELPD-RECL.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-WRITE(VSUB)       TO TRUE.
           WRITE SYHELPD-RECORD END-WRITE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F25-EXIT
           END-IF.

           MOVE HELPR                  TO VSUB.
           SET  FUNC-DELETE(VSUB)      TO TRUE.
           DELETE SYHELPR RECORD END-DELETE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE ARC-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO F25-EXIT
           END-IF.

           ADD  1                      TO TRAN-REC-CNT
                                          MOVED-CNT.
           IF  HELPD-SEQU-HEADER
               ADD  1                  TO TRAN-PANEL-CNT
           END-IF.
           PERFORM P50-LIST-RECORD THRU P55-EXIT.

       F25-EXIT.
           EXIT.

      /*****************************************************************
      *    PURGE ARCHIVED TRANS PAST THE RETENTION PERIOD              *
      ******************************************************************

       G00-PURGE-CARD.

           IF  INPUT-DAYS NOT NUMERIC
           OR  INPUT-DAYS-N = ZERO
               MOVE 'RETENTION DAYS (COLS 15-18) MISSING OR NOT NUMERIC'
                                       TO CARD-MSG
               PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               GO TO G05-EXIT
           END-IF.
           MOVE INPUT-DAYS-N           TO RETAIN-DAYS.

           IF  INPUT-TRAN > SPACES
           AND INPUT-TRAN NOT = '*'
               MOVE INPUT-TRAN         TO WORK-TRAN
               PERFORM G10-PURGE-TRAN THRU G15-EXIT
               GO TO G05-EXIT
           END-IF.

           MOVE LOW-VALUES             TO ARC-KEY.
           MOVE HELPR                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPR KEY > ARC-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(HELPR)
                OR RTC-CODE NOT = ZERO
               MOVE HELPR              TO VSUB
               SET  FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPR NEXT RECORD END-READ
               IF  STAT-NORMAL(VSUB)
                   MOVE ARC-TRAN       TO WORK-TRAN
                   PERFORM G10-PURGE-TRAN THRU G15-EXIT
                   IF  RTC-CODE = ZERO
                       MOVE HIGH-VALUES TO ARC-KEY
                       MOVE WORK-TRAN  TO ARC-TRAN
                       MOVE HELPR      TO VSUB
                       SET  FUNC-START(VSUB) TO TRUE
                       START SYHELPR KEY > ARC-KEY END-START
                   END-IF
               END-IF
           END-PERFORM.

           IF  RTC-CODE = ZERO
           AND NOT STAT-NORMAL(HELPR)
           AND NOT STAT-EOFILE(HELPR)
           AND NOT STAT-NOTFOUND(HELPR)
               MOVE HELPR              TO VSUB
               MOVE ARC-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       G05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    JUDGE ONE ARCHIVED TRAN BY ITS STAMP AND, WHEN IT IS OLDER *
      *    THAN THE RETENTION PERIOD, DELETE ALL OF ITS RECORDS       *
      *----------------------------------------------------------------
       G10-PURGE-TRAN.

           MOVE SPACES                 TO ARC-KEY.
           MOVE WORK-TRAN              TO ARC-TRAN.
           SET  ARC-IS-STAMP           TO TRUE.
           MOVE ZERO                   TO ARC-SEQU.
           MOVE HELPR                  TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ SYHELPR RECORD END-READ.
           IF  STAT-NOTFOUND(VSUB)
               IF  INPUT-TRAN > SPACES
               AND INPUT-TRAN NOT = '*'
                   MOVE 'TRAN IS NOT IN THE ARCHIVE - NOT PURGED'
                                       TO CARD-MSG
                   PERFORM P70-PRINT-CARD-ERROR THRU P75-EXIT
               ELSE
                   ADD  1              TO WARN-CNT
                   MOVE SPACES         TO HELPRPT-RECORD
                   STRING 'PURGE    ' WORK-TRAN
                          ' *** HAS NO ARCHIVE STAMP - KEPT'
                       DELIMITED BY SIZE INTO HELPRPT-RECORD
                   END-STRING
                   PERFORM U60-PUT-REPORT THRU U65-EXIT
               END-IF
               GO TO G15-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE ARC-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO G15-EXIT
           END-IF.

           MOVE ARC-STAMP-DATE         TO DDAY-DATE.
           PERFORM U80-DATE-TO-DAYS THRU U85-EXIT.
           COMPUTE AGE-DAYS = TODAY-DAYS - DDAY-NUMBER.
           MOVE AGE-DAYS               TO PRINT-AGE-EDIT.

           IF  AGE-DAYS NOT > RETAIN-DAYS
               MOVE SPACES             TO HELPRPT-RECORD
               STRING 'KEPT     ' WORK-TRAN
                      ' ARCHIVED ' ARC-STAMP-DATE
                      ' TRANINV STATUS ' ARC-STAMP-STATUS
                      '  AGE ' PRINT-AGE-EDIT ' DAYS'
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               GO TO G15-EXIT
           END-IF.

           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'PURGED   ' WORK-TRAN
                  ' ARCHIVED ' ARC-STAMP-DATE
                  ' TRANINV STATUS ' ARC-STAMP-STATUS
                  '  AGE ' PRINT-AGE-EDIT ' DAYS'
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE ZEROES                 TO TRAN-REC-CNT
                                          TRAN-PANEL-CNT.
           MOVE 'PURGED  '             TO ACTION-WORD.

           MOVE LOW-VALUES             TO ARC-KEY.
           MOVE WORK-TRAN              TO ARC-TRAN.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPR KEY >= ARC-KEY END-START.

           PERFORM G20-PURGE-RECORD THRU G25-EXIT
             UNTIL NOT STAT-NORMAL(HELPR)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE NOT = ZERO
               GO TO G15-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(HELPR)
           AND NOT STAT-EOFILE(HELPR)
           AND NOT STAT-NOTFOUND(HELPR)
               MOVE HELPR              TO VSUB
               MOVE ARC-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO G15-EXIT
           END-IF.

           ADD  1                      TO TRAN-CNT.
           PERFORM P40-PRINT-TRAN-TOTAL THRU P45-EXIT.

       G15-EXIT.
           EXIT.

       G20-PURGE-RECORD.

           MOVE HELPR                  TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ SYHELPR NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
               GO TO G25-EXIT
           END-IF.
           IF  ARC-TRAN NOT = WORK-TRAN
               SET  STAT-EOFILE(VSUB)  TO TRUE
               GO TO G25-EXIT
           END-IF.

           MOVE HELPDARC-RECORD        TO SYHELPD-RECORD.
           SET  FUNC-DELETE(VSUB)      TO TRUE.
           DELETE SYHELPR RECORD END-DELETE.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO G25-EXIT
           END-IF.

           IF  HELPD-NAME = '$ARCHIVE'
               GO TO G25-EXIT
           END-IF.

           ADD  1                      TO TRAN-REC-CNT
                                          MOVED-CNT.
           IF  HELPD-SEQU-HEADER
               ADD  1                  TO TRAN-PANEL-CNT
           END-IF.
           PERFORM P50-LIST-RECORD THRU P55-EXIT.

       G25-EXIT.
           EXIT.

      /*****************************************************************
      *    LIST EVERY LIVE ALIAS LEFT POINTING INTO A TRAN THIS RUN    *
      *    ARCHIVED.  SUCH AN ALIAS BELONGS TO A LIVE TRAN'S TOPIC     *
      *    LIST, SO IT IS NOT MOVED - IT NO LONGER RESOLVES UNTIL THE  *
      *    TRAN IS RESTORED OR THE ALIAS IS REMOVED.                   *
      ******************************************************************

       H00-CHECK-ALIASES.

           MOVE LOW-VALUES             TO HELPD-KEY.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.

           PERFORM H10-CHECK-ONE-ALIAS THRU H15-EXIT
             UNTIL NOT STAT-NORMAL(HELPD)
                OR RTC-CODE NOT = ZERO.

           IF  RTC-CODE = ZERO
           AND NOT STAT-NORMAL(HELPD)
           AND NOT STAT-EOFILE(HELPD)
           AND NOT STAT-NOTFOUND(HELPD)
               MOVE HELPD              TO VSUB
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       H90-EXIT.
           EXIT.

       H10-CHECK-ONE-ALIAS.

           MOVE HELPD                  TO VSUB.
           SET  FUNC-READNEXT(VSUB)    TO TRUE.
           READ SYHELPD NEXT RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
           OR  NOT HELPD-IS-ALIAS
               GO TO H15-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING ASUB FROM 1 BY 1
               UNTIL ASUB > ATRAN-CNT
                  OR ATRAN-CODE(ASUB) = ALIAS-OF-TRAN
               CONTINUE
           END-PERFORM.
           IF  ASUB > ATRAN-CNT
               GO TO H15-EXIT
           END-IF.

           ADD  1                      TO WARN-CNT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'ALIAS    ' HELPD-TRAN ' ' HELPD-NAME ' ' HELPD-LANG
                  ' *** STILL POINTS AT ' ALIAS-OF-TRAN
                  ' '  ALIAS-OF-NAME
                  ', NOW ARCHIVED - IT NO LONGER RESOLVES'
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       H15-EXIT.
           EXIT.

      /*****************************************************************
      *    PERFORMED ROUTINES                                          *
      ******************************************************************

      *----------------------------------------------------------------
      *    FIND WORK-TRAN ON THE INVENTORY - FOUND-SUB ZERO IF NOT    *
      *----------------------------------------------------------------
       P20-FIND-INV.

           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING ISUB FROM 1 BY 1
               UNTIL ISUB > INV-CNT
                  OR FOUND-SUB NOT = ZERO
               IF  INV-TRAN(ISUB) = WORK-TRAN
                   MOVE ISUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

       P25-EXIT.
           EXIT.

       P40-PRINT-TRAN-TOTAL.

           MOVE TRAN-REC-CNT           TO PRINT-CNT-EDIT.
           MOVE TRAN-PANEL-CNT         TO PRINT-PNL-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING ACTION-WORD ' ' WORK-TRAN ' TOTAL '
                  PRINT-CNT-EDIT ' RECORDS, '
                  PRINT-PNL-EDIT ' PANEL HEADERS'
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P45-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LIST ONE MOVED OR PURGED RECORD FROM SYHELPD-RECORD         *
      *----------------------------------------------------------------
       P50-LIST-RECORD.

           MOVE SPACES                 TO HELPRPT-RECORD.
           EVALUATE TRUE
             WHEN HELPD-SEQU-HEADER
               STRING ACTION-WORD ' ' HELPD-TRAN ' ' HELPD-NAME ' '
                      HELPD-LANG ' HDR       ' HELPD-TABLE
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
             WHEN HELPD-IS-ALIAS
               STRING ACTION-WORD ' ' HELPD-TRAN ' ' HELPD-NAME ' '
                      HELPD-LANG ' ALIAS     ' ALIAS-OF-TRAN ' '
                      ALIAS-OF-NAME
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
             WHEN OTHER
               MOVE HELPD-SEQU         TO PRINT-SEQU-EDIT
               STRING ACTION-WORD ' ' HELPD-TRAN ' ' HELPD-NAME ' '
                      HELPD-LANG ' SEQ=' PRINT-SEQU-EDIT ' '
                      HELPD-DATA
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
           END-EVALUATE.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P55-EXIT.
           EXIT.

       P60-PRINT-TOTALS.

           MOVE CARD-CNT               TO PRINT-CNT-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING RUN-VERB ' RUN - CARDS READ = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE CARD-ERR-CNT           TO PRINT-CNT-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'CARDS IN ERROR OR REFUSED = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE TRAN-CNT               TO PRINT-CNT-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'TRANS DONE                = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE MOVED-CNT              TO PRINT-CNT-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'RECORDS MOVED OR PURGED   = ' PRINT-CNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE WARN-CNT               TO PRINT-CNT-EDIT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'WARNINGS                  = ' PRINT-CNT-EDIT
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
                  '  CARD = ' INPUT-CARD(1:18)
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
