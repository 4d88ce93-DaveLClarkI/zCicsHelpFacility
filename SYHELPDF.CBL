      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDF.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       FIELD HELP CROSS-REFERENCE MAINTENANCE AND
      *               INTEGRITY REPORT.  THE SYHELPF CLUSTER (HELPFXR
      *               LAYOUT) TELLS SYHELPOV WHICH SYHELPD PANEL GOES
      *               WITH EACH FIELD OF AN APPLICATION MAP, SO A
      *               CALLER NEED ONLY PASS ITS MAPSET, MAP AND
      *               CURSOR POSITION.  CONTROL CARDS, IF ANY, ARE
      *               APPLIED FIRST:
      *
      *               COLS  1-8   VERB - ADD (ADD OR REPLACE) OR DELETE
      *               COLS 10-17  MAPSET       COLS 19-26  MAP
      *               COLS 28-35  FIELD NAME (BLANK = THE MAP'S OWN
      *                           SCREEN-LEVEL ENTRY)
      *               COLS 37-39  ROW          COLS 41-43  COLUMN
      *               COLS 45-47  LENGTH  (FIELD ENTRIES ON ADD - THE
      *                           FIELD'S POS= AND LENGTH= FROM THE
      *                           BMS SOURCE, COLUMN PAST THE
      *                           ATTRIBUTE BYTE)
      *               COLS 49-52  PANEL TRAN   COLS 54-61  PANEL NAME
      *                           (BOTH BLANK ON ADD = A FIELD KNOWN
      *                           TO HAVE NO HELP YET)
      *
      *               THEN THE WHOLE CROSS-REFERENCE IS CHECKED AND
      *               REPORTED ON HELPRPT IN TWO SECTIONS:
      *
      *               1. ENTRIES WHOSE PANEL IS NOT ON SYHELPD (NO
      *                  BASE LANGUAGE HEADER OR ALIAS) - SYHELPOV
      *                  SKIPS THEM AND FALLS BACK.
      *               2. MAPS WITH FIELDS THAT HAVE NO PANEL OF THEIR
      *                  OWN, EACH SHOWING THE SCREEN-LEVEL PANEL IT
      *                  FALLS BACK TO, OR FLAGGED AS HAVING NO HELP
      *                  AT ALL WHEN THE MAP HAS NONE EITHER.
      *
      *               ENDS RTC = 8 WHEN A CARD WAS IN ERROR, ELSE
      *               RTC = 4 WHEN EITHER SECTION LISTED ANYTHING.

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

           SELECT SYHELPF
               ASSIGN TO SYHELPF
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS FXR-KEY
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

       FD  HELPRPT.
       01  HELPRPT-RECORD               PIC  X(132).

       FD  SYHELPD
           RECORD IS VARYING IN SIZE
             FROM 80 TO 120 CHARACTERS
             DEPENDING ON HELPD-RECL.
       COPY SYHELPD.

       FD  SYHELPF.
       COPY HELPFXR.

       FD  HELPDLDG.
       COPY HELPDLDG.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDF'.

         03  HELPD                     PIC S9(04)   BINARY VALUE 1.
         03  HELPF                     PIC S9(04)   BINARY VALUE 2.
         03  HELPD-RECL                PIC  9(05)   VALUE ZEROES.

         03  CARDRDR-SWITCH            PIC  X(01)   VALUE 'C'.
           88  CARDRDR-CLOSED                       VALUE 'C'.
           88  CARDRDR-AT-END                       VALUE 'E'.
           88  CARDRDR-OPEN                         VALUE 'O'.
         03  HELPRPT-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPRPT-CLOSED                       VALUE 'C'.
           88  HELPRPT-OPEN                         VALUE 'O'.
         03  CARD-ERROR-SWITCH         PIC  X(01)   VALUE 'N'.
           88  CARD-IN-ERROR                        VALUE 'Y'.
           88  CARD-IS-GOOD                         VALUE 'N'.
         03  PANEL-SWITCH              PIC  X(01)   VALUE 'N'.
           88  PANEL-ON-FILE                        VALUE 'Y'.
           88  PANEL-NOT-ON-FILE                    VALUE 'N'.
         03  MAP-SWITCH                PIC  X(01)   VALUE 'N'.
           88  MAP-HEADING-DONE                     VALUE 'Y'.
           88  MAP-HEADING-NOT-DONE                 VALUE 'N'.

         03  TODAY-DATE                PIC  X(08)   VALUE SPACES.
         03  CURR-MAP-KEY.
           05  CURR-MAPSET             PIC  X(08)   VALUE SPACES.
           05  CURR-MAP                PIC  X(08)   VALUE SPACES.
         03  CURR-SCREEN-PANEL.
           05  CURR-SCREEN-TRAN        PIC  X(04)   VALUE SPACES.
           05  CURR-SCREEN-NAME        PIC  X(08)   VALUE SPACES.

         03  CARD-CNT                  PIC  9(07)   VALUE ZEROES.
         03  ADD-CNT                   PIC  9(07)   VALUE ZEROES.
         03  REPLACE-CNT               PIC  9(07)   VALUE ZEROES.
         03  DELETE-CNT                PIC  9(07)   VALUE ZEROES.
         03  CARD-ERR-CNT              PIC  9(07)   VALUE ZEROES.
         03  XREF-CNT                  PIC  9(07)   VALUE ZEROES.
         03  BROKEN-CNT                PIC  9(07)   VALUE ZEROES.
         03  NO-PANEL-CNT              PIC  9(07)   VALUE ZEROES.
         03  NO-HELP-CNT               PIC  9(07)   VALUE ZEROES.

         03  CARD-MSG                  PIC  X(50)   VALUE SPACES.

       01  INPUT-CARD.
         03  CARD-VERB                 PIC  X(08).
         03                            PIC  X(01).
         03  CARD-MAPSET               PIC  X(08).
         03                            PIC  X(01).
         03  CARD-MAP                  PIC  X(08).
         03                            PIC  X(01).
         03  CARD-FIELD                PIC  X(08).
         03                            PIC  X(01).
         03  CARD-ROW                  PIC  X(03).
         03  CARD-ROW-N  REDEFINES CARD-ROW
                                       PIC  9(03).
         03                            PIC  X(01).
         03  CARD-COL                  PIC  X(03).
         03  CARD-COL-N  REDEFINES CARD-COL
                                       PIC  9(03).
         03                            PIC  X(01).
         03  CARD-LEN                  PIC  X(03).
         03  CARD-LEN-N  REDEFINES CARD-LEN
                                       PIC  9(03).
         03                            PIC  X(01).
         03  CARD-TRAN                 PIC  X(04).
         03                            PIC  X(01).
         03  CARD-NAME                 PIC  X(08).
         03                            PIC  X(19).

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

           IF  NOT RTC-SEVERE
               PERFORM D00-CHECK-PANELS THRU D90-EXIT
           END-IF.

           IF  NOT RTC-SEVERE
               PERFORM E00-CHECK-FIELDS THRU E90-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'FLDXREF '             TO LEDGER-MODE.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           ACCEPT TODAY-DATE           FROM DATE YYYYMMDD.

           OPEN INPUT CARDRDR.
           SET  CARDRDR-OPEN           TO TRUE.

           MOVE 2                      TO STAT-TOTL.
           MOVE 'SYHELPD'              TO VSAM-FILE(HELPD).
           MOVE LENGTH OF HELPD-KEY    TO VSAM-KEYL(HELPD).
           MOVE 'SYHELPF'              TO VSAM-FILE(HELPF).
           MOVE LENGTH OF FXR-KEY      TO VSAM-KEYL(HELPF).

           MOVE HELPD                  TO VSUB.
           SET  FUNC-OPEN(VSUB)        TO TRUE.
           OPEN INPUT SYHELPD.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-CODE = ZERO
               MOVE HELPF              TO VSUB
               SET  FUNC-OPEN(VSUB)    TO TRUE
               OPEN I-O SYHELPF
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

           MOVE HELPF                  TO VSUB.
           SET  FUNC-CLOSE(VSUB)       TO TRUE.
           CLOSE SYHELPF.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-NORMAL
           AND CARD-ERR-CNT > ZERO
               MOVE +8                 TO RTC-CODE
           END-IF.
           IF  RTC-NORMAL
           AND (BROKEN-CNT > ZERO OR NO-PANEL-CNT > ZERO)
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  CARDS = ' CARD-CNT
                            '  ADDED = ' ADD-CNT
                            '  REPLACED = ' REPLACE-CNT
                            '  DELETED = ' DELETE-CNT
                            '  IN ERROR = ' CARD-ERR-CNT
                                 UPON CONSOLE.
           DISPLAY THIS-PGM ':  ENTRIES = ' XREF-CNT
                            '  PANEL NOT ON FILE = ' BROKEN-CNT
                            '  FIELDS WITHOUT PANEL = ' NO-PANEL-CNT
                            '  NO HELP AT ALL = ' NO-HELP-CNT
                                 UPON CONSOLE.

           MOVE XREF-CNT               TO LEDGER-REC-CNT.
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
           IF  CARD-CNT = 1
               MOVE 'SYHELPF FIELD HELP CROSS-REFERENCE CARDS APPLIED --
      -             '---------------------'
                                       TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

           IF  CARD-MAPSET NOT > SPACES
           OR  CARD-MAP NOT > SPACES
               MOVE 'MAPSET/MAP MISSING' TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
               GO TO C90-EXIT
           END-IF.

           MOVE CARD-MAPSET            TO FXR-MAPSET.
           MOVE CARD-MAP               TO FXR-MAP.
           MOVE CARD-FIELD             TO FXR-FIELD.

           EVALUATE CARD-VERB
             WHEN 'ADD     '
               PERFORM C10-ADD-ENTRY THRU C15-EXIT
             WHEN 'DELETE  '
               PERFORM C20-DELETE-ENTRY THRU C25-EXIT
             WHEN OTHER
               MOVE 'VERB IS NOT ADD OR DELETE'
                                       TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
           END-EVALUATE.

       C90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ADD AN ENTRY, OR REPLACE IT WHEN THE KEY IS ALREADY THERE  *
      *----------------------------------------------------------------
       C10-ADD-ENTRY.

           IF  CARD-FIELD > SPACES
               IF  CARD-ROW-N NOT NUMERIC
               OR  CARD-COL-N NOT NUMERIC
               OR  CARD-LEN-N NOT NUMERIC
               OR  CARD-ROW-N = ZERO
               OR  CARD-COL-N = ZERO
               OR  CARD-LEN-N = ZERO
                   MOVE 'FIELD ROW/COLUMN/LENGTH NOT ALL NUMERIC > 0'
                                       TO CARD-MSG
                   PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
                   GO TO C15-EXIT
               END-IF
           END-IF.

           IF  (CARD-TRAN > SPACES AND CARD-NAME NOT > SPACES)
           OR  (CARD-NAME > SPACES AND CARD-TRAN NOT > SPACES)
               MOVE 'PANEL NEEDS BOTH TRAN AND NAME, OR NEITHER'
                                       TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
               GO TO C15-EXIT
           END-IF.

           IF  CARD-FIELD NOT > SPACES
           AND CARD-TRAN NOT > SPACES
               MOVE 'SCREEN-LEVEL ENTRY NEEDS A PANEL'
                                       TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
               GO TO C15-EXIT
           END-IF.

           MOVE HELPF                  TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ SYHELPF RECORD END-READ.
           IF  NOT STAT-NORMAL(VSUB)
           AND NOT STAT-NOTFOUND(VSUB)
               MOVE FXR-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO C15-EXIT
           END-IF.

      *    EVERYTHING PAST THE KEY IS RE-BUILT FROM THE CARD
           MOVE SPACES                 TO HELPFXR-RECORD
                                          (LENGTH OF FXR-KEY + 1:).
           IF  CARD-FIELD > SPACES
               MOVE CARD-ROW-N         TO FXR-ROW
               MOVE CARD-COL-N         TO FXR-COL
               MOVE CARD-LEN-N         TO FXR-LEN
           ELSE
               MOVE ZEROES             TO FXR-ROW FXR-COL FXR-LEN
           END-IF.
           MOVE CARD-TRAN              TO FXR-TRAN.
           MOVE CARD-NAME              TO FXR-NAME.
           MOVE TODAY-DATE             TO FXR-LAST-UPD.

           IF  STAT-NORMAL(VSUB)
               SET  FUNC-REWRITE(VSUB) TO TRUE
               REWRITE HELPFXR-RECORD END-REWRITE
               MOVE 'REPLACED'         TO CARD-MSG
           ELSE
               SET  FUNC-WRITE(VSUB)   TO TRUE
               WRITE HELPFXR-RECORD END-WRITE
               MOVE 'ADDED'            TO CARD-MSG
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE FXR-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO C15-EXIT
           END-IF.

           IF  CARD-MSG = 'ADDED'
               ADD  1                  TO ADD-CNT
           ELSE
               ADD  1                  TO REPLACE-CNT
           END-IF.
           PERFORM P60-PRINT-CARD-DONE THRU P65-EXIT.

       C15-EXIT.
           EXIT.

       C20-DELETE-ENTRY.

           MOVE HELPF                  TO VSUB.
           SET  FUNC-DELETE(VSUB)      TO TRUE.
           DELETE SYHELPF RECORD END-DELETE.
           IF  STAT-NOTFOUND(VSUB)
               MOVE 'ENTRY IS NOT ON FILE' TO CARD-MSG
               PERFORM P50-PRINT-CARD-ERROR THRU P55-EXIT
               GO TO C25-EXIT
           END-IF.
           IF  NOT STAT-NORMAL(VSUB)
               MOVE FXR-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO C25-EXIT
           END-IF.

           ADD  1                      TO DELETE-CNT.
           MOVE 'DELETED'              TO CARD-MSG.
           PERFORM P60-PRINT-CARD-DONE THRU P65-EXIT.

       C25-EXIT.
           EXIT.

      /*****************************************************************
      *    SECTION 1 - ENTRIES WHOSE PANEL IS NOT ON SYHELPD.  THE     *
      *    BASE LANGUAGE HEADER OR AN ALIAS MUST BE THERE, SINCE THAT  *
      *    IS WHAT SYHELPOV FALLS BACK TO IN EVERY LANGUAGE.           *
      ******************************************************************

       D00-CHECK-PANELS.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE 'CROSS-REFERENCE ENTRIES WHOSE PANEL IS NOT ON FILE ---
      -         '---------------------'
                                       TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE '  MAPSET   MAP      FIELD    ROW COL LEN  TRAN NAME'
                                       TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE LOW-VALUES             TO FXR-KEY.
           MOVE HELPF                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPF KEY >= FXR-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(HELPF)
                OR RTC-CODE NOT = ZERO

               MOVE HELPF              TO VSUB
               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPF NEXT RECORD END-READ

               IF  STAT-NORMAL(HELPF)
                   ADD  1              TO XREF-CNT
                   IF  FXR-TRAN > SPACES
                       PERFORM D10-CHECK-ONE-PANEL THRU D15-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO D90-EXIT
           END-IF.

           IF  NOT STAT-EOFILE(HELPF)
           AND NOT STAT-NOTFOUND(HELPF)
               MOVE HELPF              TO VSUB
               MOVE FXR-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO D90-EXIT
           END-IF.

           IF  BROKEN-CNT = ZERO
               MOVE '  (NONE)'         TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       D90-EXIT.
           EXIT.

       D10-CHECK-ONE-PANEL.

           PERFORM P70-FIND-PANEL THRU P75-EXIT.
           IF  PANEL-ON-FILE
           OR  RTC-CODE NOT = ZERO
               GO TO D15-EXIT
           END-IF.

           ADD  1                      TO BROKEN-CNT.
           PERFORM P80-FORMAT-ENTRY THRU P85-EXIT.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    SECTION 2 - MAPS WITH FIELDS THAT HAVE NO PANEL OF THEIR    *
      *    OWN.  THE MAP'S SCREEN-LEVEL ENTRY SORTS AHEAD OF ITS       *
      *    FIELDS, SO ITS PANEL IS KNOWN BEFORE THE FIELDS ARE SEEN.   *
      ******************************************************************

       E00-CHECK-FIELDS.

           MOVE SPACES                 TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE 'MAPS WITH FIELDS THAT HAVE NO HELP OF THEIR OWN ------
      -         '---------------------'
                                       TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE LOW-VALUES             TO CURR-MAP-KEY.
           MOVE LOW-VALUES             TO FXR-KEY.
           MOVE HELPF                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPF KEY >= FXR-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(HELPF)
                OR RTC-CODE NOT = ZERO

               MOVE HELPF              TO VSUB
               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPF NEXT RECORD END-READ

               IF  STAT-NORMAL(HELPF)
                   IF  FXR-MAPSET NOT = CURR-MAPSET
                   OR  FXR-MAP NOT = CURR-MAP
                       MOVE FXR-MAPSET TO CURR-MAPSET
                       MOVE FXR-MAP    TO CURR-MAP
                       MOVE SPACES     TO CURR-SCREEN-PANEL
                       SET  MAP-HEADING-NOT-DONE TO TRUE
                   END-IF
                   IF  FXR-SCREEN-LEVEL
                       MOVE FXR-PANEL  TO CURR-SCREEN-PANEL
                   ELSE
                   IF  FXR-TRAN NOT > SPACES
                       PERFORM E10-PRINT-FIELD THRU E15-EXIT
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF  RTC-CODE NOT = ZERO
               GO TO E90-EXIT
           END-IF.

           IF  NOT STAT-EOFILE(HELPF)
           AND NOT STAT-NOTFOUND(HELPF)
               MOVE HELPF              TO VSUB
               MOVE FXR-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
               GO TO E90-EXIT
           END-IF.

           IF  NO-PANEL-CNT = ZERO
               MOVE '  (NONE)'         TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           ELSE
               MOVE SPACES             TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               STRING 'TOTAL FIELDS WITHOUT A PANEL ' NO-PANEL-CNT
                      '  WITH NO HELP AT ALL ' NO-HELP-CNT
                   DELIMITED BY SIZE INTO HELPRPT-RECORD
               END-STRING
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

       E90-EXIT.
           EXIT.

       E10-PRINT-FIELD.

           IF  MAP-HEADING-NOT-DONE
               SET  MAP-HEADING-DONE   TO TRUE
               MOVE SPACES             TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
               IF  CURR-SCREEN-TRAN > SPACES
                   STRING 'MAPSET ' CURR-MAPSET '  MAP ' CURR-MAP
                          '  SCREEN-LEVEL PANEL ' CURR-SCREEN-TRAN
                          ' ' CURR-SCREEN-NAME
                       DELIMITED BY SIZE INTO HELPRPT-RECORD
                   END-STRING
               ELSE
                   STRING 'MAPSET ' CURR-MAPSET '  MAP ' CURR-MAP
                          '  *** NO SCREEN-LEVEL PANEL ***'
                       DELIMITED BY SIZE INTO HELPRPT-RECORD
                   END-STRING
               END-IF
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.

           ADD  1                      TO NO-PANEL-CNT.
           PERFORM P80-FORMAT-ENTRY THRU P85-EXIT.
           IF  CURR-SCREEN-TRAN NOT > SPACES
               ADD  1                  TO NO-HELP-CNT
               MOVE '*** NO HELP AT ALL ***'
                                       TO HELPRPT-RECORD(56:)
           ELSE
               MOVE 'FALLS BACK TO THE SCREEN PANEL'
                                       TO HELPRPT-RECORD(56:)
           END-IF.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       E15-EXIT.
           EXIT.

      /*****************************************************************
      *    PERFORMED ROUTINES                                          *
      ******************************************************************

       P50-PRINT-CARD-ERROR.

           SET  CARD-IN-ERROR          TO TRUE.
           ADD  1                      TO CARD-ERR-CNT.
           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING 'CARD SKIPPED - ' CARD-MSG
                  '  CARD = ' INPUT-CARD(1:61)
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P55-EXIT.
           EXIT.

       P60-PRINT-CARD-DONE.

           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING CARD-MSG(1:10) INPUT-CARD(1:61)
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P65-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    IS THE ENTRY'S PANEL ON SYHELPD - A BASE LANGUAGE HEADER   *
      *    OR A BASE LANGUAGE ALIAS?                                  *
      *----------------------------------------------------------------
       P70-FIND-PANEL.

           SET  PANEL-NOT-ON-FILE      TO TRUE.
           MOVE FXR-TRAN               TO HELPD-TRAN.
           MOVE FXR-NAME               TO HELPD-NAME.
           MOVE SPACE                  TO HELPD-LANG.
           MOVE ZERO                   TO HELPD-SEQU.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ SYHELPD RECORD END-READ.

           IF  STAT-NOTFOUND(VSUB)
               MOVE -1                 TO HELPD-SEQU
               READ SYHELPD RECORD END-READ
           END-IF.

           EVALUATE TRUE
             WHEN STAT-NORMAL(VSUB)
               SET  PANEL-ON-FILE      TO TRUE
             WHEN STAT-NOTFOUND(VSUB)
               CONTINUE
             WHEN OTHER
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-EVALUATE.

       P75-EXIT.
           EXIT.

       P80-FORMAT-ENTRY.

           MOVE SPACES                 TO HELPRPT-RECORD.
           STRING '  ' FXR-MAPSET ' ' FXR-MAP ' ' FXR-FIELD
                  ' ' FXR-ROW ' ' FXR-COL ' ' FXR-LEN
                  '  ' FXR-TRAN ' ' FXR-NAME
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.

       P85-EXIT.
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
