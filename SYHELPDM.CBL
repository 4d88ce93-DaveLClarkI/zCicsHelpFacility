      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPDM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       EXPORT THE SYHELPD HELP TEXT AS A LINKED HTML
      *               SITE FOR THE INTRANET PORTAL.  RUNS NIGHTLY
      *               AFTER SYHELPDK HAS REBUILT HELPKWX.  EVERY PAGE
      *               OF THE SITE GOES TO THE ONE FLAT FILE HELPWEB
      *               (VARIABLE LENGTH TEXT LINES, FTP'D IN ASCII
      *               MODE TO THE WEB SERVER).  EACH PAGE STARTS WITH
      *               A LINE OF THE FORM
      *
      *                   <!-- PAGE FILENAME.HTML -->
      *
      *               AND RUNS UP TO THE NEXT SUCH LINE; THE WEB
      *               SERVER'S LOAD SCRIPT SPLITS THE FILE ON IT.
      *               THE PAGES ARE:
      *
      *               INDEX.HTML       CONTENTS BY TEAM AND BY TRAN.
      *               TEAM-XXXX.HTML   ONE PER OWNING TEAM IN THE
      *                                TRANINV FILE (*UNKNOWN FOR A
      *                                TRAN IT DOES NOT KNOW).
      *               TRAN-XXXX.HTML   ONE PER TRAN - ITS TOPICS AND
      *                                THE LANGUAGES EACH IS IN.
      *               T-N.HTML         ONE PER PANEL (T-N-L.HTML FOR A
      *               T-N-L.HTML       TRANSLATION).  TITLE FROM THE
      *                                HEADER TABLE, BODY FROM THE
      *                                DATA LINES WITH SHARED BLOCKS
      *                                EXPANDED AND '>' SEE ALSO LINES
      *                                MADE INTO LINKS.
      *               AZ.HTML          THE A-Z KEYWORD INDEX FROM
      *                                HELPKWX.
      *
      *               AN ALIAS GETS A PAGE OF ITS OWN THAT REDIRECTS
      *               TO THE PANEL IT RESOLVES TO.  A TOPIC THAT HAS NO
      *               TRANSLATION IN A LANGUAGE USED ELSEWHERE ON THE
      *               FILE GETS A T-N-L.HTML THAT REDIRECTS TO THE BASE
      *               PANEL, SO THE PORTAL CAN ALWAYS BUILD A LINK FROM
      *               THE USER'S LANGUAGE.  EVERY LINK IS RESOLVED THE
      *               WAY THE HELP TRANSACTION'S C30-RESOLVE-OWNER
      *               DOES IT - THE HEADER IN THE LANGUAGE ASKED FOR,
      *               ELSE AN ALIAS TO A HEADER IN THAT LANGUAGE, ELSE
      *               THE SAME TWO STEPS IN THE BASE LANGUAGE - SO THE
      *               WEB AND THE 3270 HELP ALWAYS SHOW THE SAME PANEL.
      *               A SEE ALSO LINE FOLLOWS IN THE LANGUAGE OF THE
      *               PANEL IT IS ON, AS PF5 DOES.
      *
      *               A SEE ALSO, ALIAS OR SHARED BLOCK THAT DOES NOT
      *               RESOLVE IS LISTED ON HELPRPT AND THE RUN ENDS
      *               RTC = 4.  SHARED BLOCKS ('$BLK') AND NOTICES
      *               ('$NTC') ARE NOT PAGES OF THEIR OWN.

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

           SELECT SYHELPD
               ASSIGN TO SYHELPD
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS HELPD-KEY
               FILE STATUS IS FILE1-STAT
                              FILE1-FDBK.

           SELECT HELPKWX
               ASSIGN TO HELPKWX
               ACCESS IS DYNAMIC INDEXED
               RECORD KEY IS KWX-KEY
               FILE STATUS IS FILE2-STAT
                              FILE2-FDBK.

           SELECT TRANINV
               ASSIGN TO TRANINV
               FILE STATUS IS FILE4-STAT
                              FILE4-FDBK.

           SELECT HELPWEB
               ASSIGN TO HELPWEB
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

       FD  SYHELPD
           RECORD IS VARYING IN SIZE
             FROM 80 TO 120 CHARACTERS
             DEPENDING ON HELPD-RECL.
       COPY SYHELPD.

       FD  HELPKWX.
       COPY HELPKWX.

       FD  TRANINV.
       01  TRANINV-RECORD               PIC  X(80).

       FD  HELPWEB
           RECORD IS VARYING IN SIZE
             FROM 1 TO 640 CHARACTERS
             DEPENDING ON WEB-RECL.
       01  HELPWEB-RECORD               PIC  X(640).

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPDM'.

         03  HELPD                     PIC S9(04)   BINARY VALUE 1.
         03  HELPKWX-SUB               PIC S9(04)   BINARY VALUE 2.

         03  TRANINV-SWITCH            PIC  X(01)   VALUE 'C'.
           88  TRANINV-CLOSED                       VALUE 'C'.
           88  TRANINV-AT-END                       VALUE 'E'.
           88  TRANINV-OPEN                         VALUE 'O'.
         03  HELPWEB-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPWEB-CLOSED                       VALUE 'C'.
           88  HELPWEB-OPEN                         VALUE 'O'.
         03  HELPRPT-SWITCH            PIC  X(01)   VALUE 'C'.
           88  HELPRPT-CLOSED                       VALUE 'C'.
           88  HELPRPT-OPEN                         VALUE 'O'.
         03  BROWSE-SWITCH             PIC  X(01)   VALUE 'N'.
           88  BROWSE-DONE                          VALUE 'Y'.
           88  BROWSE-NOT-DONE                      VALUE 'N'.
         03  RESOLVE-SWITCH            PIC  X(01)   VALUE 'N'.
           88  RESOLVE-OK                           VALUE 'Y'.
           88  RESOLVE-FAILED                       VALUE 'N'.
         03  VARIANT-SWITCH            PIC  X(01)   VALUE 'N'.
           88  VARIANT-FOUND                        VALUE 'Y'.
           88  VARIANT-MISSING                      VALUE 'N'.
         03  LIST-SWITCH               PIC  X(01)   VALUE 'N'.
           88  LIST-IS-OPEN                         VALUE 'Y'.
           88  LIST-IS-CLOSED                       VALUE 'N'.

         03  HELPD-RECL                PIC  9(05)   VALUE ZEROES.
         03  WEB-RECL                  PIC  9(05)   VALUE ZEROES.
         03  TODAY-DATE                PIC  X(08)   VALUE SPACES.

         03  REC-CNT                   PIC  9(07)   VALUE ZEROES.
         03  PAGE-CNT                  PIC  9(07)   VALUE ZEROES.
         03  PANEL-PAGE-CNT            PIC  9(07)   VALUE ZEROES.
         03  ALIAS-PAGE-CNT            PIC  9(07)   VALUE ZEROES.
         03  FALLBACK-PAGE-CNT         PIC  9(07)   VALUE ZEROES.
         03  CONTENTS-PAGE-CNT         PIC  9(07)   VALUE ZEROES.
         03  LINK-CNT                  PIC  9(07)   VALUE ZEROES.
         03  KEYWORD-CNT               PIC  9(07)   VALUE ZEROES.
         03  PROBLEM-CNT               PIC  9(07)   VALUE ZEROES.
         03  WEB-LINE-CNT              PIC  9(07)   VALUE ZEROES.

         03  INV-CNT                   PIC S9(04)   BINARY VALUE ZEROES.
         03  INV-MAX                   PIC S9(04)   BINARY VALUE 1000.
         03  PNL-CNT                   PIC S9(04)   BINARY VALUE ZEROES.
         03  PNL-MAX                   PIC S9(04)   BINARY VALUE 5000.
         03  LANG-CNT                  PIC S9(04)   BINARY VALUE ZEROES.
         03  LANG-MAX                  PIC S9(04)   BINARY VALUE 20.
         03  TRN-CNT                   PIC S9(04)   BINARY VALUE ZEROES.
         03  TRN-MAX                   PIC S9(04)   BINARY VALUE 1000.
         03  TEAM-CNT                  PIC S9(04)   BINARY VALUE ZEROES.
         03  TEAM-MAX                  PIC S9(04)   BINARY VALUE 200.
         03  ISUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  PSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  LSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  TSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  MSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  TOPIC-SUB                 PIC S9(04)   BINARY VALUE ZEROES.
         03  FOUND-SUB                 PIC S9(04)   BINARY VALUE ZEROES.
         03  LOW-SUB                   PIC S9(04)   BINARY VALUE ZEROES.
         03  HIGH-SUB                  PIC S9(04)   BINARY VALUE ZEROES.
         03  MID-SUB                   PIC S9(04)   BINARY VALUE ZEROES.
         03  TOPIC-FIRST               PIC S9(04)   BINARY VALUE ZEROES.
         03  TOPIC-LAST                PIC S9(04)   BINARY VALUE ZEROES.
         03  TOPIC-LINK-SUB            PIC S9(04)   BINARY VALUE ZEROES.

         03  FIND-KEY                  PIC  X(13)   VALUE SPACES.
         03  ASK-KEY.
           05  ASK-TRAN                PIC  X(04)   VALUE SPACES.
           05  ASK-NAME                PIC  X(08)   VALUE SPACES.
           05  ASK-LANG                PIC  X(01)   VALUE SPACES.
         03  OWNER-KEY.
           05  OWN-TRAN                PIC  X(04)   VALUE SPACES.
           05  OWN-NAME                PIC  X(08)   VALUE SPACES.
           05  OWN-LANG                PIC  X(01)   VALUE SPACES.
         03  WORK-LANG                 PIC  X(01)   VALUE SPACES.
         03  PG-KEY.
           05  PG-TRAN                 PIC  X(04)   VALUE SPACES.
           05  PG-NAME                 PIC  X(08)   VALUE SPACES.
           05  PG-LANG                 PIC  X(01)   VALUE SPACES.
         03  PREV-TOPIC                PIC  X(12)   VALUE LOW-VALUES.
         03  PREV-TRAN                 PIC  X(04)   VALUE LOW-VALUES.

         03  PAGE-NAME                 PIC  X(30)   VALUE SPACES.
         03  PAGE-PTR                  PIC S9(04)   BINARY VALUE ZEROES.
         03  LINK-NAME                 PIC  X(30)   VALUE SPACES.
         03  PAGE-TITLE                PIC  X(96)   VALUE SPACES.
         03  NAV-TRAN                  PIC  X(04)   VALUE SPACES.
         03  PANEL-TEAM                PIC  X(08)   VALUE SPACES.
         03  PANEL-DESC                PIC  X(40)   VALUE SPACES.
         03  TEAM-FILE                 PIC  X(08)   VALUE SPACES.
         03  LANG-SHOWN                PIC  X(04)   VALUE SPACES.
         03  LAST-WORD                 PIC  X(16)   VALUE LOW-VALUES.
         03  LAST-LETTER               PIC  X(01)   VALUE LOW-VALUES.
         03  LETTERS                   PIC  X(36)   VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.

         03  ESC-IN                    PIC  X(96)   VALUE SPACES.
         03  ESC-LEN                   PIC S9(04)   BINARY VALUE ZEROES.
         03  ESC-SUB                   PIC S9(04)   BINARY VALUE ZEROES.
         03  ESC-OUT                   PIC  X(576)  VALUE SPACES.
         03  ESC-OUT-LEN               PIC S9(04)   BINARY VALUE ZEROES.
         03  ESC-PTR                   PIC S9(04)   BINARY VALUE ZEROES.

         03  HTML-LINE                 PIC  X(640)  VALUE SPACES.
         03  HTML-PTR                  PIC S9(04)   BINARY VALUE 1.

         03  PROBLEM-KEY.
           05  PROBLEM-TRAN            PIC  X(04)   VALUE SPACES.
           05  PROBLEM-NAME            PIC  X(08)   VALUE SPACES.
           05  PROBLEM-LANG            PIC  X(01)   VALUE SPACES.
         03  PROBLEM-MSG               PIC  X(80)   VALUE SPACES.

         03  PRINT-COUNT-EDIT          PIC  Z,ZZZ,ZZ9 VALUE ZEROES.
         03  COUNT-OFF                 PIC S9(04)   BINARY VALUE ZEROES.

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
           05  INV-DESC                PIC  X(40).

      *    EVERY PANEL HEADER AND ALIAS ON SYHELPD, IN KEY ORDER, SO
      *    A LINK CAN BE RESOLVED WITHOUT GOING BACK TO THE FILE
       01  PANEL-TABLE-AREA.
         03  PNL-ENTRY                 OCCURS 5000.
           05  PNL-KEY.
             07  PNL-TRAN              PIC  X(04).
             07  PNL-NAME              PIC  X(08).
             07  PNL-LANG              PIC  X(01).
           05  PNL-TYPE                PIC  X(01).
             88  PNL-IS-HEADER                      VALUE 'H'.
             88  PNL-IS-ALIAS                       VALUE 'A'.
           05  PNL-ALIAS-TRAN          PIC  X(04).
           05  PNL-ALIAS-NAME          PIC  X(08).
           05  PNL-TITLE               PIC  X(96).

       01  LANG-TABLE-AREA.
         03  LANG-CODE                 PIC  X(01)   OCCURS 20.

       01  TRAN-TABLE-AREA.
         03  TRN-ENTRY                 OCCURS 1000.
           05  TRN-TRAN                PIC  X(04).
           05  TRN-TEAM                PIC  X(08).
           05  TRN-DESC                PIC  X(40).
           05  TRN-FIRST               PIC S9(04)   BINARY.
           05  TRN-LAST                PIC S9(04)   BINARY.
           05  TRN-TOPICS              PIC  9(05).

      *    KEPT IN TEAM ORDER AS IT IS BUILT
       01  TEAM-TABLE-AREA.
         03  TM-ENTRY                  OCCURS 200.
           05  TM-TEAM                 PIC  X(08).
           05  TM-TRANS                PIC  9(05).

       COPY RTCMAN.

       COPY VSMSTATW.

       COPY HELPDLGW.

       COPY HELPBLKW.

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
               PERFORM D00-LOAD-PANELS THRU D90-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM E00-BUILD-CONTENTS THRU E90-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM F00-WRITE-CONTENTS THRU F90-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM G00-WRITE-PANELS THRU G90-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM H00-WRITE-REDIRECTS THRU H90-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM K00-WRITE-KEYWORDS THRU K90-EXIT
           END-IF.

           IF  RTC-CODE = ZERO
               PERFORM M00-PRINT-TOTALS THRU M90-EXIT
           END-IF.

           PERFORM B20-TERMINATION THRU B25-EXIT.

           GOBACK.

      /*****************************************************************
      *    PROGRAM INITIALIZATION ROUTINE                              *
      ******************************************************************
       B10-INITIALIZATION.

           COPY BATCHINI.

           MOVE 'WEBSITE '             TO LEDGER-MODE.
           MOVE 'S'                    TO LEDGER-EVENT.
           PERFORM U70-PUT-LEDGER THRU U75-EXIT.

           ACCEPT TODAY-DATE           FROM DATE YYYYMMDD.

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
               OPEN OUTPUT HELPWEB
               IF  FILE6-STAT NOT = '00'
                   DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPWEB'
                                          UPON CONSOLE
                   DISPLAY THIS-PGM ': FUNCTION = OPEN'
                                    ' STATUS = '    FILE6-STAT
                                    ' FDBK = '       FILE6-FDBK
                                          UPON CONSOLE
                   MOVE +16            TO RTC-CODE
               ELSE
                   SET  HELPWEB-OPEN   TO TRUE
               END-IF
           END-IF.

           MOVE 2                      TO STAT-TOTL.
           MOVE 'SYHELPD'              TO VSAM-FILE(HELPD).
           MOVE LENGTH OF HELPD-KEY    TO VSAM-KEYL(HELPD).
           MOVE 'HELPKWX'              TO VSAM-FILE(HELPKWX-SUB).
           MOVE LENGTH OF KWX-KEY      TO VSAM-KEYL(HELPKWX-SUB).

           IF  RTC-CODE = ZERO
               MOVE HELPD              TO VSUB
               SET  FUNC-OPEN(VSUB)    TO TRUE
               OPEN INPUT SYHELPD
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  RTC-CODE = ZERO
               MOVE HELPKWX-SUB        TO VSUB
               SET  FUNC-OPEN(VSUB)    TO TRUE
               OPEN INPUT HELPKWX
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       B15-EXIT.
           EXIT.

      /*****************************************************************
      *    PROGRAM TERMINATION ROUTINE                                 *
      ******************************************************************
       B20-TERMINATION.

           IF  HELPWEB-OPEN
               CLOSE HELPWEB
               SET  HELPWEB-CLOSED     TO TRUE
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

           MOVE HELPD                  TO VSUB.
           SET  FUNC-CLOSE(VSUB)       TO TRUE.
           CLOSE SYHELPD.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           MOVE HELPKWX-SUB            TO VSUB.
           SET  FUNC-CLOSE(VSUB)       TO TRUE.
           CLOSE HELPKWX.
           PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK.

           IF  RTC-NORMAL
           AND PROBLEM-CNT > ZERO
               MOVE +4                 TO RTC-CODE
           END-IF.

           DISPLAY THIS-PGM ':  RECORDS READ = ' REC-CNT
                            '  PANELS = '  PANEL-PAGE-CNT
                            '  PAGES = '   PAGE-CNT
                                 UPON CONSOLE.
           DISPLAY THIS-PGM ':  LINES WRITTEN = ' WEB-LINE-CNT
                            '  PROBLEMS = ' PROBLEM-CNT
                                 UPON CONSOLE.

           MOVE PAGE-CNT               TO LEDGER-REC-CNT.
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
      *    LOAD A SHARED TEXT BLOCK WITHOUT LOSING THE BROWSE POSITION *
      ******************************************************************
       COPY HELPBLKP.

      /*****************************************************************
      *    LOAD THE TRANSACTION INVENTORY INTO ITS TABLE.  A BAD       *
      *    RECORD IS LEFT TO SYHELPDI TO REPORT AND IS SIMPLY SKIPPED. *
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
           MOVE INV-IN-DESC            TO INV-DESC(INV-CNT).

       C90-EXIT.
           EXIT.

      /*****************************************************************
      *    SWEEP SYHELPD AND TABLE EVERY PANEL HEADER AND ALIAS, PLUS  *
      *    EVERY TRANSLATION LANGUAGE IN USE.  DATA LINES ARE READ     *
      *    AGAIN, PANEL BY PANEL, WHEN THE PAGES ARE WRITTEN.          *
      ******************************************************************

       D00-LOAD-PANELS.

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
                   ADD  1              TO REC-CNT
                   IF  NOT HELPD-RESERVED-TRAN
                   AND (HELPD-SEQU-HEADER OR HELPD-IS-ALIAS)
                       PERFORM D10-ADD-PANEL THRU D15-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           IF  RTC-CODE = ZERO
           AND NOT STAT-EOFILE(VSUB)
           AND NOT STAT-NOTFOUND(VSUB)
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       D90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    TABLE ONE HEADER OR ALIAS.  THE HEADER SORTS AHEAD OF AN   *
      *    ALIAS UNDER THE SAME KEY AND WINS, AS IT DOES ONLINE.      *
      *----------------------------------------------------------------
       D10-ADD-PANEL.

           IF  PNL-CNT > ZERO
           AND PNL-KEY(PNL-CNT) = HELPD-KEY(1:13)
               GO TO D15-EXIT
           END-IF.

           IF  PNL-CNT >= PNL-MAX
               DISPLAY THIS-PGM ': MORE THAN ' PNL-MAX
                                ' PANELS - RAISE PNL-ENTRY OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO D15-EXIT
           END-IF.

           ADD  1                      TO PNL-CNT.
           MOVE HELPD-KEY(1:13)        TO PNL-KEY(PNL-CNT).
           MOVE SPACES                 TO PNL-ALIAS-TRAN(PNL-CNT)
                                          PNL-ALIAS-NAME(PNL-CNT)
                                          PNL-TITLE(PNL-CNT).
           IF  HELPD-IS-ALIAS
               SET  PNL-IS-ALIAS(PNL-CNT) TO TRUE
               MOVE ALIAS-OF-TRAN      TO PNL-ALIAS-TRAN(PNL-CNT)
               MOVE ALIAS-OF-NAME      TO PNL-ALIAS-NAME(PNL-CNT)
           ELSE
               SET  PNL-IS-HEADER(PNL-CNT) TO TRUE
               MOVE HELPD-TABLE        TO PNL-TITLE(PNL-CNT)
           END-IF.

           IF  HELPD-BASE-LANG
               GO TO D15-EXIT
           END-IF.

           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING LSUB FROM 1 BY 1
               UNTIL LSUB > LANG-CNT
                  OR FOUND-SUB > ZERO
               IF  LANG-CODE(LSUB) = HELPD-LANG
                   MOVE LSUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

           IF  FOUND-SUB = ZERO
               IF  LANG-CNT >= LANG-MAX
                   DISPLAY THIS-PGM ': MORE THAN ' LANG-MAX
                                    ' LANGUAGES - RAISE LANG-CODE '
                                    'OCCURS'
                                         UPON CONSOLE
                   MOVE +16            TO RTC-CODE
                   GO TO D15-EXIT
               END-IF
               ADD  1                  TO LANG-CNT
               MOVE HELPD-LANG         TO LANG-CODE(LANG-CNT)
           END-IF.

       D15-EXIT.
           EXIT.

      /*****************************************************************
      *    BUILD THE TRAN AND TEAM TABLES THE CONTENTS PAGES ARE       *
      *    WRITTEN FROM                                                *
      ******************************************************************

       E00-BUILD-CONTENTS.

           MOVE LOW-VALUES             TO PREV-TRAN PREV-TOPIC.

           PERFORM WITH TEST BEFORE
             VARYING PSUB FROM 1 BY 1
               UNTIL PSUB > PNL-CNT
                  OR RTC-CODE NOT = ZERO

               IF  PNL-TRAN(PSUB) NOT = PREV-TRAN
                   MOVE PNL-TRAN(PSUB) TO PREV-TRAN
                   PERFORM E10-ADD-TRAN THRU E15-EXIT
               END-IF

               IF  RTC-CODE = ZERO
                   MOVE PSUB           TO TRN-LAST(TRN-CNT)
                   IF  PNL-KEY(PSUB)(1:12) NOT = PREV-TOPIC
                       MOVE PNL-KEY(PSUB)(1:12) TO PREV-TOPIC
                       ADD  1          TO TRN-TOPICS(TRN-CNT)
                   END-IF
               END-IF
           END-PERFORM.

       E90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A NEW TRAN - LOOK UP ITS TEAM AND COUNT IT UNDER THE TEAM  *
      *----------------------------------------------------------------
       E10-ADD-TRAN.

           IF  TRN-CNT >= TRN-MAX
               DISPLAY THIS-PGM ': MORE THAN ' TRN-MAX
                                ' TRANSACTIONS - RAISE TRN-ENTRY OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO E15-EXIT
           END-IF.

           PERFORM P60-FIND-TEAM THRU P65-EXIT.

           ADD  1                      TO TRN-CNT.
           MOVE PNL-TRAN(PSUB)         TO TRN-TRAN(TRN-CNT).
           MOVE PANEL-TEAM             TO TRN-TEAM(TRN-CNT).
           MOVE PANEL-DESC             TO TRN-DESC(TRN-CNT).
           MOVE PSUB                   TO TRN-FIRST(TRN-CNT)
                                          TRN-LAST(TRN-CNT).
           MOVE ZEROES                 TO TRN-TOPICS(TRN-CNT).

           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING TSUB FROM 1 BY 1
               UNTIL TSUB > TEAM-CNT
                  OR FOUND-SUB > ZERO
               IF  TM-TEAM(TSUB) = PANEL-TEAM
                   MOVE TSUB           TO FOUND-SUB
               END-IF
           END-PERFORM.

           IF  FOUND-SUB = ZERO
               PERFORM E20-INSERT-TEAM THRU E25-EXIT
           END-IF.
           IF  FOUND-SUB > ZERO
               ADD  1                  TO TM-TRANS(FOUND-SUB)
           END-IF.

       E15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    SLOT PANEL-TEAM INTO THE TEAM TABLE IN TEAM ORDER          *
      *----------------------------------------------------------------
       E20-INSERT-TEAM.

           IF  TEAM-CNT >= TEAM-MAX
               DISPLAY THIS-PGM ': MORE THAN ' TEAM-MAX
                                ' TEAMS - RAISE TM-ENTRY OCCURS'
                                     UPON CONSOLE
               MOVE +16                TO RTC-CODE
               GO TO E25-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING TSUB FROM TEAM-CNT BY -1
               UNTIL TSUB < 1
                  OR TM-TEAM(TSUB) < PANEL-TEAM
               MOVE TM-ENTRY(TSUB)     TO TM-ENTRY(TSUB + 1)
           END-PERFORM.

           ADD  1                      TO TEAM-CNT.
           COMPUTE FOUND-SUB = TSUB + 1.
           MOVE PANEL-TEAM             TO TM-TEAM(FOUND-SUB).
           MOVE ZEROES                 TO TM-TRANS(FOUND-SUB).

       E25-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE THE CONTENTS PAGES - THE SITE INDEX, ONE PAGE PER     *
      *    TEAM AND ONE PAGE PER TRAN                                  *
      ******************************************************************

       F00-WRITE-CONTENTS.

           PERFORM F10-WRITE-INDEX THRU F15-EXIT.

           PERFORM WITH TEST BEFORE
             VARYING TSUB FROM 1 BY 1
               UNTIL TSUB > TEAM-CNT
                  OR RTC-CODE NOT = ZERO
               PERFORM F20-WRITE-TEAM-PAGE THRU F25-EXIT
           END-PERFORM.

           PERFORM WITH TEST BEFORE
             VARYING ISUB FROM 1 BY 1
               UNTIL ISUB > TRN-CNT
                  OR RTC-CODE NOT = ZERO
               PERFORM F30-WRITE-TRAN-PAGE THRU F35-EXIT
           END-PERFORM.

       F90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    INDEX.HTML - EVERY TEAM, THEN EVERY TRAN                   *
      *----------------------------------------------------------------
       F10-WRITE-INDEX.

           MOVE 'index.html'           TO PAGE-NAME.
           MOVE 'HELP CONTENTS'        TO PAGE-TITLE.
           MOVE SPACES                 TO NAV-TRAN LINK-NAME.
           PERFORM P80-PAGE-HEAD THRU P85-EXIT.
           ADD  1                      TO CONTENTS-PAGE-CNT.

           MOVE '<h1>HELP CONTENTS</h1>' TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<h2>BY TEAM</h2>'     TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<ul>'                 TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

           PERFORM WITH TEST BEFORE
             VARYING TSUB FROM 1 BY 1
               UNTIL TSUB > TEAM-CNT
               MOVE TM-TEAM(TSUB)      TO PANEL-TEAM
               PERFORM P50-TEAM-FILE THRU P55-EXIT
               MOVE TM-TRANS(TSUB)     TO PRINT-COUNT-EDIT
               PERFORM U20-COUNT-OFFSET THRU U25-EXIT
               STRING '<li><a href="team-'
                                         DELIMITED BY SIZE
                      TEAM-FILE          DELIMITED BY SPACE
                      '.html">'          DELIMITED BY SIZE
                      TM-TEAM(TSUB)      DELIMITED BY SPACE
                      '</a> ('           DELIMITED BY SIZE
                      PRINT-COUNT-EDIT(COUNT-OFF:)
                                         DELIMITED BY SIZE
                      ' TRANSACTIONS)</li>'
                                         DELIMITED BY SIZE
                   INTO HTML-LINE WITH POINTER HTML-PTR
               END-STRING
               PERFORM U40-PUT-WEB THRU U45-EXIT
           END-PERFORM.

           MOVE '</ul>'                TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<h2>BY TRANSACTION</h2>' TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<ul>'                 TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

           PERFORM WITH TEST BEFORE
             VARYING ISUB FROM 1 BY 1
               UNTIL ISUB > TRN-CNT
               PERFORM P90-TRAN-ITEM THRU P95-EXIT
           END-PERFORM.

           MOVE '</ul>'                TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           PERFORM P70-PAGE-FOOT THRU P75-EXIT.

       F15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    TEAM-XXXX.HTML - THE TRANS ONE TEAM OWNS                   *
      *----------------------------------------------------------------
       F20-WRITE-TEAM-PAGE.

           MOVE TM-TEAM(TSUB)          TO PANEL-TEAM.
           PERFORM P50-TEAM-FILE THRU P55-EXIT.
           MOVE SPACES                 TO PAGE-NAME PAGE-TITLE.
           STRING 'team-' TEAM-FILE    DELIMITED BY SPACE
                  '.html'              DELIMITED BY SIZE
               INTO PAGE-NAME
           END-STRING.
           STRING 'HELP FOR TEAM ' TM-TEAM(TSUB)
               DELIMITED BY SIZE INTO PAGE-TITLE
           END-STRING.
           MOVE SPACES                 TO NAV-TRAN LINK-NAME.
           PERFORM P80-PAGE-HEAD THRU P85-EXIT.
           ADD  1                      TO CONTENTS-PAGE-CNT.

           MOVE PAGE-TITLE             TO ESC-IN.
           PERFORM U30-ESCAPE-TEXT THRU U35-EXIT.
           STRING '<h1>' ESC-OUT(1:ESC-OUT-LEN) '</h1>'
               DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<ul>'                 TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

           PERFORM WITH TEST BEFORE
             VARYING ISUB FROM 1 BY 1
               UNTIL ISUB > TRN-CNT
               IF  TRN-TEAM(ISUB) = TM-TEAM(TSUB)
                   PERFORM P90-TRAN-ITEM THRU P95-EXIT
               END-IF
           END-PERFORM.

           MOVE '</ul>'                TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           PERFORM P70-PAGE-FOOT THRU P75-EXIT.

       F25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    TRAN-XXXX.HTML - EVERY TOPIC OF ONE TRAN, LINKED IN EACH   *
      *    LANGUAGE IT IS KEPT IN                                     *
      *----------------------------------------------------------------
       F30-WRITE-TRAN-PAGE.

           MOVE SPACES                 TO PAGE-NAME PAGE-TITLE.
           STRING 'tran-' TRN-TRAN(ISUB) DELIMITED BY SPACE
                  '.html'              DELIMITED BY SIZE
               INTO PAGE-NAME
           END-STRING.
           STRING 'HELP FOR TRANSACTION ' TRN-TRAN(ISUB)
                  '  ' TRN-DESC(ISUB)
               DELIMITED BY SIZE INTO PAGE-TITLE
           END-STRING.
           MOVE SPACES                 TO NAV-TRAN LINK-NAME.
           PERFORM P80-PAGE-HEAD THRU P85-EXIT.
           ADD  1                      TO CONTENTS-PAGE-CNT.

           MOVE PAGE-TITLE             TO ESC-IN.
           PERFORM U30-ESCAPE-TEXT THRU U35-EXIT.
           STRING '<h1>' ESC-OUT(1:ESC-OUT-LEN) '</h1>'
               DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE TRN-TEAM(ISUB)         TO PANEL-TEAM.
           PERFORM P50-TEAM-FILE THRU P55-EXIT.
           STRING '<p>OWNED BY <a href="team-'
                                         DELIMITED BY SIZE
                  TEAM-FILE              DELIMITED BY SPACE
                  '.html">'              DELIMITED BY SIZE
                  TRN-TEAM(ISUB)         DELIMITED BY SPACE
                  '</a></p>'             DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<ul>'                 TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

           MOVE TRN-FIRST(ISUB)        TO TOPIC-SUB.
           PERFORM WITH TEST BEFORE
             UNTIL TOPIC-SUB > TRN-LAST(ISUB)
                OR RTC-CODE NOT = ZERO
               MOVE TOPIC-SUB          TO PSUB
               PERFORM P30-TOPIC-RANGE THRU P35-EXIT
               PERFORM F40-TOPIC-ITEM THRU F45-EXIT
               COMPUTE TOPIC-SUB = TOPIC-LAST + 1
           END-PERFORM.

           MOVE '</ul>'                TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           PERFORM P70-PAGE-FOOT THRU P75-EXIT.

       F35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ONE TOPIC (TOPIC-FIRST THRU TOPIC-LAST) ON A TRAN PAGE.    *
      *    THE TOPIC NAME LINKS TO ITS FIRST LANGUAGE THAT RESOLVES   *
      *    (THE BASE ONE WHEN IT DOES) AND THE OTHERS FOLLOW IT.  A   *
      *    VARIANT THAT RESOLVES NOWHERE IS LEFT OFF - H00 LISTS IT.  *
      *----------------------------------------------------------------
       F40-TOPIC-ITEM.

           MOVE ZEROES                 TO TOPIC-LINK-SUB.
           PERFORM WITH TEST BEFORE
             VARYING LSUB FROM TOPIC-FIRST BY 1
               UNTIL LSUB > TOPIC-LAST
               MOVE PNL-KEY(LSUB)      TO ASK-KEY
               PERFORM P20-RESOLVE-PAGE THRU P25-EXIT
               IF  RESOLVE-OK
                   IF  TOPIC-LINK-SUB = ZERO
                       MOVE LSUB       TO TOPIC-LINK-SUB
                       PERFORM F50-TOPIC-NAME THRU F55-EXIT
                   ELSE
                       PERFORM F60-TOPIC-LANGUAGE THRU F65-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           IF  TOPIC-LINK-SUB > ZERO
               MOVE '</li>'            TO HTML-LINE
               PERFORM U40-PUT-WEB THRU U45-EXIT
           END-IF.

       F45-EXIT.
           EXIT.

       F50-TOPIC-NAME.

           MOVE PNL-TITLE(FOUND-SUB)   TO ESC-IN.
           PERFORM U30-ESCAPE-TEXT THRU U35-EXIT.
           MOVE ASK-KEY                TO PG-KEY.
           PERFORM P40-PAGE-NAME THRU P45-EXIT.
           STRING '<li><a href="'      DELIMITED BY SIZE
                  PAGE-NAME            DELIMITED BY SPACE
                  '">'                 DELIMITED BY SIZE
                  ASK-NAME             DELIMITED BY SPACE
                  '</a> '              DELIMITED BY SIZE
                  ESC-OUT(1:ESC-OUT-LEN)
                                       DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

       F55-EXIT.
           EXIT.

       F60-TOPIC-LANGUAGE.

           MOVE ASK-KEY                TO PG-KEY.
           PERFORM P40-PAGE-NAME THRU P45-EXIT.
           PERFORM P10-LANGUAGE-SHOWN THRU P15-EXIT.
           STRING ' [<a href="'        DELIMITED BY SIZE
                  PAGE-NAME            DELIMITED BY SPACE
                  '">'                 DELIMITED BY SIZE
                  LANG-SHOWN           DELIMITED BY SPACE
                  '</a>]'              DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

       F65-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE ONE PAGE FOR EVERY PANEL HEADER                       *
      ******************************************************************

       G00-WRITE-PANELS.

           PERFORM WITH TEST BEFORE
             VARYING PSUB FROM 1 BY 1
               UNTIL PSUB > PNL-CNT
                  OR RTC-CODE NOT = ZERO
               IF  PNL-IS-HEADER(PSUB)
                   PERFORM G10-WRITE-PANEL-PAGE THRU G15-EXIT
               END-IF
           END-PERFORM.

       G90-EXIT.
           EXIT.

       G10-WRITE-PANEL-PAGE.

           MOVE PNL-KEY(PSUB)          TO PG-KEY.
           PERFORM P40-PAGE-NAME THRU P45-EXIT.
           MOVE PNL-TITLE(PSUB)        TO PAGE-TITLE.
           MOVE PNL-TRAN(PSUB)         TO NAV-TRAN.
           MOVE SPACES                 TO LINK-NAME.
           PERFORM P80-PAGE-HEAD THRU P85-EXIT.
           ADD  1                      TO PANEL-PAGE-CNT.

           MOVE PAGE-TITLE             TO ESC-IN.
           PERFORM U30-ESCAPE-TEXT THRU U35-EXIT.
           STRING '<h1>' ESC-OUT(1:ESC-OUT-LEN) '</h1>'
               DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

           PERFORM P30-TOPIC-RANGE THRU P35-EXIT.
           IF  TOPIC-LAST > TOPIC-FIRST
               PERFORM G20-LANGUAGE-LINKS THRU G25-EXIT
           END-IF.

           MOVE '<pre>'                TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           PERFORM G30-PANEL-BODY THRU G35-EXIT.
           MOVE '</pre>'               TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

           PERFORM P70-PAGE-FOOT THRU P75-EXIT.

       G15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    THE LANGUAGES THIS TOPIC IS KEPT IN, EACH LINKED TO THE    *
      *    PAGE IT RESOLVES TO AND THIS ONE SHOWN IN BOLD             *
      *----------------------------------------------------------------
       G20-LANGUAGE-LINKS.

           MOVE '<p class="lang">LANGUAGE:' TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

           PERFORM WITH TEST BEFORE
             VARYING LSUB FROM TOPIC-FIRST BY 1
               UNTIL LSUB > TOPIC-LAST
               MOVE PNL-KEY(LSUB)      TO ASK-KEY PG-KEY
               PERFORM P10-LANGUAGE-SHOWN THRU P15-EXIT
               IF  LSUB = PSUB
                   STRING '<b>' LANG-SHOWN DELIMITED BY SPACE
                          '</b>'           DELIMITED BY SIZE
                       INTO HTML-LINE WITH POINTER HTML-PTR
                   END-STRING
                   PERFORM U40-PUT-WEB THRU U45-EXIT
               ELSE
                   PERFORM P20-RESOLVE-PAGE THRU P25-EXIT
                   IF  RESOLVE-OK
                       PERFORM P40-PAGE-NAME THRU P45-EXIT
                       STRING '<a href="'  DELIMITED BY SIZE
                              PAGE-NAME    DELIMITED BY SPACE
                              '">'         DELIMITED BY SIZE
                              LANG-SHOWN   DELIMITED BY SPACE
                              '</a>'       DELIMITED BY SIZE
                           INTO HTML-LINE WITH POINTER HTML-PTR
                       END-STRING
                       PERFORM U40-PUT-WEB THRU U45-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           MOVE '</p>'                 TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

       G25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    BROWSE THE PANEL'S DATA LINES ONTO THE PAGE                *
      *----------------------------------------------------------------
       G30-PANEL-BODY.

           SET  BROWSE-NOT-DONE        TO TRUE.
           MOVE PNL-KEY(PSUB)          TO HELPD-KEY(1:13).
           MOVE ZERO                   TO HELPD-SEQU.
           MOVE HELPD                  TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START SYHELPD KEY >= HELPD-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(HELPD)
                OR BROWSE-DONE
                OR RTC-CODE NOT = ZERO

               MOVE HELPD              TO VSUB
               SET FUNC-READNEXT(VSUB) TO TRUE
               READ SYHELPD NEXT RECORD END-READ

               IF  STAT-NORMAL(HELPD)
                   EVALUATE TRUE
                     WHEN HELPD-KEY(1:13) NOT = PNL-KEY(PSUB)
                       SET  BROWSE-DONE TO TRUE
                     WHEN HELPD-SEQU-HEADER
                     WHEN HELPD-IS-ALIAS
                       CONTINUE
                     WHEN HELPD-DATA(1:1) = '>'
                       PERFORM G40-SEE-ALSO-LINE THRU G45-EXIT
                     WHEN HELPD-DATA(1:1) = '&'
                       PERFORM G50-BLOCK-LINES THRU G55-EXIT
                     WHEN OTHER
                       MOVE HELPD-DATA TO ESC-IN
                       PERFORM U30-ESCAPE-TEXT THRU U35-EXIT
                       MOVE ESC-OUT(1:ESC-OUT-LEN) TO HTML-LINE
                       PERFORM U40-PUT-WEB THRU U45-EXIT
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF  RTC-CODE = ZERO
           AND NOT BROWSE-DONE
           AND NOT STAT-EOFILE(HELPD)
           AND NOT STAT-NOTFOUND(HELPD)
               MOVE HELPD              TO VSUB
               MOVE HELPD-KEY          TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

       G35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A '>' SEE ALSO LINE BECOMES A LINK TO THE PANEL IT RESOLVES*
      *    TO IN THIS PANEL'S LANGUAGE, AS PF5 WOULD FOLLOW IT.  ONE  *
      *    THAT RESOLVES NOWHERE IS SHOWN AS PLAIN TEXT AND REPORTED. *
      *----------------------------------------------------------------
       G40-SEE-ALSO-LINE.

           MOVE SPACES                 TO ESC-IN.
           MOVE 'SEE ALSO'             TO ESC-IN(1:8).
           MOVE HELPD-DATA(2:4)        TO ESC-IN(10:4).
           MOVE HELPD-DATA(7:8)        TO ESC-IN(15:8).
           MOVE HELPD-DATA(16:49)      TO ESC-IN(24:49).
           PERFORM U30-ESCAPE-TEXT THRU U35-EXIT.

           MOVE HELPD-DATA(2:4)        TO ASK-TRAN.
           MOVE HELPD-DATA(7:8)        TO ASK-NAME.
           MOVE HELPD-LANG             TO ASK-LANG.
           PERFORM P20-RESOLVE-PAGE THRU P25-EXIT.

           IF  RESOLVE-FAILED
               MOVE ESC-OUT(1:ESC-OUT-LEN) TO HTML-LINE
               PERFORM U40-PUT-WEB THRU U45-EXIT
               MOVE HELPD-KEY(1:13)    TO PROBLEM-KEY
               STRING 'SEE ALSO ' ASK-TRAN ' ' ASK-NAME
                      ' DOES NOT RESOLVE - LEFT AS PLAIN TEXT'
                   DELIMITED BY SIZE INTO PROBLEM-MSG
               END-STRING
               PERFORM P00-REPORT-PROBLEM THRU P05-EXIT
               GO TO G45-EXIT
           END-IF.

           MOVE OWNER-KEY              TO PG-KEY.
           PERFORM P40-PAGE-NAME THRU P45-EXIT.
           STRING '<a href="'          DELIMITED BY SIZE
                  PAGE-NAME            DELIMITED BY SPACE
                  '">'                 DELIMITED BY SIZE
                  ESC-OUT(1:ESC-OUT-LEN)
                                       DELIMITED BY SIZE
                  '</a>'               DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           ADD  1                      TO LINK-CNT.

       G45-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    AN '&' LINE - THE SHARED BLOCK'S LINES IN THIS PANEL'S     *
      *    LANGUAGE, ELSE THE BASE ONE.  HELPBLKP PUTS THE BROWSE     *
      *    BACK WHERE IT WAS.                                         *
      *----------------------------------------------------------------
       G50-BLOCK-LINES.

           MOVE HELPD-DATA(2:8)        TO BLOCK-NAME.
           MOVE HELPD-LANG             TO BLOCK-LANG.
           MOVE HELPD-KEY              TO BLOCK-RESUME-KEY.
           PERFORM U90-GET-BLOCK THRU U95-EXIT.

           IF  BLOCK-MISSING
               MOVE SPACES             TO ESC-IN
               STRING '(SHARED TEXT ' BLOCK-NAME ' IS NOT ON FILE)'
                   DELIMITED BY SIZE INTO ESC-IN
               END-STRING
               PERFORM U30-ESCAPE-TEXT THRU U35-EXIT
               MOVE ESC-OUT(1:ESC-OUT-LEN) TO HTML-LINE
               PERFORM U40-PUT-WEB THRU U45-EXIT
               MOVE HELPD-KEY(1:13)    TO PROBLEM-KEY
               STRING 'SHARED TEXT BLOCK ' BLOCK-NAME
                      ' IS NOT ON FILE'
                   DELIMITED BY SIZE INTO PROBLEM-MSG
               END-STRING
               PERFORM P00-REPORT-PROBLEM THRU P05-EXIT
               GO TO G55-EXIT
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING BLOCK-SUB FROM 1 BY 1
               UNTIL BLOCK-SUB > BLOCK-LINE-CNT
               MOVE BLOCK-LINE(BLOCK-SUB) TO ESC-IN
               PERFORM U30-ESCAPE-TEXT THRU U35-EXIT
               MOVE ESC-OUT(1:ESC-OUT-LEN) TO HTML-LINE
               PERFORM U40-PUT-WEB THRU U45-EXIT
           END-PERFORM.

       G55-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE THE REDIRECT PAGES - ONE PER ALIAS, AND ONE FOR EVERY *
      *    LANGUAGE IN USE THAT A TOPIC HAS NO TRANSLATION IN, EACH    *
      *    SENDING THE BROWSER TO THE PANEL THE HELP TRANSACTION WOULD *
      *    SHOW FOR IT                                                 *
      ******************************************************************

       H00-WRITE-REDIRECTS.

           MOVE 1                      TO TOPIC-SUB.
           PERFORM WITH TEST BEFORE
             UNTIL TOPIC-SUB > PNL-CNT
                OR RTC-CODE NOT = ZERO
               MOVE TOPIC-SUB          TO PSUB
               PERFORM P30-TOPIC-RANGE THRU P35-EXIT
               PERFORM H10-TOPIC-REDIRECTS THRU H15-EXIT
               COMPUTE TOPIC-SUB = TOPIC-LAST + 1
           END-PERFORM.

       H90-EXIT.
           EXIT.

       H10-TOPIC-REDIRECTS.

           PERFORM WITH TEST BEFORE
             VARYING PSUB FROM TOPIC-FIRST BY 1
               UNTIL PSUB > TOPIC-LAST
               IF  PNL-IS-ALIAS(PSUB)
                   MOVE PNL-KEY(PSUB)  TO ASK-KEY
                   PERFORM H20-REDIRECT-PAGE THRU H25-EXIT
                   IF  RESOLVE-OK
                       ADD  1          TO ALIAS-PAGE-CNT
                   ELSE
                       MOVE PNL-KEY(PSUB) TO PROBLEM-KEY
                       STRING 'ALIAS OF ' PNL-ALIAS-TRAN(PSUB) ' '
                              PNL-ALIAS-NAME(PSUB)
                              ' DOES NOT RESOLVE - NO PAGE WRITTEN'
                           DELIMITED BY SIZE INTO PROBLEM-MSG
                       END-STRING
                       PERFORM P00-REPORT-PROBLEM THRU P05-EXIT
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM WITH TEST BEFORE
             VARYING LSUB FROM 1 BY 1
               UNTIL LSUB > LANG-CNT
               SET  VARIANT-MISSING    TO TRUE
               PERFORM WITH TEST BEFORE
                 VARYING PSUB FROM TOPIC-FIRST BY 1
                   UNTIL PSUB > TOPIC-LAST
                      OR VARIANT-FOUND
                   IF  PNL-LANG(PSUB) = LANG-CODE(LSUB)
                       SET  VARIANT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF  VARIANT-MISSING
                   MOVE PNL-KEY(TOPIC-FIRST) TO ASK-KEY
                   MOVE LANG-CODE(LSUB) TO ASK-LANG
                   PERFORM H20-REDIRECT-PAGE THRU H25-EXIT
                   IF  RESOLVE-OK
                       ADD  1          TO FALLBACK-PAGE-CNT
                   END-IF
               END-IF
           END-PERFORM.

       H15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    RESOLVE ASK-KEY AND, WHEN IT RESOLVES, WRITE ITS PAGE AS A *
      *    REDIRECT TO THE OWNER PANEL'S PAGE                         *
      *----------------------------------------------------------------
       H20-REDIRECT-PAGE.

           PERFORM P20-RESOLVE-PAGE THRU P25-EXIT.
           IF  RESOLVE-FAILED
               GO TO H25-EXIT
           END-IF.

           MOVE OWNER-KEY              TO PG-KEY.
           PERFORM P40-PAGE-NAME THRU P45-EXIT.
           MOVE PAGE-NAME              TO LINK-NAME.
           MOVE PNL-TITLE(FOUND-SUB)   TO PAGE-TITLE.
           MOVE ASK-KEY                TO PG-KEY.
           PERFORM P40-PAGE-NAME THRU P45-EXIT.
           MOVE ASK-TRAN               TO NAV-TRAN.
           PERFORM P80-PAGE-HEAD THRU P85-EXIT.

           MOVE PAGE-TITLE             TO ESC-IN.
           PERFORM U30-ESCAPE-TEXT THRU U35-EXIT.
           STRING '<p>THIS HELP IS KEPT UNDER <a href="'
                                       DELIMITED BY SIZE
                  LINK-NAME            DELIMITED BY SPACE
                  '">'                 DELIMITED BY SIZE
                  ESC-OUT(1:ESC-OUT-LEN)
                                       DELIMITED BY SIZE
                  '</a></p>'           DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           PERFORM P70-PAGE-FOOT THRU P75-EXIT.

       H25-EXIT.
           EXIT.

      /*****************************************************************
      *    WRITE AZ.HTML, THE A-Z KEYWORD INDEX, FROM HELPKWX.  AN     *
      *    ENTRY WHOSE PANEL NO LONGER RESOLVES IS PASSED OVER.        *
      ******************************************************************

       K00-WRITE-KEYWORDS.

           MOVE 'az.html'              TO PAGE-NAME.
           MOVE 'HELP KEYWORD INDEX A-Z' TO PAGE-TITLE.
           MOVE SPACES                 TO NAV-TRAN LINK-NAME.
           PERFORM P80-PAGE-HEAD THRU P85-EXIT.
           ADD  1                      TO CONTENTS-PAGE-CNT.

           MOVE '<h1>HELP KEYWORD INDEX A-Z</h1>' TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<p class="az">'       TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           PERFORM WITH TEST BEFORE
             VARYING LSUB FROM 1 BY 1
               UNTIL LSUB > LENGTH OF LETTERS
               STRING '<a href="#' LETTERS(LSUB:1) '">'
                      LETTERS(LSUB:1) '</a>'
                   DELIMITED BY SIZE
                   INTO HTML-LINE WITH POINTER HTML-PTR
               END-STRING
               PERFORM U40-PUT-WEB THRU U45-EXIT
           END-PERFORM.
           MOVE '</p>'                 TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

           MOVE LOW-VALUES             TO KWX-KEY LAST-WORD
                                          LAST-LETTER.
           SET  LIST-IS-CLOSED         TO TRUE.
           MOVE HELPKWX-SUB            TO VSUB.
           SET  FUNC-START(VSUB)       TO TRUE.
           START HELPKWX KEY >= KWX-KEY END-START.

           PERFORM WITH TEST BEFORE
             UNTIL NOT STAT-NORMAL(VSUB)
                OR RTC-CODE NOT = ZERO

               SET FUNC-READNEXT(VSUB) TO TRUE
               READ HELPKWX NEXT RECORD END-READ

               IF  STAT-NORMAL(VSUB)
                   PERFORM K10-KEYWORD-ENTRY THRU K15-EXIT
               END-IF
           END-PERFORM.

           IF  RTC-CODE = ZERO
           AND NOT STAT-EOFILE(VSUB)
           AND NOT STAT-NOTFOUND(VSUB)
               MOVE KWX-KEY            TO VSAM-KEYD(VSUB)
               PERFORM B90-CHECK-STATUS THRU B95-EXIT-CHECK
           END-IF.

           IF  LIST-IS-OPEN
               MOVE '</dl>'            TO HTML-LINE
               PERFORM U40-PUT-WEB THRU U45-EXIT
           END-IF.
           PERFORM P70-PAGE-FOOT THRU P75-EXIT.

       K90-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ONE KEYWORD / PANEL PAIRING - A NEW LETTER HEADING AND A   *
      *    NEW WORD AS THEY CHANGE, THEN THE LINK TO THE PANEL        *
      *----------------------------------------------------------------
       K10-KEYWORD-ENTRY.

           MOVE KWX-TRAN               TO ASK-TRAN.
           MOVE KWX-NAME               TO ASK-NAME.
           MOVE KWX-LANG               TO ASK-LANG.
           PERFORM P20-RESOLVE-PAGE THRU P25-EXIT.
           IF  RESOLVE-FAILED
               GO TO K15-EXIT
           END-IF.

           IF  KWX-WORD(1:1) NOT = LAST-LETTER
               MOVE KWX-WORD(1:1)      TO LAST-LETTER
               IF  LIST-IS-OPEN
                   MOVE '</dl>'        TO HTML-LINE
                   PERFORM U40-PUT-WEB THRU U45-EXIT
               END-IF
               STRING '<h2 id="' LAST-LETTER '">' LAST-LETTER '</h2>'
                   DELIMITED BY SIZE
                   INTO HTML-LINE WITH POINTER HTML-PTR
               END-STRING
               PERFORM U40-PUT-WEB THRU U45-EXIT
               MOVE '<dl>'             TO HTML-LINE
               PERFORM U40-PUT-WEB THRU U45-EXIT
               SET  LIST-IS-OPEN       TO TRUE
           END-IF.

           IF  KWX-WORD NOT = LAST-WORD
               MOVE KWX-WORD           TO LAST-WORD
               STRING '<dt>' KWX-WORD  DELIMITED BY SPACE
                      '</dt>'          DELIMITED BY SIZE
                   INTO HTML-LINE WITH POINTER HTML-PTR
               END-STRING
               PERFORM U40-PUT-WEB THRU U45-EXIT
           END-IF.

           MOVE PNL-TITLE(FOUND-SUB)   TO ESC-IN.
           PERFORM U30-ESCAPE-TEXT THRU U35-EXIT.
           MOVE OWNER-KEY              TO PG-KEY.
           PERFORM P40-PAGE-NAME THRU P45-EXIT.
           STRING '<dd><a href="'      DELIMITED BY SIZE
                  PAGE-NAME            DELIMITED BY SPACE
                  '">'                 DELIMITED BY SIZE
                  ESC-OUT(1:ESC-OUT-LEN)
                                       DELIMITED BY SIZE
                  '</a></dd>'          DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           ADD  1                      TO KEYWORD-CNT.

       K15-EXIT.
           EXIT.

      /*****************************************************************
      *    PRINT THE RUN TOTALS AT THE FOOT OF HELPRPT                 *
      ******************************************************************

       M00-PRINT-TOTALS.

           IF  PROBLEM-CNT = ZERO
               PERFORM P08-PRINT-HEADING THRU P09-EXIT
               MOVE 'NO PROBLEMS FOUND'  TO HELPRPT-RECORD
               PERFORM U60-PUT-REPORT THRU U65-EXIT
           END-IF.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

           MOVE PANEL-PAGE-CNT         TO PRINT-COUNT-EDIT.
           STRING 'PANEL PAGES WRITTEN        ' PRINT-COUNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE ALIAS-PAGE-CNT         TO PRINT-COUNT-EDIT.
           STRING 'ALIAS REDIRECT PAGES       ' PRINT-COUNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE FALLBACK-PAGE-CNT      TO PRINT-COUNT-EDIT.
           STRING 'LANGUAGE FALLBACK PAGES    ' PRINT-COUNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE CONTENTS-PAGE-CNT      TO PRINT-COUNT-EDIT.
           STRING 'CONTENTS AND INDEX PAGES   ' PRINT-COUNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE PAGE-CNT               TO PRINT-COUNT-EDIT.
           STRING 'TOTAL PAGES                ' PRINT-COUNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE LINK-CNT               TO PRINT-COUNT-EDIT.
           STRING 'SEE ALSO LINKS             ' PRINT-COUNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE KEYWORD-CNT            TO PRINT-COUNT-EDIT.
           STRING 'KEYWORD INDEX ENTRIES      ' PRINT-COUNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE PROBLEM-CNT            TO PRINT-COUNT-EDIT.
           STRING 'PROBLEMS LISTED            ' PRINT-COUNT-EDIT
               DELIMITED BY SIZE INTO HELPRPT-RECORD
           END-STRING.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       M90-EXIT.
           EXIT.

      /*****************************************************************
      *    COMMON ROUTINES                                             *
      ******************************************************************

      *----------------------------------------------------------------
      *    LIST ONE PROBLEM (PROBLEM-KEY, PROBLEM-MSG) ON HELPRPT     *
      *----------------------------------------------------------------
       P00-REPORT-PROBLEM.

           IF  PROBLEM-CNT = ZERO
               PERFORM P08-PRINT-HEADING THRU P09-EXIT
           END-IF.
           ADD  1                      TO PROBLEM-CNT.

           MOVE PROBLEM-TRAN           TO HELPRPT-RECORD(1:4).
           MOVE PROBLEM-NAME           TO HELPRPT-RECORD(6:8).
           MOVE PROBLEM-LANG           TO HELPRPT-RECORD(15:1).
           MOVE PROBLEM-MSG            TO HELPRPT-RECORD(18:80).
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE SPACES                 TO PROBLEM-MSG.

       P05-EXIT.
           EXIT.

       P08-PRINT-HEADING.

           MOVE THIS-PGM               TO HELPRPT-RECORD(1:8).
           MOVE 'HELP WEB SITE EXPORT' TO HELPRPT-RECORD(11:20).
           MOVE 'RUN DATE'             TO HELPRPT-RECORD(40:8).
           MOVE TODAY-DATE             TO HELPRPT-RECORD(49:8).
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE 'TRAN NAME     L  PROBLEM' TO HELPRPT-RECORD.
           PERFORM U60-PUT-REPORT THRU U65-EXIT.
           MOVE ALL '-'                TO HELPRPT-RECORD(1:97).
           PERFORM U60-PUT-REPORT THRU U65-EXIT.

       P09-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    THE LANGUAGE OF PG-KEY AS SHOWN IN A LINK                  *
      *----------------------------------------------------------------
       P10-LANGUAGE-SHOWN.

           IF  PG-LANG = SPACE
               MOVE 'BASE'             TO LANG-SHOWN
           ELSE
               MOVE PG-LANG            TO LANG-SHOWN
           END-IF.

       P15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    RESOLVE ASK-KEY TO THE PANEL THE HELP TRANSACTION WOULD    *
      *    SHOW FOR IT, THE SAME WAY SYHELPOV C30-RESOLVE-OWNER DOES, *
      *    RETRYING IN THE BASE LANGUAGE WHEN THE ONE ASKED FOR FAILS.*
      *    ON RESOLVE-OK, OWNER-KEY IS THE PANEL AND FOUND-SUB ITS    *
      *    HEADER'S ENTRY.                                            *
      *----------------------------------------------------------------
       P20-RESOLVE-PAGE.

           MOVE ASK-LANG               TO WORK-LANG.
           PERFORM P26-RESOLVE-OWNER THRU P27-EXIT.

           IF  RESOLVE-FAILED
           AND WORK-LANG NOT = SPACE
               MOVE SPACE              TO WORK-LANG
               PERFORM P26-RESOLVE-OWNER THRU P27-EXIT
           END-IF.

       P25-EXIT.
           EXIT.

       P26-RESOLVE-OWNER.

           SET  RESOLVE-FAILED         TO TRUE.
           MOVE ASK-TRAN               TO OWN-TRAN.
           MOVE ASK-NAME               TO OWN-NAME.
           MOVE WORK-LANG              TO OWN-LANG.

           MOVE OWNER-KEY              TO FIND-KEY.
           PERFORM P28-FIND-PANEL THRU P29-EXIT.
           IF  FOUND-SUB = ZERO
               GO TO P27-EXIT
           END-IF.
           IF  PNL-IS-HEADER(FOUND-SUB)
               SET  RESOLVE-OK         TO TRUE
               GO TO P27-EXIT
           END-IF.

      *    AN ALIAS RESOLVES TO ITS TARGET'S HEADER IN THE SAME
      *    LANGUAGE - IT DOES NOT CHAIN TO ANOTHER ALIAS
           MOVE PNL-ALIAS-TRAN(FOUND-SUB) TO OWN-TRAN.
           MOVE PNL-ALIAS-NAME(FOUND-SUB) TO OWN-NAME.
           MOVE OWNER-KEY              TO FIND-KEY.
           PERFORM P28-FIND-PANEL THRU P29-EXIT.
           IF  FOUND-SUB > ZERO
           AND PNL-IS-HEADER(FOUND-SUB)
               SET  RESOLVE-OK         TO TRUE
           END-IF.

       P27-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    BINARY SEARCH OF THE PANEL TABLE FOR FIND-KEY.  FOUND-SUB  *
      *    IS ITS ENTRY, OR ZERO.                                     *
      *----------------------------------------------------------------
       P28-FIND-PANEL.

           MOVE ZEROES                 TO FOUND-SUB.
           MOVE 1                      TO LOW-SUB.
           MOVE PNL-CNT                TO HIGH-SUB.

           PERFORM WITH TEST BEFORE
             UNTIL LOW-SUB > HIGH-SUB
                OR FOUND-SUB > ZERO
               COMPUTE MID-SUB = (LOW-SUB + HIGH-SUB) / 2
               EVALUATE TRUE
                 WHEN PNL-KEY(MID-SUB) = FIND-KEY
                   MOVE MID-SUB        TO FOUND-SUB
                 WHEN PNL-KEY(MID-SUB) < FIND-KEY
                   COMPUTE LOW-SUB = MID-SUB + 1
                 WHEN OTHER
                   COMPUTE HIGH-SUB = MID-SUB - 1
               END-EVALUATE
           END-PERFORM.

       P29-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    TOPIC-FIRST THRU TOPIC-LAST - THE ENTRIES FROM PSUB ON     *
      *    (BACK TO THE FIRST) SHARING ITS TRAN AND NAME              *
      *----------------------------------------------------------------
       P30-TOPIC-RANGE.

           MOVE PSUB                   TO TOPIC-FIRST TOPIC-LAST.

           PERFORM WITH TEST BEFORE
             UNTIL TOPIC-FIRST < 2
                OR PNL-KEY(TOPIC-FIRST - 1)(1:12)
                       NOT = PNL-KEY(PSUB)(1:12)
               SUBTRACT 1              FROM TOPIC-FIRST
           END-PERFORM.

           PERFORM WITH TEST BEFORE
             UNTIL TOPIC-LAST >= PNL-CNT
                OR PNL-KEY(TOPIC-LAST + 1)(1:12)
                       NOT = PNL-KEY(PSUB)(1:12)
               ADD  1                  TO TOPIC-LAST
           END-PERFORM.

       P35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PAGE-NAME FOR THE PANEL PG-KEY - TRAN-NAME.HTML, OR        *
      *    TRAN-NAME-L.HTML FOR A TRANSLATION                         *
      *----------------------------------------------------------------
       P40-PAGE-NAME.

           MOVE SPACES                 TO PAGE-NAME.
           MOVE 1                      TO PAGE-PTR.
           STRING PG-TRAN              DELIMITED BY SPACE
                  '-'                  DELIMITED BY SIZE
                  PG-NAME              DELIMITED BY SPACE
               INTO PAGE-NAME WITH POINTER PAGE-PTR
           END-STRING.
           IF  PG-LANG NOT = SPACE
               STRING '-' PG-LANG
                   DELIMITED BY SIZE
                   INTO PAGE-NAME WITH POINTER PAGE-PTR
               END-STRING
           END-IF.
           STRING '.html'              DELIMITED BY SIZE
               INTO PAGE-NAME WITH POINTER PAGE-PTR
           END-STRING.

       P45-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    TEAM-FILE - PANEL-TEAM AS USED IN A PAGE NAME (*UNKNOWN    *
      *    LOSES ITS ASTERISK)                                        *
      *----------------------------------------------------------------
       P50-TEAM-FILE.

           IF  PANEL-TEAM(1:1) = '*'
               MOVE PANEL-TEAM(2:7)    TO TEAM-FILE
           ELSE
               MOVE PANEL-TEAM         TO TEAM-FILE
           END-IF.

       P55-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PANEL-TEAM AND PANEL-DESC FOR PNL-TRAN(PSUB) FROM THE      *
      *    INVENTORY - *UNKNOWN WHEN THE INVENTORY DOES NOT KNOW IT   *
      *----------------------------------------------------------------
       P60-FIND-TEAM.

           MOVE '*UNKNOWN'             TO PANEL-TEAM.
           MOVE SPACES                 TO PANEL-DESC.
           MOVE ZEROES                 TO FOUND-SUB.
           PERFORM WITH TEST BEFORE
             VARYING MSUB FROM 1 BY 1
               UNTIL MSUB > INV-CNT
                  OR FOUND-SUB > ZERO
               IF  INV-TRAN(MSUB) = PNL-TRAN(PSUB)
                   MOVE MSUB           TO FOUND-SUB
                   MOVE INV-TEAM(MSUB) TO PANEL-TEAM
                   MOVE INV-DESC(MSUB) TO PANEL-DESC
               END-IF
           END-PERFORM.

       P65-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    CLOSE OFF A PAGE                                           *
      *----------------------------------------------------------------
       P70-PAGE-FOOT.

           STRING '<p class="stamp">FROM SYHELPD ON '
                  TODAY-DATE(1:4) '-' TODAY-DATE(5:2) '-'
                  TODAY-DATE(7:2) '</p>'
               DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '</body>'              TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '</html>'              TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

       P75-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    START A PAGE - THE SPLIT LINE NAMING IT (PAGE-NAME), THE   *
      *    HEAD WITH ITS TITLE (PAGE-TITLE) AND THE NAVIGATION LINE,  *
      *    WHICH ALSO LINKS TO NAV-TRAN'S PAGE WHEN ONE IS GIVEN.  A  *
      *    LINK-NAME MAKES IT A REDIRECT TO THAT PAGE.                *
      *----------------------------------------------------------------
       P80-PAGE-HEAD.

           STRING '<!-- PAGE '         DELIMITED BY SIZE
                  PAGE-NAME            DELIMITED BY SPACE
                  ' -->'               DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           ADD  1                      TO PAGE-CNT.

           MOVE '<!DOCTYPE html>'      TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<html>'               TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<head>'               TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<meta charset="iso-8859-1">' TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

           IF  LINK-NAME NOT = SPACES
               STRING '<meta http-equiv="refresh" content="0; url='
                                       DELIMITED BY SIZE
                      LINK-NAME        DELIMITED BY SPACE
                      '">'             DELIMITED BY SIZE
                   INTO HTML-LINE WITH POINTER HTML-PTR
               END-STRING
               PERFORM U40-PUT-WEB THRU U45-EXIT
           END-IF.

           MOVE PAGE-TITLE             TO ESC-IN.
           PERFORM U30-ESCAPE-TEXT THRU U35-EXIT.
           STRING '<title>' ESC-OUT(1:ESC-OUT-LEN) '</title>'
               DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '</head>'              TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.
           MOVE '<body>'               TO HTML-LINE.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

           STRING '<p class="nav"><a href="index.html">CONTENTS</a>'
                  ' | <a href="az.html">A-Z INDEX</a>'
               DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           IF  NAV-TRAN NOT = SPACES
               STRING ' | <a href="tran-' DELIMITED BY SIZE
                      NAV-TRAN         DELIMITED BY SPACE
                      '.html">TRANSACTION ' DELIMITED BY SIZE
                      NAV-TRAN         DELIMITED BY SPACE
                      '</a>'           DELIMITED BY SIZE
                   INTO HTML-LINE WITH POINTER HTML-PTR
               END-STRING
           END-IF.
           STRING '</p>'               DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

       P85-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ONE TRAN (ISUB) AS A LIST ITEM LINKED TO ITS TRAN PAGE     *
      *----------------------------------------------------------------
       P90-TRAN-ITEM.

           MOVE TRN-DESC(ISUB)         TO ESC-IN.
           PERFORM U30-ESCAPE-TEXT THRU U35-EXIT.
           MOVE TRN-TOPICS(ISUB)       TO PRINT-COUNT-EDIT.
           PERFORM U20-COUNT-OFFSET THRU U25-EXIT.
           STRING '<li><a href="tran-' DELIMITED BY SIZE
                  TRN-TRAN(ISUB)       DELIMITED BY SPACE
                  '.html">'            DELIMITED BY SIZE
                  TRN-TRAN(ISUB)       DELIMITED BY SPACE
                  '</a> '              DELIMITED BY SIZE
                  ESC-OUT(1:ESC-OUT-LEN)
                                       DELIMITED BY SIZE
                  ' ('                 DELIMITED BY SIZE
                  PRINT-COUNT-EDIT(COUNT-OFF:)
                                       DELIMITED BY SIZE
                  ' TOPICS)</li>'      DELIMITED BY SIZE
               INTO HTML-LINE WITH POINTER HTML-PTR
           END-STRING.
           PERFORM U40-PUT-WEB THRU U45-EXIT.

       P95-EXIT.
           EXIT.

      /*****************************************************************
      *    SHARED UTILITY ROUTINES                                     *
      ******************************************************************

      *----------------------------------------------------------------
      *    COUNT-OFF - WHERE THE FIGURE IN PRINT-COUNT-EDIT STARTS    *
      *----------------------------------------------------------------
       U20-COUNT-OFFSET.

           MOVE ZEROES                 TO COUNT-OFF.
           INSPECT PRINT-COUNT-EDIT TALLYING COUNT-OFF
                                    FOR LEADING SPACES.
           ADD  1                      TO COUNT-OFF.

       U25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ESC-IN, TRAILING SPACES DROPPED, AS HTML TEXT IN           *
      *    ESC-OUT(1:ESC-OUT-LEN) - THE MARKUP CHARACTERS ARE TURNED  *
      *    INTO THEIR ENTITIES.  NEVER SHORTER THAN ONE BYTE.         *
      *----------------------------------------------------------------
       U30-ESCAPE-TEXT.

           PERFORM WITH TEST BEFORE
             VARYING ESC-LEN FROM LENGTH OF ESC-IN BY -1
               UNTIL ESC-LEN < 1
                  OR ESC-IN(ESC-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           MOVE SPACES                 TO ESC-OUT.
           MOVE 1                      TO ESC-PTR.

           PERFORM WITH TEST BEFORE
             VARYING ESC-SUB FROM 1 BY 1
               UNTIL ESC-SUB > ESC-LEN
               EVALUATE ESC-IN(ESC-SUB:1)
                 WHEN '&'
                   STRING '&amp;' DELIMITED BY SIZE
                       INTO ESC-OUT WITH POINTER ESC-PTR
                   END-STRING
                 WHEN '<'
                   STRING '&lt;'  DELIMITED BY SIZE
                       INTO ESC-OUT WITH POINTER ESC-PTR
                   END-STRING
                 WHEN '>'
                   STRING '&gt;'  DELIMITED BY SIZE
                       INTO ESC-OUT WITH POINTER ESC-PTR
                   END-STRING
                 WHEN '"'
                   STRING '&quot;' DELIMITED BY SIZE
                       INTO ESC-OUT WITH POINTER ESC-PTR
                   END-STRING
                 WHEN OTHER
                   MOVE ESC-IN(ESC-SUB:1) TO ESC-OUT(ESC-PTR:1)
                   ADD  1              TO ESC-PTR
               END-EVALUATE
           END-PERFORM.

           COMPUTE ESC-OUT-LEN = ESC-PTR - 1.
           IF  ESC-OUT-LEN < 1
               MOVE 1                  TO ESC-OUT-LEN
           END-IF.

       U35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WRITE HTML-LINE TO HELPWEB WITHOUT ITS TRAILING SPACES,    *
      *    THEN CLEAR IT FOR THE NEXT LINE                            *
      *----------------------------------------------------------------
       U40-PUT-WEB.

           PERFORM WITH TEST BEFORE
             VARYING WEB-RECL FROM LENGTH OF HTML-LINE BY -1
               UNTIL WEB-RECL < 2
                  OR HTML-LINE(WEB-RECL:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           MOVE HTML-LINE              TO HELPWEB-RECORD.
           WRITE HELPWEB-RECORD END-WRITE.
           IF  FILE6-STAT NOT = '00'
               DISPLAY THIS-PGM ': FILE ERROR ON FILE HELPWEB'
                                      UPON CONSOLE
               DISPLAY THIS-PGM ': FUNCTION = WRITE'
                                ' STATUS = '    FILE6-STAT
                                ' FDBK = '       FILE6-FDBK
                                      UPON CONSOLE
               MOVE +16                TO RTC-CODE
           ELSE
               ADD  1                  TO WEB-LINE-CNT
           END-IF.

           MOVE SPACES                 TO HTML-LINE.
           MOVE 1                      TO HTML-PTR.

       U45-EXIT.
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
