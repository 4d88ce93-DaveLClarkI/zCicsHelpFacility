      *               FALLS BACK TO THE BASE (BLANK) LANGUAGE PANEL
      *               AUTOMATICALLY; THE LANG FIELD ON THE SCREEN
      *               SHOWS WHICH LANGUAGE IS ACTUALLY DISPLAYED.
      *
      *               A CALLER THAT WANTS HELP FOR THE FIELD UNDER
      *               THE CURSOR PASSES THE HELPFCA FORM INSTEAD -
      *               THE SAME FIRST 33 BYTES WITH 'C' IN THE MODE
      *               SWITCH, FOLLOWED BY ITS MAPSET, MAP AND CURSOR
      *               POSITION - AND THE PANEL IS LOOKED UP IN THE
      *               SYHELPF FIELD CROSS-REFERENCE (HELPFXR).

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *                PF8 PAGES FORWARD, PF7 RESTARTS AT THE TOP OF
      *                THE MATCHES.  AN INDEX ENTRY WHOSE PANEL HAS
      *                GONE SINCE LAST NIGHT IS SKIPPED QUIETLY.
      * 10/15/2026 DLC ADDED SHARED TEXT BLOCKS.  A DATA LINE WHOSE
      *                FIRST BYTE IS '&' NAMES A BLOCK (BYTES 2-9)
      *                KEPT ONCE UNDER TRAN '$BLK'; THE BLOCK'S LINES
      *                ARE SHOWN IN ITS PLACE, IN THE PANEL'S LANGUAGE
      *                OR ELSE THE BASE LANGUAGE, AND MAY THEMSELVES
      *                BE SEE ALSO LINES.  A BLOCK IS NEVER SPLIT
      *                ACROSS TWO SCREENS - IF IT WILL NOT FIT BELOW
      *                WHAT IS ALREADY ON THE PAGE IT STARTS THE NEXT
      *                ONE - SO PAGING STAYS ON SEQUENCE NUMBERS AND
      *                THE COMMAREA IS UNCHANGED.
      * 10/15/2026 DLC ADDED TIME-WINDOWED NOTICES.  BEFORE THE FIRST
      *                PANEL OR TOPIC LIST FOR A TRAN, THE NOTICES
      *                KEPT UNDER TRAN '$NTC' WHOSE WINDOW IS OPEN NOW
      *                AND WHOSE TRAN PATTERN (WILDCOMP) FITS THE
      *                ASKED TRAN ARE SHOWN ON THEIR OWN SCREEN, IN
      *                THE ASKED LANGUAGE OR ELSE THE BASE ONE.  ENTER
      *                CONTINUES TO THE PANEL; PF6 DISMISSES THE
      *                NOTICES SHOWN SO THIS TERMINAL IS NOT SHOWN
      *                THEM AGAIN (TEMPORARY STORAGE QUEUE HLPN +
      *                TERMID).  A NOTICE PAST ITS THRU TIME SIMPLY
      *                STOPS SHOWING.  THE COMMAREA GREW BY THE TRAN
      *                WHOSE NOTICES WERE LAST SHOWN.
      * 10/15/2026 DLC ADDED FIELD-LEVEL HELP.  A CALLER MAY NOW XCTL
      *                WITH THE LONGER HELPFCA COMMAREA ('C' IN THE
      *                MODE BYTE) GIVING ITS MAPSET, MAP AND CURSOR
      *                POSITION (OR A FIELD NAME).  THE SYHELPF
      *                CROSS-REFERENCE NAMES THE PANEL FOR THE FIELD
      *                UNDER THE CURSOR; FAILING THAT THE MAP'S
      *                SCREEN-LEVEL PANEL, THEN THE CALLER'S OWN
      *                PANEL, THEN THE TOPIC LIST FOR THE TRAN.
      * 10/15/2026 DLC ADDED "WAS THIS HELPFUL?".  ON A DISPLAYED PANEL
      *                THE USER TYPES Y OR N (AND OPTIONALLY A ONE-
      *                LINE COMMENT) ON LINE 22 AND PRESSES PF9; THE
      *                RATING IS WRITTEN TO EXTRAPARTITION QUEUE HLPF
      *                IN THE HELPDFBK LAYOUT (ASKED AND OWNER KEYS,
      *                USERID, DATE, TOP LINE SHOWN) FOR THE SYHELPDH
      *                MONTHLY FEEDBACK REPORT, AND THE SAME PAGE IS
      *                SHOWN AGAIN.
      * 10/15/2026 DLC A PF6 DISMISSAL NOW REWRITES THE HLPN QUEUE,
      *                DROPPING NOTICES THAT ARE GONE OR PAST THEIR
      *                THRU TIME, SO IT NO LONGER FILLS UP FOR GOOD.
      *                WHEN IT IS STILL FULL THE NOTICE SCREEN SAYS SO.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  THIS-TRANID               PIC  X(04)   VALUE 'HELP'.

         03  USAGE-QUEUE               PIC  X(04)   VALUE 'HLPU'.
         03  FEEDBACK-QUEUE            PIC  X(04)   VALUE 'HLPF'.
         03  NOTICE-QUEUE.
           05  FILLER                  PIC  X(04)   VALUE 'HLPN'.
           05  NOTICE-QUEUE-TERM       PIC  X(04)   VALUE SPACES.

         03  RESP-CODE                 PIC S9(08)   COMP.

         03  USG-LEN                   PIC S9(04)   COMP VALUE ZEROES.
         03  USER-ID                   PIC  X(08)   VALUE SPACES.
         03  FBK-LEN                   PIC S9(04)   COMP VALUE ZEROES.
         03  RATE-COMMENT              PIC  X(50)   VALUE SPACES.

         03  PAGE-SIZE                 PIC S9(04)   BINARY VALUE 15.
         03  LINE-SUB                  PIC S9(04)   BINARY VALUE ZEROES.
         03  NEW-TOP-NAME              PIC  X(08)   VALUE SPACES.
         03  LIST-FIRST-NAME           PIC  X(08)   VALUE SPACES.
         03  LINE-WORK                 PIC  X(64)   VALUE SPACES.
         03  RENDER-LINE               PIC  X(64)   VALUE SPACES.
         03  BLOCK-REQID               PIC S9(04)   COMP VALUE 1.

         03  XREF-NUM                  PIC  9(02)   VALUE ZEROES.
         03  XREF-DEPTH-MAX            PIC S9(04)   BINARY VALUE 5.
         03  FIND-SKIP-KEY             PIC  X(29)   VALUE LOW-VALUES.
         03  FIND-HOLD-KEY             PIC  X(29)   VALUE LOW-VALUES.

         03  NOTICE-LEN                PIC S9(04)   COMP VALUE ZEROES.
         03  NOTICE-ITEM               PIC S9(04)   COMP VALUE ZEROES.
         03  NOTICE-SUB                PIC S9(04)   BINARY VALUE ZEROES.
         03  NOTICE-SHOWN-CNT          PIC S9(04)   BINARY VALUE ZEROES.
         03  DISMISS-CNT               PIC S9(04)   BINARY VALUE ZEROES.
         03  DISMISS-MAX               PIC S9(04)   BINARY VALUE 50.
         03  DISMISS-KEEP-CNT          PIC S9(04)   BINARY VALUE ZEROES.
         03  DISMISS-SUB               PIC S9(04)   BINARY VALUE ZEROES.
         03  DISMISS-SWITCH            PIC  X(01)   VALUE 'N'.
           88  DISMISS-LIST-FULL                    VALUE 'Y'.
           88  DISMISS-LIST-ROOM                    VALUE 'N'.
         03  NOTICE-TAKE-KEY           PIC  X(13)   VALUE SPACES.
         03  NOTICE-NOW.
           05  NOTICE-NOW-DATE         PIC  X(08)   VALUE SPACES.
           05  NOTICE-NOW-TIME         PIC  X(04)   VALUE SPACES.
         03  NOTICE-TIME-WORK          PIC  X(08)   VALUE SPACES.
         03  NOTICE-SWITCH             PIC  X(01)   VALUE 'N'.
           88  NOTICE-TAKING                        VALUE 'Y'.
           88  NOTICE-NOT-TAKING                    VALUE 'N'.

         03  FIELD-ROW                 PIC S9(04)   BINARY VALUE ZEROES.
         03  FIELD-COL                 PIC S9(04)   BINARY VALUE ZEROES.
         03  SCREEN-WIDTH              PIC S9(04)   BINARY VALUE 80.
         03  FIELD-PANEL.
           05  FIELD-PANEL-TRAN        PIC  X(04)   VALUE SPACES.
           05  FIELD-PANEL-NAME        PIC  X(08)   VALUE SPACES.
         03  SCREEN-PANEL.
           05  SCREEN-PANEL-TRAN       PIC  X(04)   VALUE SPACES.
           05  SCREEN-PANEL-NAME       PIC  X(08)   VALUE SPACES.

         03  HDR-TEXT                  PIC  X(96)   VALUE SPACES.

         03  MSG-TEXT                  PIC  X(79)   VALUE SPACES.
       01  PAGE-LINE-AREA.
           05  PAGE-LINE               PIC  X(64)   OCCURS 15.

      *    NOTICE ID + LANGUAGE OF EACH NOTICE ON THE NOTICE SCREEN,
      *    AND OF EACH NOTICE THIS TERMINAL HAS ALREADY DISMISSED.
      *    LIKE LINE-XREF-AREA, BOTH ARE REBUILT WHEN NEEDED.
       01  NOTICE-SHOWN-AREA.
           05  NOTICE-SHOWN-KEY        PIC  X(09)   OCCURS 15.
       01  DISMISS-AREA.
           05  DISMISS-KEY             PIC  X(09)   OCCURS 50.

      *    RAW SEE ALSO TARGETS FOR THE PAGE JUST BUILT, ONE SLOT PER
      *    SCREEN LINE - SPACES WHERE THE LINE IS ORDINARY TEXT.  THE
      *    PAGE IS REBUILT FROM CA-TOP-SEQU ON A PF5, SO THIS TABLE
               88  CA-HELP-SCREEN                   VALUE 'H'.
               88  CA-SELECT-SCREEN                 VALUE 'S'.
               88  CA-FIND-SCREEN                   VALUE 'F'.
               88  CA-NOTICE-SCREEN                 VALUE 'N'.
               88  CA-FRESH-REQUEST                 VALUE ' '.
      *            A CALLER'S FIELD-LEVEL REQUEST (HELPFCA FORM)
               88  CA-FIELD-REQUEST                 VALUE 'C'.
      *    EVERYTHING BELOW THE MODE SWITCH IS THIS PROGRAM'S OWN
      *    PSEUDO-CONVERSATIONAL STATE - A CALLING TRANSACTION STILL
      *    XCTLS IN WITH ONLY THE 33 BYTES ABOVE AND THE EXTENSION IS
               10  CA-FIND-WORD        PIC  X(08).
               10  CA-FIND-TOP-KEY     PIC  X(29).
               10  CA-FIND-LAST-KEY    PIC  X(29).
           05  CA-NOTICE-AREA.
               10  CA-NOTICE-TRAN      PIC  X(04).

       COPY SYHELPD.

      *    A SHARED BLOCK IS READ ON ITS OWN BROWSE (BLOCK-REQID) INTO
      *    ITS OWN RECORD AREA WHILE THE PANEL'S BROWSE IS STILL OPEN,
      *    SO THE PANEL'S POSITION AND SYHELPD-RECORD ARE UNDISTURBED.
       01  BLOCK-RECORD.
           05  BLK-KEY.
               10  BLK-TRAN             PIC  X(04).
               10  BLK-NAME             PIC  X(08).
               10  BLK-LANG             PIC  X(01).
               10  BLK-SEQU             PIC S9(05)   PACKED-DECIMAL.
           05  BLK-BODY                 PIC  X(104).
           05  BLK-DATA  REDEFINES BLK-BODY
                                        PIC  X(64).

       COPY HELPBLKW.

       COPY HELPDUSG.

       COPY HELPDFBK.

       COPY HELPKWX.

       COPY WILDCOMP.

       COPY HELPFXR.

       COPY HELPFCA.

       COPY SYHELPVS.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC  X(382).

      /*****************************************************************
      *                                                                *
       A00-MAINLINE-ROUTINE.

           IF  EIBCALEN = ZERO
               MOVE LOW-VALUES         TO CA-NOTICE-AREA
               PERFORM B10-SEND-KEY-PANEL THRU B15-EXIT
           ELSE
               MOVE LOW-VALUES         TO SYHELPOV-COMMAREA
                   MOVE DFHCOMMAREA(1:EIBCALEN)
                                       TO SYHELPOV-COMMAREA(1:EIBCALEN)
               END-IF
               IF  CA-FIELD-REQUEST
                   PERFORM H00-FIELD-REQUEST THRU H05-EXIT
               ELSE
               IF  CA-FRESH-REQUEST
                   PERFORM C00-SHOW-PANEL THRU C05-EXIT
               ELSE
               IF  CA-NOTICE-SCREEN
               AND EIBAID NOT = DFHPF3
               AND EIBAID NOT = DFHCLEAR
                   PERFORM G10-NOTICE-REPLY THRU G15-EXIT
               ELSE
                 EVALUATE EIBAID
                   WHEN DFHPF3
                     PERFORM E20-RETURN-XREF THRU E25-EXIT
                   WHEN DFHPF5
                     PERFORM E10-FOLLOW-XREF THRU E15-EXIT
                   WHEN DFHPF9
                     PERFORM K00-RATE-PANEL THRU K05-EXIT
                   WHEN DFHPF7
                     EVALUATE TRUE
                       WHEN CA-SELECT-SCREEN
                     PERFORM U20-SEND-HELP-PANEL THRU U25-EXIT
                 END-EVALUATE
               END-IF
               END-IF
               END-IF
           END-IF.

           PERFORM Z00-RETURN-TRANSID THRU Z05-EXIT.
               GO TO C05-EXIT
           END-IF.

      *    THE FIRST REQUEST FOR A TRAN SHOWS ANY NOTICES OPEN FOR IT
      *    FIRST.  ENTER ON THE NOTICE SCREEN COMES BACK THROUGH HERE
      *    WITH CA-NOTICE-TRAN ALREADY SET, AND GOES ON TO THE PANEL.
           IF  CA-ASKED-TRAN NOT = CA-NOTICE-TRAN
               PERFORM G00-SHOW-NOTICES THRU G05-EXIT
               IF  CA-NOTICE-SCREEN
                   GO TO C05-EXIT
               END-IF
           END-IF.

      *    NO NAME MEANS THE USER KNOWS THE TRANSACTION BUT NOT THE
      *    PANEL NAME - OFFER THE SELECTION LIST INSTEAD OF A LOOKUP
           IF  CA-ASKED-NAME NOT > SPACES
                       CONTINUE
                     WHEN HELPD-SEQU >= CA-TOP-SEQU
                       CONTINUE
                     WHEN HELPD-DATA(1:1) = '&'
      *                A BLOCK TAKES AS MANY SCREEN LINES AS IT HAS
      *                TEXT LINES, AND IS NEVER SPLIT - ONE THAT WILL
      *                NOT FIT MAKES THIS A FULL SCREEN ALREADY
                       PERFORM P46-LOAD-BLOCK THRU P47-EXIT
                       IF  BACK-CNT + BLOCK-LINE-CNT > PAGE-SIZE
                           MOVE PAGE-SIZE   TO BACK-CNT
                           SET  BROWSE-DONE TO TRUE
                       ELSE
                           ADD  BLOCK-LINE-CNT TO BACK-CNT
                           MOVE HELPD-SEQU  TO NEW-TOP-SEQU
                           IF  BACK-CNT = PAGE-SIZE
                               SET  BROWSE-DONE TO TRUE
                           END-IF
                       END-IF
                     WHEN OTHER
                       ADD  1           TO BACK-CNT
                       MOVE HELPD-SEQU  TO NEW-TOP-SEQU
       F55-EXIT.
           EXIT.

      /*****************************************************************
      *    TIME-WINDOWED NOTICES - THE NOTICES OPEN FOR THE ASKED     *
      *    TRAN ARE SHOWN ON THEIR OWN SCREEN AHEAD OF ITS FIRST      *
      *    PANEL.  ENTER GOES ON TO THE PANEL; PF6 DISMISSES THE      *
      *    NOTICES SHOWN SO THIS TERMINAL IS NOT SHOWN THEM AGAIN     *
      ******************************************************************

       G00-SHOW-NOTICES.

           MOVE CA-ASKED-TRAN           TO CA-NOTICE-TRAN.
           PERFORM P60-FILL-NOTICE-PAGE THRU P65-EXIT.

           IF  NOTICE-SHOWN-CNT = ZERO
               GO TO G05-EXIT
           END-IF.

           SET  CA-NOTICE-SCREEN        TO TRUE.
           MOVE SPACES                  TO CA-OWNER-TRAN CA-OWNER-NAME.
           MOVE CA-ASKED-LANG           TO CA-OWNER-LANG.
           MOVE ZEROS                   TO CA-TOP-SEQU CA-BOT-SEQU.

           MOVE SPACES                  TO HDR-TEXT.
           STRING 'NOTICES FOR TRAN ' CA-ASKED-TRAN
                  ' - PLEASE READ BEFORE CONTINUING TO HELP'
               DELIMITED BY SIZE INTO HDR-TEXT
           END-STRING.

           IF  DISMISS-LIST-FULL
               MOVE 'TOO MANY NOTICES DISMISSED HERE - ENTER=CONTINUE'
                                        TO MSG-TEXT
           ELSE
           IF  MORE-FORWARD
               MOVE 'ENTER=CONTINUE, PF6=DISMISS THESE AND SEE THE REST'
                                        TO MSG-TEXT
           ELSE
               MOVE 'ENTER=CONTINUE TO HELP, PF6=DISMISS THESE NOTICES'
                                        TO MSG-TEXT
           END-IF
           END-IF.

           PERFORM U20-SEND-HELP-PANEL  THRU U25-EXIT.

       G05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ANY KEY BUT PF3 OR CLEAR ON THE NOTICE SCREEN GOES ON TO   *
      *    THE PANEL.  ENTER TAKES THE KEY FIELDS AS TYPED, THE SAME  *
      *    AS EVERYWHERE ELSE; PF6 FIRST DISMISSES THE NOTICES SHOWN  *
      *    AND THEN LOOKS AGAIN, SO ANY THAT DID NOT FIT COME UP NEXT.*
      *----------------------------------------------------------------
       G10-NOTICE-REPLY.

           SET  CA-HELP-SCREEN          TO TRUE.
           IF  EIBAID = DFHPF6
               PERFORM G20-DISMISS-NOTICES THRU G25-EXIT
               IF  DISMISS-LIST-FULL
                   PERFORM G00-SHOW-NOTICES THRU G05-EXIT
                   IF  CA-NOTICE-SCREEN
                       GO TO G15-EXIT
                   END-IF
               END-IF
               MOVE LOW-VALUES          TO CA-NOTICE-TRAN
           ELSE
           IF  EIBAID = DFHENTER
               PERFORM B20-RECEIVE-MAP  THRU B25-EXIT
           END-IF
           END-IF.

           PERFORM C00-SHOW-PANEL       THRU C05-EXIT.

       G15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    REBUILD THE NOTICE SCREEN THE USER IS LOOKING AT AND ADD   *
      *    EACH NOTICE ON IT TO THIS TERMINAL'S DISMISSED QUEUE.  THE *
      *    QUEUE IS REWRITTEN WHOLE EACH TIME, DROPPING NOTICES THAT  *
      *    HAVE SINCE BEEN REMOVED OR RUN PAST THEIR THRU TIME, SO IT *
      *    ONLY EVER HOLDS THE OPEN NOTICES THIS TERMINAL HAS SEEN.   *
      *    IF THAT STILL LEAVES NO ROOM, DISMISS-LIST-FULL IS SET AND *
      *    THE NOTICES THAT WOULD NOT FIT COME BACK NEXT TIME.  A BAD *
      *    QUEUE ONLY MEANS THE SAME, SO THE RESPONSE IS NOT ACTED ON.*
      *----------------------------------------------------------------
       G20-DISMISS-NOTICES.

           SET  DISMISS-LIST-ROOM       TO TRUE.
           PERFORM P60-FILL-NOTICE-PAGE THRU P65-EXIT.

           MOVE ZEROES                  TO DISMISS-KEEP-CNT.
           PERFORM WITH TEST BEFORE
             VARYING DISMISS-SUB FROM 1 BY 1
               UNTIL DISMISS-SUB > DISMISS-CNT
               PERFORM G30-KEEP-DISMISSED THRU G35-EXIT
           END-PERFORM.
           MOVE DISMISS-KEEP-CNT        TO DISMISS-CNT.

           PERFORM WITH TEST BEFORE
             VARYING NOTICE-SUB FROM 1 BY 1
               UNTIL NOTICE-SUB > NOTICE-SHOWN-CNT
               PERFORM G40-ADD-DISMISSED THRU G45-EXIT
           END-PERFORM.

           EXEC CICS DELETEQ TS QUEUE (NOTICE-QUEUE)
                                RESP  (RESP-CODE)
           END-EXEC.

           PERFORM WITH TEST BEFORE
             VARYING DISMISS-SUB FROM 1 BY 1
               UNTIL DISMISS-SUB > DISMISS-CNT
               MOVE LENGTH OF DISMISS-KEY(DISMISS-SUB)
                                        TO NOTICE-LEN
               EXEC CICS WRITEQ TS QUEUE  (NOTICE-QUEUE)
                                   FROM   (DISMISS-KEY(DISMISS-SUB))
                                   LENGTH (NOTICE-LEN)
                                   RESP   (RESP-CODE)
               END-EXEC
           END-PERFORM.

       G25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    KEEP A DISMISSAL ONLY WHILE ITS NOTICE IS STILL ON FILE    *
      *    AND NOT YET PAST ITS THRU TIME.  KEPT ENTRIES CLOSE UP     *
      *    TOWARD THE FRONT OF DISMISS-AREA.                          *
      *----------------------------------------------------------------
       G30-KEEP-DISMISSED.

           MOVE '$NTC'                  TO HELPD-TRAN.
           MOVE DISMISS-KEY(DISMISS-SUB)
                                        TO HELPD-KEY(5:9).
           MOVE ZERO                    TO HELPD-SEQU.

           EXEC CICS READ FILE    ('SYHELPD')
                          INTO    (SYHELPD-RECORD)
                          RIDFLD  (HELPD-KEY)
                          RESP    (RESP-CODE)
           END-EXEC.

           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO G35-EXIT
           END-IF.
           IF  NOTICE-THRU NOT NUMERIC
           OR  NOTICE-NOW NOT < NOTICE-THRU
               GO TO G35-EXIT
           END-IF.

           ADD  1                       TO DISMISS-KEEP-CNT.
           MOVE DISMISS-KEY(DISMISS-SUB)
                                  TO DISMISS-KEY(DISMISS-KEEP-CNT).

       G35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ADD ONE NOTICE FROM THE SCREEN TO THE DISMISSED LIST,      *
      *    UNLESS IT IS ALREADY THERE OR THE LIST IS FULL             *
      *----------------------------------------------------------------
       G40-ADD-DISMISSED.

           PERFORM WITH TEST BEFORE
             VARYING DISMISS-SUB FROM 1 BY 1
               UNTIL DISMISS-SUB > DISMISS-CNT
               IF  DISMISS-KEY(DISMISS-SUB)
                                   = NOTICE-SHOWN-KEY(NOTICE-SUB)
                   GO TO G45-EXIT
               END-IF
           END-PERFORM.

           IF  DISMISS-CNT >= DISMISS-MAX
               SET  DISMISS-LIST-FULL   TO TRUE
               GO TO G45-EXIT
           END-IF.

           ADD  1                       TO DISMISS-CNT.
           MOVE NOTICE-SHOWN-KEY(NOTICE-SUB)
                                        TO DISMISS-KEY(DISMISS-CNT).

       G45-EXIT.
           EXIT.

      /*****************************************************************
      *    FIELD-LEVEL HELP - A CALLER'S HELPFCA REQUEST IS TURNED     *
      *    INTO AN ORDINARY ASKED TRAN/NAME THROUGH THE SYHELPF FIELD  *
      *    CROSS-REFERENCE AND THEN SHOWN THE USUAL WAY                *
      ******************************************************************
       H00-FIELD-REQUEST.

           MOVE SPACES                  TO HELP-FIELD-REQUEST.
           MOVE ZEROES                  TO HFR-CURSOR-ROW
                                           HFR-CURSOR-COL
                                           HFR-CURSOR-POS.
           IF  EIBCALEN >= LENGTH OF HELP-FIELD-REQUEST
               MOVE DFHCOMMAREA(1:LENGTH OF HELP-FIELD-REQUEST)
                                        TO HELP-FIELD-REQUEST
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN)
                                   TO HELP-FIELD-REQUEST(1:EIBCALEN)
           END-IF.

      *    THE REQUEST'S OWN FIELDS OVERLAID THE EXTENSION - CLEAR IT
      *    THE SAME AS FOR A SHORT-FORM CALLER
           MOVE LOW-VALUES              TO CA-LIST-AREA
                                           CA-XREF-AREA
                                           CA-FIND-AREA
                                           CA-NOTICE-AREA.
           MOVE ZEROES                  TO CA-LIST-CNT CA-XREF-DEPTH.

           IF  HFR-CURSOR-ROW NUMERIC
           AND HFR-CURSOR-COL NUMERIC
           AND HFR-CURSOR-ROW > ZERO
               MOVE HFR-CURSOR-ROW      TO FIELD-ROW
               MOVE HFR-CURSOR-COL      TO FIELD-COL
           ELSE
               DIVIDE HFR-CURSOR-POS BY SCREEN-WIDTH
                   GIVING FIELD-ROW REMAINDER FIELD-COL
               END-DIVIDE
               ADD  1                   TO FIELD-ROW FIELD-COL
           END-IF.

           MOVE SPACES                  TO FIELD-PANEL SCREEN-PANEL.
           IF  HFR-MAPSET > SPACES
           AND HFR-MAP > SPACES
               PERFORM H10-FIND-FIELD   THRU H15-EXIT
           END-IF.

      *    THE FIELD'S PANEL, THEN THE MAP'S SCREEN-LEVEL PANEL, THEN
      *    THE PANEL THE CALLER NAMED, EACH IN THE ASKED LANGUAGE OR
      *    ELSE THE BASE ONE - THE FIRST THAT IS ON FILE IS SHOWN
           MOVE HFR-LANG                TO CA-ASKED-LANG.
           SET  RESOLVE-FAILED          TO TRUE.
           IF  FIELD-PANEL-TRAN > SPACES
           AND FIELD-PANEL-NAME > SPACES
               MOVE FIELD-PANEL-TRAN    TO CA-ASKED-TRAN
               MOVE FIELD-PANEL-NAME    TO CA-ASKED-NAME
               PERFORM H20-TRY-PANEL    THRU H25-EXIT
           END-IF.
           IF  NOT RESOLVE-OK
           AND SCREEN-PANEL-TRAN > SPACES
           AND SCREEN-PANEL-NAME > SPACES
               MOVE SCREEN-PANEL-TRAN   TO CA-ASKED-TRAN
               MOVE SCREEN-PANEL-NAME   TO CA-ASKED-NAME
               PERFORM H20-TRY-PANEL    THRU H25-EXIT
           END-IF.
           IF  NOT RESOLVE-OK
           AND HFR-TRAN > SPACES
           AND HFR-NAME > SPACES
               MOVE HFR-TRAN            TO CA-ASKED-TRAN
               MOVE HFR-NAME            TO CA-ASKED-NAME
               PERFORM H20-TRY-PANEL    THRU H25-EXIT
           END-IF.

      *    NOTHING ON FILE - A BLANK NAME GIVES THE TOPIC LIST FOR
      *    THE CALLER'S TRAN (OR THE ONE THE CROSS-REFERENCE NAMED)
           IF  NOT RESOLVE-OK
               MOVE SPACES              TO CA-ASKED-NAME
               EVALUATE TRUE
                 WHEN HFR-TRAN > SPACES
                   MOVE HFR-TRAN        TO CA-ASKED-TRAN
                 WHEN SCREEN-PANEL-TRAN > SPACES
                   MOVE SCREEN-PANEL-TRAN
                                        TO CA-ASKED-TRAN
                 WHEN OTHER
                   MOVE FIELD-PANEL-TRAN
                                        TO CA-ASKED-TRAN
               END-EVALUATE
           END-IF.

           SET  CA-FRESH-REQUEST        TO TRUE.
           PERFORM C00-SHOW-PANEL       THRU C05-EXIT.

       H05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    BROWSE THE MAP'S CROSS-REFERENCE ENTRIES.  THE SCREEN-     *
      *    LEVEL ENTRY (BLANK FIELD NAME) COMES FIRST; THEN THE FIELD *
      *    NAMED BY THE CALLER, OR ELSE THE ONE WHOSE DATA COLUMNS    *
      *    ON THE CURSOR ROW TAKE IN THE CURSOR COLUMN.               *
      *----------------------------------------------------------------
       H10-FIND-FIELD.

           MOVE HFR-MAPSET              TO FXR-MAPSET.
           MOVE HFR-MAP                 TO FXR-MAP.
           MOVE LOW-VALUES              TO FXR-FIELD.

           EXEC CICS STARTBR FILE   ('SYHELPF')
                             RIDFLD (FXR-KEY)
                             GTEQ
                             RESP   (RESP-CODE)
           END-EXEC.

           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO H15-EXIT
           END-IF.

           SET  BROWSE-NOT-DONE         TO TRUE.
           PERFORM WITH TEST BEFORE
             UNTIL BROWSE-DONE
               EXEC CICS READNEXT FILE   ('SYHELPF')
                                  INTO   (HELPFXR-RECORD)
                                  RIDFLD (FXR-KEY)
                                  RESP   (RESP-CODE)
               END-EXEC
               EVALUATE TRUE
                 WHEN RESP-CODE NOT = DFHRESP(NORMAL)
                   SET  BROWSE-DONE     TO TRUE
                 WHEN FXR-MAPSET NOT = HFR-MAPSET
                 WHEN FXR-MAP NOT = HFR-MAP
                   SET  BROWSE-DONE     TO TRUE
                 WHEN FXR-SCREEN-LEVEL
                   MOVE FXR-PANEL       TO SCREEN-PANEL
                 WHEN HFR-FIELD > SPACES
                   IF  FXR-FIELD = HFR-FIELD
                       MOVE FXR-PANEL   TO FIELD-PANEL
                       SET  BROWSE-DONE TO TRUE
                   END-IF
                 WHEN FXR-ROW NOT NUMERIC
                 WHEN FXR-COL NOT NUMERIC
                 WHEN FXR-LEN NOT NUMERIC
                   CONTINUE
                 WHEN FXR-ROW = FIELD-ROW
                  AND FXR-COL NOT > FIELD-COL
                  AND FXR-COL + FXR-LEN > FIELD-COL
                   MOVE FXR-PANEL       TO FIELD-PANEL
                   SET  BROWSE-DONE     TO TRUE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR FILE ('SYHELPF') END-EXEC.

       H15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    IS THE ASKED TRAN/NAME ON FILE IN THE ASKED LANGUAGE OR    *
      *    THE BASE ONE?  C00-SHOW-PANEL RESOLVES IT AGAIN TO SHOW IT *
      *----------------------------------------------------------------
       H20-TRY-PANEL.

           MOVE CA-ASKED-LANG           TO WORK-LANG.
           PERFORM C30-RESOLVE-OWNER    THRU C35-EXIT.

           IF  RESOLVE-FAILED
           AND WORK-LANG NOT = SPACE
               MOVE SPACE               TO WORK-LANG
               PERFORM C30-RESOLVE-OWNER THRU C35-EXIT
           END-IF.

       H25-EXIT.
           EXIT.

      /*****************************************************************
      *    "WAS THIS HELPFUL?" - PF9 ON A DISPLAYED PANEL RECORDS THE  *
      *    USER'S Y/N RATING AND OPTIONAL COMMENT FOR THE PANEL AND    *
      *    SHOWS THE SAME PAGE AGAIN.  THE KEY FIELDS ARE NOT TAKEN -  *
      *    THE RATING IS FOR THE PANEL ON THE SCREEN, WHATEVER MAY     *
      *    HAVE BEEN TYPED OVER ITS KEY.                               *
      ******************************************************************
       K00-RATE-PANEL.

           IF  NOT CA-HELP-SCREEN
               MOVE 'DISPLAY A PANEL FIRST, THEN RATE IT WITH PF9'
                                        TO MSG-TEXT
               PERFORM B10-SEND-KEY-PANEL THRU B15-EXIT
               GO TO K05-EXIT
           END-IF.

           EXEC CICS RECEIVE MAP    (THIS-MAP)
                              MAPSET (THIS-MAPSET)
                              INTO   (SYHELPVI)
                              RESP   (RESP-CODE)
           END-EXEC.

           MOVE SPACES                  TO HELPDFBK-RECORD.
           IF  RESP-CODE = DFHRESP(NORMAL)
               IF  RATEL > ZERO
                   MOVE RATEI           TO FBK-RATING
               END-IF
               IF  CMNTL > ZERO
                   MOVE CMNTI           TO FBK-COMMENT
               END-IF
           END-IF.
           INSPECT FBK-RATING CONVERTING 'yn' TO 'YN'.

           IF  FBK-IS-HELPFUL
           OR  FBK-NOT-HELPFUL
               PERFORM K10-WRITE-FEEDBACK THRU K15-EXIT
           ELSE
               MOVE FBK-COMMENT         TO RATE-COMMENT
               MOVE 'TYPE Y OR N AFTER HELPFUL?, ANY COMMENT, THEN PF9'
                                        TO MSG-TEXT
           END-IF.

           PERFORM P30-READ-HEADER      THRU P35-EXIT.
           IF  HEADER-NOT-READ
               GO TO K05-EXIT
           END-IF.

           IF  CA-TOP-SEQU > ZERO
               MOVE CA-TOP-SEQU         TO PAGE-FROM-SEQU
           ELSE
               MOVE +1                  TO PAGE-FROM-SEQU
           END-IF.
           PERFORM P40-FILL-PAGE        THRU P45-EXIT.

           PERFORM U20-SEND-HELP-PANEL  THRU U25-EXIT.

       K05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WRITE ONE FEEDBACK RECORD TO THE HLPF QUEUE.  UNLIKE THE   *
      *    USAGE LOG THE USER ASKED FOR THIS ONE, SO A BAD QUEUE IS   *
      *    OWNED UP TO ON THE MESSAGE LINE - BUT STILL NEVER STOPS    *
      *    THE DISPLAY.                                               *
      *----------------------------------------------------------------
       K10-WRITE-FEEDBACK.

           MOVE CA-ASKED-TRAN           TO FBK-ASKED-TRAN.
           MOVE CA-ASKED-NAME           TO FBK-ASKED-NAME.
           MOVE CA-ASKED-LANG           TO FBK-ASKED-LANG.
           MOVE CA-OWNER-TRAN           TO FBK-OWNER-TRAN.
           MOVE CA-OWNER-NAME           TO FBK-OWNER-NAME.
           MOVE CA-OWNER-LANG           TO FBK-OWNER-LANG.
           IF  CA-TOP-SEQU > ZERO
               MOVE CA-TOP-SEQU         TO FBK-TOP-SEQU
           ELSE
               MOVE ZEROES              TO FBK-TOP-SEQU
           END-IF.
           EXEC CICS ASSIGN USERID (USER-ID)
           END-EXEC.
           MOVE USER-ID                 TO FBK-USERID.
           ACCEPT FBK-DATE            FROM DATE YYYYMMDD.
           ACCEPT FBK-TIME            FROM TIME.
           MOVE LENGTH OF HELPDFBK-RECORD
                                        TO FBK-LEN.

           EXEC CICS WRITEQ TD QUEUE  (FEEDBACK-QUEUE)
                               FROM   (HELPDFBK-RECORD)
                               LENGTH (FBK-LEN)
                               RESP   (RESP-CODE)
           END-EXEC.

           IF  RESP-CODE = DFHRESP(NORMAL)
               MOVE 'THANK YOU - YOUR RATING OF THIS PANEL WAS RECORDED'
                                        TO MSG-TEXT
           ELSE
               MOVE 'SORRY - YOUR RATING COULD NOT BE RECORDED JUST NOW'
                                        TO MSG-TEXT
           END-IF.

       K15-EXIT.
           EXIT.

      /*****************************************************************
      *    PERFORMED ROUTINES                                          *
      ******************************************************************
                 WHEN PAGE-LINE-CNT = PAGE-SIZE
                   SET  MORE-FORWARD    TO TRUE
                   SET  BROWSE-DONE     TO TRUE
                 WHEN HELPD-DATA(1:1) = '&'
                   PERFORM P46-LOAD-BLOCK THRU P47-EXIT
                   IF  PAGE-LINE-CNT + BLOCK-LINE-CNT > PAGE-SIZE
                       SET  MORE-FORWARD    TO TRUE
                       SET  BROWSE-DONE     TO TRUE
                   ELSE
                       PERFORM WITH TEST BEFORE
                         VARYING BLOCK-SUB FROM 1 BY 1
                           UNTIL BLOCK-SUB > BLOCK-LINE-CNT
                           ADD  1       TO PAGE-LINE-CNT
                           MOVE BLOCK-LINE(BLOCK-SUB)
                                        TO RENDER-LINE
                           PERFORM P42-RENDER-LINE THRU P43-EXIT
                       END-PERFORM
                       IF  PAGE-FIRST-SEQU = ZERO
                           MOVE HELPD-SEQU  TO PAGE-FIRST-SEQU
                       END-IF
                       MOVE HELPD-SEQU  TO PAGE-LAST-SEQU
                   END-IF
                 WHEN OTHER
                   ADD  1               TO PAGE-LINE-CNT
                   MOVE HELPD-DATA      TO RENDER-LINE
                   PERFORM P42-RENDER-LINE THRU P43-EXIT
                   IF  PAGE-FIRST-SEQU = ZERO
                       MOVE HELPD-SEQU  TO PAGE-FIRST-SEQU
                   END-IF
                   MOVE HELPD-SEQU      TO PAGE-LAST-SEQU
           EXIT.

      *----------------------------------------------------------------
      *    RENDER ONE DATA LINE (RENDER-LINE) ONTO THE PAGE.  A LINE  *
      *    WHOSE FIRST BYTE IS '>' IS A SEE ALSO CROSS-REFERENCE - IT *
      *    IS SHOWN AS A NUMBERED SEE ALSO LINE AND ITS RAW TARGET IS *
      *    KEPT FOR A PF5 FOLLOW; ANY OTHER LINE IS SHOWN AS IT       *
      *    STANDS.                                                    *
      *----------------------------------------------------------------
       P42-RENDER-LINE.

           IF  RENDER-LINE(1:1) NOT = '>'
               MOVE RENDER-LINE         TO PAGE-LINE(PAGE-LINE-CNT)
               GO TO P43-EXIT
           END-IF.

           MOVE SPACES                  TO LINE-WORK.
           MOVE 'SEE ALSO'              TO LINE-WORK(1:8).
           MOVE XREF-NUM                TO LINE-WORK(10:2).
           MOVE RENDER-LINE(2:4)        TO LINE-WORK(14:4).
           MOVE RENDER-LINE(7:8)        TO LINE-WORK(19:8).
           MOVE RENDER-LINE(16:37)      TO LINE-WORK(28:37).
           MOVE LINE-WORK               TO PAGE-LINE(PAGE-LINE-CNT).

           MOVE RENDER-LINE(2:4)        TO
                                   LINE-XREF-TRAN(PAGE-LINE-CNT).
           MOVE RENDER-LINE(7:8)        TO
                                   LINE-XREF-NAME(PAGE-LINE-CNT).

       P43-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LOAD THE SHARED BLOCK NAMED BY THE '&' LINE IN HAND INTO   *
      *    BLOCK-LINE, IN THE PANEL'S LANGUAGE OR ELSE THE BASE       *
      *    LANGUAGE.  A BLOCK THAT IS NOT ON FILE SHOWS AS ONE LINE   *
      *    SAYING SO RATHER THAN AS A GAP IN THE PANEL.               *
      *----------------------------------------------------------------
       P46-LOAD-BLOCK.

           MOVE HELPD-DATA(2:8)         TO BLOCK-NAME.
           MOVE CA-OWNER-LANG           TO BLOCK-LANG.
           PERFORM P48-READ-BLOCK       THRU P49-EXIT.

           IF  BLOCK-MISSING
           AND BLOCK-LANG NOT = SPACE
               MOVE SPACE               TO BLOCK-LANG
               PERFORM P48-READ-BLOCK   THRU P49-EXIT
           END-IF.

           IF  BLOCK-MISSING
               MOVE 1                   TO BLOCK-LINE-CNT
               MOVE SPACES              TO BLOCK-LINE(1)
               STRING '(SHARED TEXT ' BLOCK-NAME ' IS NOT ON FILE)'
                   DELIMITED BY SIZE INTO BLOCK-LINE(1)
               END-STRING
           END-IF.

       P47-EXIT.
           EXIT.

       P48-READ-BLOCK.

           SET  BLOCK-MISSING           TO TRUE.
           MOVE ZEROES                  TO BLOCK-LINE-CNT
                                           BLOCK-LINE-TOTAL.
           MOVE '$BLK'                  TO BLK-TRAN.
           MOVE BLOCK-NAME              TO BLK-NAME.
           MOVE BLOCK-LANG              TO BLK-LANG.
           MOVE ZEROES                  TO BLK-SEQU.

           EXEC CICS STARTBR FILE   ('SYHELPD')
                             RIDFLD (BLK-KEY)
                             REQID  (BLOCK-REQID)
                             GTEQ
                             RESP   (RESP-CODE)
           END-EXEC.

           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO P49-EXIT
           END-IF.

           SET  BLOCK-NOT-END           TO TRUE.
           PERFORM WITH TEST BEFORE
             UNTIL BLOCK-AT-END
               EXEC CICS READNEXT FILE   ('SYHELPD')
                                  INTO   (BLOCK-RECORD)
                                  RIDFLD (BLK-KEY)
                                  REQID  (BLOCK-REQID)
                                  RESP   (RESP-CODE)
               END-EXEC
               EVALUATE TRUE
                 WHEN RESP-CODE NOT = DFHRESP(NORMAL)
                   SET  BLOCK-AT-END    TO TRUE
                 WHEN BLK-TRAN NOT = '$BLK'
                   OR BLK-NAME NOT = BLOCK-NAME
                   OR BLK-LANG NOT = BLOCK-LANG
                   SET  BLOCK-AT-END    TO TRUE
                 WHEN BLK-SEQU = ZERO
                   SET  BLOCK-FOUND     TO TRUE
                 WHEN BLK-SEQU < ZERO
                   CONTINUE
                 WHEN BLOCK-MISSING
      *            DATA LINES WITH NO HEADER ARE NOT A BLOCK
                   SET  BLOCK-AT-END    TO TRUE
                 WHEN BLOCK-LINE-CNT < BLOCK-LINE-MAX
                   ADD  1               TO BLOCK-LINE-CNT
                   MOVE BLK-DATA        TO BLOCK-LINE(BLOCK-LINE-CNT)
                 WHEN OTHER
                   SET  BLOCK-AT-END    TO TRUE
               END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR FILE  ('SYHELPD')
                           REQID (BLOCK-REQID)
           END-EXEC.

       P49-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    FILL A SCREENFUL OF SELECTION LIST LINES.  THE CALLER      *
      *    POSITIONS HELPD-KEY FIRST (LOW-VALUES IN THE TRAILING KEY  *
       P55-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    FILL THE NOTICE SCREEN: EVERY '$NTC' NOTICE WHOSE WINDOW   *
      *    IS OPEN NOW, WHOSE TRAN PATTERN FITS THE ASKED TRAN, AND   *
      *    THAT THIS TERMINAL HAS NOT DISMISSED - ITS TITLE, THEN ITS *
      *    TEXT LINES, WITH A BLANK LINE BETWEEN NOTICES.  A NOTICE   *
      *    THAT WILL NOT FIT IS LEFT FOR THE NEXT SCREEN.             *
      *----------------------------------------------------------------
       P60-FILL-NOTICE-PAGE.

           MOVE SPACES                  TO PAGE-LINE-AREA
                                           LINE-XREF-AREA
                                           NOTICE-SHOWN-AREA.
           MOVE ZEROES                  TO PAGE-LINE-CNT
                                           NOTICE-SHOWN-CNT.
           SET  NO-MORE-FORWARD         TO TRUE.
           SET  NOTICE-NOT-TAKING       TO TRUE.

           ACCEPT NOTICE-NOW-DATE     FROM DATE YYYYMMDD.
           ACCEPT NOTICE-TIME-WORK    FROM TIME.
           MOVE NOTICE-TIME-WORK(1:4)   TO NOTICE-NOW-TIME.

           PERFORM P66-LOAD-DISMISSED   THRU P67-EXIT.

           MOVE LOW-VALUES              TO HELPD-KEY.
           MOVE '$NTC'                  TO HELPD-TRAN.

           EXEC CICS STARTBR FILE   ('SYHELPD')
                             RIDFLD (HELPD-KEY)
                             GTEQ
                             RESP   (RESP-CODE)
           END-EXEC.

           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO P65-EXIT
           END-IF.

           SET  BROWSE-NOT-DONE         TO TRUE.
           PERFORM WITH TEST BEFORE
             UNTIL BROWSE-DONE
               EXEC CICS READNEXT FILE   ('SYHELPD')
                                  INTO   (SYHELPD-RECORD)
                                  RIDFLD (HELPD-KEY)
                                  RESP   (RESP-CODE)
               END-EXEC
               EVALUATE TRUE
                 WHEN RESP-CODE NOT = DFHRESP(NORMAL)
                   SET  BROWSE-DONE     TO TRUE
                 WHEN NOT HELPD-NOTICE-ENTRY
                   SET  BROWSE-DONE     TO TRUE
                 WHEN HELPD-SEQU-HEADER
                   PERFORM P62-JUDGE-NOTICE THRU P63-EXIT
                 WHEN HELPD-SEQU < ZERO
                   CONTINUE
                 WHEN NOTICE-NOT-TAKING
                   CONTINUE
                 WHEN HELPD-KEY(1:13) NOT = NOTICE-TAKE-KEY
                   CONTINUE
                 WHEN PAGE-LINE-CNT < PAGE-SIZE
                   ADD  1               TO PAGE-LINE-CNT
                   MOVE HELPD-DATA      TO PAGE-LINE(PAGE-LINE-CNT)
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-PERFORM.

           EXEC CICS ENDBR FILE ('SYHELPD') END-EXEC.

       P65-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    DECIDE WHETHER THE NOTICE HEADER IN HAND GOES ON THE       *
      *    SCREEN, AND IF SO START IT WITH ITS TITLE LINE             *
      *----------------------------------------------------------------
       P62-JUDGE-NOTICE.

           SET  NOTICE-NOT-TAKING       TO TRUE.

           IF  NOTICE-FROM NOT NUMERIC
           OR  NOTICE-THRU NOT NUMERIC
               GO TO P63-EXIT
           END-IF.
           IF  NOTICE-NOW < NOTICE-FROM
           OR  NOTICE-NOW NOT < NOTICE-THRU
               GO TO P63-EXIT
           END-IF.

      *    A BASE LANGUAGE NOTICE GIVES WAY TO ITS OWN TRANSLATION IN
      *    THE ASKED LANGUAGE, WHICH THE BROWSE WILL REACH NEXT.
      *    BLOCK-RECORD IS ONLY A SCRATCH AREA FOR THE PROBE HERE.
           IF  HELPD-LANG NOT = CA-ASKED-LANG
               IF  HELPD-LANG NOT = SPACE
                   GO TO P63-EXIT
               END-IF
               MOVE HELPD-KEY           TO BLK-KEY
               MOVE CA-ASKED-LANG       TO BLK-LANG
               EXEC CICS READ FILE    ('SYHELPD')
                              INTO    (BLOCK-RECORD)
                              RIDFLD  (BLK-KEY)
                              RESP    (RESP-CODE)
               END-EXEC
               IF  RESP-CODE = DFHRESP(NORMAL)
                   GO TO P63-EXIT
               END-IF
           END-IF.

           IF  NOTICE-TRAN-PAT NOT = '*'
               SET  WILDCOMP-PGM        TO TRUE
               MOVE LENGTH OF NOTICE-TRAN-PAT
                                        TO WILDCOMP-LEN
               MOVE NOTICE-TRAN-PAT     TO WILDCOMP-STR1
               MOVE CA-ASKED-TRAN       TO WILDCOMP-STR2
               CALL WILDCOMP-CTL     USING WILDCOMP-PARMS
               IF  NOT WILDCOMP-STR1-EQ-STR2
                   GO TO P63-EXIT
               END-IF
           END-IF.

           PERFORM WITH TEST BEFORE
             VARYING NOTICE-SUB FROM 1 BY 1
               UNTIL NOTICE-SUB > DISMISS-CNT
               IF  DISMISS-KEY(NOTICE-SUB) = HELPD-KEY(5:9)
                   GO TO P63-EXIT
               END-IF
           END-PERFORM.

      *    ROOM FOR A SEPARATOR, THE TITLE AND AT LEAST ONE LINE
           IF  PAGE-LINE-CNT > ZERO
           AND PAGE-LINE-CNT + 3 > PAGE-SIZE
               SET  MORE-FORWARD        TO TRUE
               SET  BROWSE-DONE         TO TRUE
               GO TO P63-EXIT
           END-IF.

           IF  PAGE-LINE-CNT > ZERO
               ADD  1                   TO PAGE-LINE-CNT
           END-IF.
           ADD  1                       TO PAGE-LINE-CNT.
           MOVE NOTICE-TITLE            TO PAGE-LINE(PAGE-LINE-CNT).

           ADD  1                       TO NOTICE-SHOWN-CNT.
           MOVE HELPD-KEY(5:9)          TO
                                   NOTICE-SHOWN-KEY(NOTICE-SHOWN-CNT).
           MOVE HELPD-KEY(1:13)         TO NOTICE-TAKE-KEY.
           SET  NOTICE-TAKING           TO TRUE.

       P63-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LOAD THIS TERMINAL'S DISMISSED NOTICES FROM ITS TEMPORARY  *
      *    STORAGE QUEUE.  NO QUEUE YET JUST MEANS NONE DISMISSED.    *
      *    G20 NEVER WRITES MORE THAN DISMISS-MAX ITEMS TO IT.        *
      *----------------------------------------------------------------
       P66-LOAD-DISMISSED.

           MOVE ZEROES                  TO DISMISS-CNT
                                           NOTICE-ITEM.
           MOVE SPACES                  TO DISMISS-AREA.
           MOVE EIBTRMID                TO NOTICE-QUEUE-TERM.

           SET  BROWSE-NOT-DONE         TO TRUE.
           PERFORM WITH TEST BEFORE
             UNTIL BROWSE-DONE
               ADD  1                   TO NOTICE-ITEM
               MOVE LENGTH OF DISMISS-KEY(NOTICE-ITEM)
                                        TO NOTICE-LEN
               EXEC CICS READQ TS QUEUE  (NOTICE-QUEUE)
                                  INTO   (DISMISS-KEY(NOTICE-ITEM))
                                  LENGTH (NOTICE-LEN)
                                  ITEM   (NOTICE-ITEM)
                                  RESP   (RESP-CODE)
               END-EXEC
               IF  RESP-CODE = DFHRESP(NORMAL)
                   MOVE NOTICE-ITEM     TO DISMISS-CNT
                   IF  DISMISS-CNT >= DISMISS-MAX
                       SET  BROWSE-DONE TO TRUE
                   END-IF
               ELSE
                   SET  BROWSE-DONE     TO TRUE
               END-IF
           END-PERFORM.

       P67-EXIT.
           EXIT.

      /*****************************************************************
      *    SHARED UTILITY ROUTINES                                     *
      ******************************************************************
             VARYING LINE-SUB FROM 1 BY 1 UNTIL LINE-SUB > PAGE-SIZE
               MOVE PAGE-LINE(LINE-SUB) TO VLINEO(LINE-SUB)
           END-PERFORM.
           IF  RATE-COMMENT > SPACES
               MOVE RATE-COMMENT        TO CMNTO
           END-IF.
           MOVE MSG-TEXT                TO MSGO.

           EXEC CICS SEND MAP    (THIS-MAP)
