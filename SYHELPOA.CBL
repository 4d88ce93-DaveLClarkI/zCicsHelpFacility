      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SYHELPOA.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      SYHAUTH 'A' PROFILES GOVERN APPROVE AND REJECT.
      *REMARKS.       ONLINE APPROVAL OF PENDING SYHELPD CHANGES
      *               (TRANID SHLA) - THE SECOND HALF OF THE TWO-
      *               PERSON RULE ON HELP TEXT.  SYHELPOM (SHLP) NO
      *               LONGER UPDATES SYHELPD; EACH SAVE OR DELETE IS
      *               HELD AS A DRAFT ON THE SYHELPP CLUSTER (HELPDPND
      *               LAYOUT) KEYED BY SEGMENT AND AUTHOR.  THIS
      *               TRANSACTION PAGES THROUGH THOSE DRAFTS IN KEY
      *               ORDER, SHOWING EACH ONE BESIDE THE LIVE SYHELPD
      *               TEXT WITH A LIST OF THE DRAFTS THAT FOLLOW.
      *
      *               PF5 APPROVES THE DRAFT ON THE SCREEN: IT IS
      *               APPLIED TO SYHELPD (ADD, REPLACE OR DELETE,
      *               STAMPING HELPD-LAST-UPD), A HELPDHST RECORD IS
      *               WRITTEN TO QUEUE HLPH THE SAME AS AN SHLX
      *               PROMOTE SO SYHELPDB CAN REVERSE IT, AND THE
      *               DRAFT IS REMOVED.  PF6 REJECTS IT - THE DRAFT
      *               IS REMOVED UNAPPLIED.  EITHER DECISION WRITES
      *               THE DRAFT, STAMPED WITH THE DECISION, THE
      *               DECIDER AND THE TIME, TO EXTRAPARTITION QUEUE
      *               HLPA AS THE AUDIT TRAIL OF WHO APPROVED WHAT.
      *               THE WHOLE DECISION IS ONE UNIT OF WORK; ANY
      *               FILE OR QUEUE ERROR ROLLS IT ALL BACK.
      *
      *               APPROVING OR REJECTING NEEDS A SYHAUTH 'A'
      *               PROFILE MATCHING THE TRAN, AND NOBODY MAY
      *               APPROVE THEIR OWN DRAFT.  AN AUTHOR MAY REJECT
      *               (WITHDRAW) THEIR OWN DRAFT WITHOUT AN 'A'
      *               PROFILE.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      *                                                                *
      *    ENVIRONMENT DIVISION                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-2086-A04-140.
       OBJECT-COMPUTER. IBM-2086-A04-140.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
         03  FILLER                    PIC  X(11)   VALUE '**STORAGE**'.
         03  THIS-PGM                  PIC  X(08)   VALUE 'SYHELPOA'.
         03  THIS-MAPSET               PIC  X(08)   VALUE 'SYHELPA '.
         03  THIS-MAP                  PIC  X(08)   VALUE 'SYHELPA '.
         03  THIS-TRANID               PIC  X(04)   VALUE 'SHLA'.

         03  AUDIT-QUEUE               PIC  X(04)   VALUE 'HLPA'.
         03  HIST-QUEUE                PIC  X(04)   VALUE 'HLPH'.

         03  RESP-CODE                 PIC S9(08)   COMP.

         03  AUDIT-LEN                 PIC S9(04)   COMP VALUE ZEROES.
         03  HIST-LEN                  PIC S9(04)   COMP VALUE ZEROES.

         03  WORK-SEQU-EDIT            PIC -9(04).

         03  HELPD-RECL                PIC  9(05)   VALUE ZEROES.

         03  USER-ID                   PIC  X(08)   VALUE SPACES.
         03  AUTH-SWITCH               PIC  X(01)   VALUE 'N'.
           88  USER-AUTHORIZED                      VALUE 'Y'.
           88  USER-NOT-AUTHORIZED                  VALUE 'N'.
         03  AUTH-BROWSE-SWITCH        PIC  X(01)   VALUE 'N'.
           88  AUTH-SCAN-DONE                       VALUE 'Y'.
           88  AUTH-SCAN-RUNNING                    VALUE 'N'.
         03  PND-BROWSE-SWITCH         PIC  X(01)   VALUE 'N'.
           88  PND-BROWSE-DONE                      VALUE 'Y'.
           88  PND-BROWSE-RUNNING                   VALUE 'N'.

         03  LIST-SUB                  PIC S9(04)   BINARY VALUE ZEROES.
         03  LIST-MAX                  PIC S9(04)   BINARY VALUE 7.

         03  ERR-RESOURCE              PIC  X(08)   VALUE SPACES.
         03  MSG-TEXT                  PIC  X(79)   VALUE SPACES.

       01  LIST-LINE.
           05  LST-TRAN                PIC  X(04).
           05  FILLER                  PIC  X(01).
           05  LST-NAME                PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  LST-LANG                PIC  X(01).
           05  FILLER                  PIC  X(01).
           05  LST-SEQU                PIC -9(04).
           05  FILLER                  PIC  X(02).
           05  LST-AUTHOR              PIC  X(08).
           05  FILLER                  PIC  X(02).
           05  LST-ACTION              PIC  X(06).
           05  FILLER                  PIC  X(02).
           05  LST-DATE                PIC  X(08).
           05  FILLER                  PIC  X(02).
           05  LST-TEXT                PIC  X(28).

       01  SYHELPOA-COMMAREA.
           05  CA-PND-KEY.
               10  CA-TRAN             PIC  X(04).
               10  CA-NAME             PIC  X(08).
               10  CA-LANG             PIC  X(01).
               10  CA-SEQU             PIC S9(05)   PACKED-DECIMAL.
               10  CA-AUTHOR           PIC  X(08).
           05  CA-SHOWN-SWITCH         PIC  X(01).
               88  CA-ENTRY-SHOWN                   VALUE 'Y'.
               88  CA-NOTHING-SHOWN                 VALUE 'N'.
           05  CA-SHOWN-PND            PIC  X(185).

       COPY SYHELPD.

       COPY HELPDPND.

       COPY HELPDHST.

       COPY SYHAUTH.

       COPY WILDCOMP.

       COPY SYHELPAS.

       LINKAGE SECTION.

       01  DFHCOMMAREA                 PIC  X(210).

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

           EXEC CICS ASSIGN USERID (USER-ID)
           END-EXEC.
           MOVE LENGTH OF HELPDPND-RECORD
                                       TO AUDIT-LEN.
           MOVE LENGTH OF HELPDHST-RECORD
                                       TO HIST-LEN.
           MOVE SPACES                 TO MSG-TEXT.

           IF  EIBCALEN = ZERO
               MOVE LOW-VALUES         TO CA-PND-KEY
               PERFORM C00-SHOW-PENDING   THRU C05-EXIT
           ELSE
               MOVE DFHCOMMAREA        TO SYHELPOA-COMMAREA
               EVALUATE EIBAID
                 WHEN DFHPF3
                   PERFORM Z90-END-SESSION THRU Z95-EXIT
                   GO TO A05-EXIT
                 WHEN DFHCLEAR
                 WHEN DFHPF7
                   MOVE LOW-VALUES     TO CA-PND-KEY
                   PERFORM C00-SHOW-PENDING   THRU C05-EXIT
                 WHEN DFHPF8
                   PERFORM C10-NEXT-PENDING   THRU C15-EXIT
                 WHEN DFHPF5
                   PERFORM D00-APPROVE-CHANGE THRU D05-EXIT
                 WHEN DFHPF6
                   PERFORM D10-REJECT-CHANGE  THRU D15-EXIT
                 WHEN DFHENTER
                   PERFORM B20-RECEIVE-MAP    THRU B25-EXIT
                   PERFORM C00-SHOW-PENDING   THRU C05-EXIT
                 WHEN OTHER
                   MOVE 'PF3=END PF5=APPROVE PF6=REJECT PF7=TOP'
                                       TO MSG-TEXT
                   PERFORM C00-SHOW-PENDING   THRU C05-EXIT
               END-EVALUATE
           END-IF.

           PERFORM Z00-RETURN-TRANSID THRU Z05-EXIT.

      *    Z90-END-SESSION ISSUES A TASK-TERMINATING CICS RETURN WITH
      *    NO TRANSID, SO CONTROL NEVER ACTUALLY FALLS BACK OUT OF IT.
       A05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ENTER - POSITION ON WHATEVER KEY THE USER TYPED.  A BLANK  *
      *    OR PARTIAL KEY STARTS FROM THE FIRST DRAFT AT OR AFTER IT. *
      *----------------------------------------------------------------
       B20-RECEIVE-MAP.

           EXEC CICS RECEIVE MAP    (THIS-MAP)
                              MAPSET (THIS-MAPSET)
                              INTO   (SYHELPAI)
                              RESP   (RESP-CODE)
           END-EXEC.

           MOVE LOW-VALUES              TO CA-PND-KEY.
           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO B25-EXIT
           END-IF.

           IF  TRANL > ZERO
               MOVE TRANI               TO CA-TRAN
           END-IF.
           IF  NAMEL > ZERO
               MOVE NAMEI               TO CA-NAME
           END-IF.
           IF  LANGL > ZERO
               MOVE LANGI               TO CA-LANG
           END-IF.
           IF  SEQUL > ZERO
               MOVE SEQUI               TO WORK-SEQU-EDIT
               MOVE WORK-SEQU-EDIT      TO CA-SEQU
           END-IF.
           IF  AUTRL > ZERO
               MOVE AUTRI               TO CA-AUTHOR
           END-IF.

       B25-EXIT.
           EXIT.

      /*****************************************************************
      *    SHOW THE FIRST DRAFT AT OR AFTER THE COMMAREA KEY BESIDE    *
      *    THE LIVE TEXT, WITH IT AND THE DRAFTS THAT FOLLOW IT LISTED *
      *    BELOW.  ANY MESSAGE ALREADY IN MSG-TEXT IS KEPT.            *
      ******************************************************************
       C00-SHOW-PENDING.

           MOVE LOW-VALUES              TO SYHELPAO.
           SET  CA-NOTHING-SHOWN        TO TRUE.
           MOVE ZEROES                  TO LIST-SUB.
           MOVE CA-PND-KEY              TO PND-KEY.

           EXEC CICS STARTBR FILE   ('SYHELPP')
                             RIDFLD (PND-KEY)
                             GTEQ
                             RESP   (RESP-CODE)
           END-EXEC.

           IF  RESP-CODE = DFHRESP(NORMAL)
               SET  PND-BROWSE-RUNNING  TO TRUE
               PERFORM WITH TEST BEFORE
                 UNTIL PND-BROWSE-DONE
                   EXEC CICS READNEXT FILE   ('SYHELPP')
                                      INTO   (HELPDPND-RECORD)
                                      RIDFLD (PND-KEY)
                                      RESP   (RESP-CODE)
                   END-EXEC
                   IF  RESP-CODE NOT = DFHRESP(NORMAL)
                       SET  PND-BROWSE-DONE TO TRUE
                   ELSE
                       IF  CA-NOTHING-SHOWN
                           SET  CA-ENTRY-SHOWN TO TRUE
                           MOVE PND-KEY      TO CA-PND-KEY
                           MOVE HELPDPND-RECORD
                                             TO CA-SHOWN-PND
                       END-IF
                       ADD  1               TO LIST-SUB
                       PERFORM C30-FORMAT-LIST-LINE THRU C35-EXIT
                       IF  LIST-SUB >= LIST-MAX
                           SET  PND-BROWSE-DONE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE ('SYHELPP') END-EXEC
           END-IF.

           IF  CA-NOTHING-SHOWN
               IF  MSG-TEXT = SPACES
                   IF  CA-PND-KEY = LOW-VALUES
                       MOVE 'NO PENDING CHANGES ARE AWAITING APPROVAL'
                                        TO MSG-TEXT
                   ELSE
                       MOVE 'NO PENDING CHANGES FROM THIS KEY ON'
                                        TO MSG-TEXT
                   END-IF
               END-IF
               PERFORM U20-SEND-MAP     THRU U25-EXIT
               GO TO C05-EXIT
           END-IF.

           MOVE CA-SHOWN-PND            TO HELPDPND-RECORD.
           PERFORM C20-FORMAT-DETAIL    THRU C25-EXIT.

           IF  MSG-TEXT = SPACES
               MOVE 'PF5 TO APPROVE, PF6 TO REJECT, PF8 FOR THE NEXT'
                                        TO MSG-TEXT
           END-IF.
           PERFORM U20-SEND-MAP         THRU U25-EXIT.

       C05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PF8 - STEP TO THE DRAFT AFTER THE ONE ON THE SCREEN        *
      *----------------------------------------------------------------
       C10-NEXT-PENDING.

           MOVE CA-PND-KEY              TO PND-KEY.

           EXEC CICS STARTBR FILE   ('SYHELPP')
                             RIDFLD (PND-KEY)
                             GTEQ
                             RESP   (RESP-CODE)
           END-EXEC.

           IF  RESP-CODE = DFHRESP(NORMAL)
               EXEC CICS READNEXT FILE   ('SYHELPP')
                                  INTO   (HELPDPND-RECORD)
                                  RIDFLD (PND-KEY)
                                  RESP   (RESP-CODE)
               END-EXEC
               IF  RESP-CODE = DFHRESP(NORMAL)
               AND PND-KEY = CA-PND-KEY
                   EXEC CICS READNEXT FILE   ('SYHELPP')
                                      INTO   (HELPDPND-RECORD)
                                      RIDFLD (PND-KEY)
                                      RESP   (RESP-CODE)
                   END-EXEC
               END-IF
               EXEC CICS ENDBR FILE ('SYHELPP') END-EXEC
           END-IF.

           IF  RESP-CODE = DFHRESP(NORMAL)
               MOVE PND-KEY             TO CA-PND-KEY
           ELSE
               MOVE 'NO MORE PENDING CHANGES - PF7 FOR THE TOP'
                                        TO MSG-TEXT
           END-IF.
           PERFORM C00-SHOW-PENDING     THRU C05-EXIT.

       C15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    MOVE THE SHOWN DRAFT AND ITS LIVE COUNTERPART TO THE MAP   *
      *----------------------------------------------------------------
       C20-FORMAT-DETAIL.

           MOVE PND-TRAN                TO TRANO.
           MOVE PND-NAME                TO NAMEO.
           MOVE PND-LANG                TO LANGO.
           MOVE PND-SEQU                TO WORK-SEQU-EDIT.
           MOVE WORK-SEQU-EDIT          TO SEQUO.
           MOVE PND-AUTHOR              TO AUTRO.
           IF  PND-IS-DELETE
               MOVE 'DELETE'            TO ACTNO
           ELSE
               MOVE 'SAVE'              TO ACTNO
           END-IF.
           MOVE SPACES                  TO DRFDO.
           STRING PND-DATE ' ' PND-TIME(1:2) ':' PND-TIME(3:2)
                  ':' PND-TIME(5:2)
               DELIMITED BY SIZE INTO DRFDO
           END-STRING.

           EVALUATE TRUE
             WHEN PND-IS-DELETE
               MOVE '(THIS SEGMENT IS TO BE DELETED)'
                                        TO DRFTO
             WHEN PND-SEQU = ZERO
               MOVE PND-BODY(1:96)      TO DRFTO
             WHEN OTHER
               MOVE PND-DATA-LINE       TO DRFTO
           END-EVALUATE.

           MOVE PND-HELPD-KEY           TO HELPD-KEY.
           EXEC CICS READ FILE    ('SYHELPD')
                          INTO    (SYHELPD-RECORD)
                          RIDFLD  (HELPD-KEY)
                          RESP    (RESP-CODE)
           END-EXEC.

           EVALUATE TRUE
             WHEN RESP-CODE = DFHRESP(NOTFND)
               MOVE '(NOT ON FILE - APPROVAL ADDS THIS SEGMENT)'
                                        TO LIVEO
             WHEN RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE '(FILE ERROR READING LIVE TEXT)'
                                        TO LIVEO
             WHEN HELPD-SEQU-HEADER
               MOVE HELPD-TABLE         TO LIVEO
             WHEN OTHER
               MOVE HELPD-DATA          TO LIVEO
           END-EVALUATE.

       C25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ONE LINE OF THE PENDING LIST FROM THE CURRENT DRAFT        *
      *----------------------------------------------------------------
       C30-FORMAT-LIST-LINE.

           MOVE SPACES                  TO LIST-LINE.
           MOVE PND-TRAN                TO LST-TRAN.
           MOVE PND-NAME                TO LST-NAME.
           MOVE PND-LANG                TO LST-LANG.
           MOVE PND-SEQU                TO LST-SEQU.
           MOVE PND-AUTHOR              TO LST-AUTHOR.
           MOVE PND-DATE                TO LST-DATE.
           IF  PND-IS-DELETE
               MOVE 'DELETE'            TO LST-ACTION
           ELSE
               MOVE 'SAVE'              TO LST-ACTION
               MOVE PND-BODY            TO LST-TEXT
           END-IF.
           MOVE LIST-LINE               TO PLINEO(LIST-SUB).

       C35-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK THE USER'S SYHAUTH PROFILES FOR APPROVE AUTHORITY    *
      *    OVER THE TRAN OF THE DRAFT ON THE SCREEN.  THE SAME SCAN   *
      *    SYHELPOM DOES FOR MAINTAIN AUTHORITY, LOOKING FOR AN 'A'.  *
      ******************************************************************
       C40-CHECK-AUTHORITY.

           SET  USER-NOT-AUTHORIZED     TO TRUE.
           SET  AUTH-SCAN-RUNNING       TO TRUE.

           MOVE USER-ID                 TO AUTH-USER.
           MOVE LOW-VALUES              TO AUTH-TRAN-PAT.

           EXEC CICS STARTBR FILE   ('SYHAUTH')
                             RIDFLD (AUTH-KEY)
                             GTEQ
                             RESP   (RESP-CODE)
           END-EXEC.

           IF  RESP-CODE = DFHRESP(NORMAL)
               PERFORM WITH TEST BEFORE
                 UNTIL AUTH-SCAN-DONE
                   EXEC CICS READNEXT FILE   ('SYHAUTH')
                                      INTO   (SYHAUTH-RECORD)
                                      RIDFLD (AUTH-KEY)
                                      RESP   (RESP-CODE)
                   END-EXEC
                   EVALUATE TRUE
                     WHEN RESP-CODE NOT = DFHRESP(NORMAL)
                       SET  AUTH-SCAN-DONE TO TRUE
                     WHEN AUTH-USER NOT = USER-ID
                       SET  AUTH-SCAN-DONE TO TRUE
                     WHEN OTHER
                       SET  WILDCOMP-PGM   TO TRUE
                       MOVE LENGTH OF AUTH-TRAN-PAT
                                           TO WILDCOMP-LEN
                       MOVE AUTH-TRAN-PAT  TO WILDCOMP-STR1
                       MOVE CA-TRAN        TO WILDCOMP-STR2
                       CALL WILDCOMP-CTL USING WILDCOMP-PARMS
                       IF  WILDCOMP-STR1-EQ-STR2
                       AND AUTH-APPROVE
                           SET  USER-AUTHORIZED TO TRUE
                           SET  AUTH-SCAN-DONE  TO TRUE
                       END-IF
                   END-EVALUATE
               END-PERFORM
               EXEC CICS ENDBR FILE ('SYHAUTH') END-EXEC
           END-IF.

           IF  USER-NOT-AUTHORIZED
               MOVE SPACES              TO MSG-TEXT
               STRING 'NOT AUTHORIZED - NO SYHAUTH APPROVE PROFILE'
                      ' FOR ' USER-ID ' ON TRAN ' CA-TRAN
                   DELIMITED BY SIZE INTO MSG-TEXT
               END-STRING
           END-IF.

       C45-EXIT.
           EXIT.

      /*****************************************************************
      *    PF5 - APPROVE THE DRAFT ON THE SCREEN AND APPLY IT          *
      ******************************************************************
       D00-APPROVE-CHANGE.

           IF  CA-NOTHING-SHOWN
               MOVE 'NO PENDING CHANGE ON THE SCREEN TO APPROVE'
                                        TO MSG-TEXT
               PERFORM C00-SHOW-PENDING THRU C05-EXIT
               GO TO D05-EXIT
           END-IF.

           PERFORM C40-CHECK-AUTHORITY  THRU C45-EXIT.
           IF  USER-NOT-AUTHORIZED
               PERFORM C00-SHOW-PENDING THRU C05-EXIT
               GO TO D05-EXIT
           END-IF.

           IF  USER-ID = CA-AUTHOR
               MOVE 'YOU MAY NOT APPROVE YOUR OWN CHANGE'
                                        TO MSG-TEXT
               PERFORM C00-SHOW-PENDING THRU C05-EXIT
               GO TO D05-EXIT
           END-IF.

           PERFORM D20-READ-FOR-DECISION THRU D25-EXIT.
           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               PERFORM C00-SHOW-PENDING THRU C05-EXIT
               GO TO D05-EXIT
           END-IF.

           PERFORM D30-APPLY-TO-HELPD   THRU D35-EXIT.
           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'SYHELPD'           TO ERR-RESOURCE
               PERFORM Z80-FILE-ERROR   THRU Z85-EXIT
               PERFORM C00-SHOW-PENDING THRU C05-EXIT
               GO TO D05-EXIT
           END-IF.

           SET  PND-IS-APPROVED         TO TRUE.
           PERFORM D40-CLOSE-DRAFT      THRU D45-EXIT.
           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               PERFORM C00-SHOW-PENDING THRU C05-EXIT
               GO TO D05-EXIT
           END-IF.

           MOVE 'CHANGE APPROVED AND APPLIED TO SYHELPD'
                                        TO MSG-TEXT.
           PERFORM C00-SHOW-PENDING     THRU C05-EXIT.

       D05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PF6 - REJECT THE DRAFT ON THE SCREEN.  AN AUTHOR MAY ALSO  *
      *    WITHDRAW THEIR OWN DRAFT THIS WAY.                         *
      *----------------------------------------------------------------
       D10-REJECT-CHANGE.

           IF  CA-NOTHING-SHOWN
               MOVE 'NO PENDING CHANGE ON THE SCREEN TO REJECT'
                                        TO MSG-TEXT
               PERFORM C00-SHOW-PENDING THRU C05-EXIT
               GO TO D15-EXIT
           END-IF.

           PERFORM C40-CHECK-AUTHORITY  THRU C45-EXIT.
           IF  USER-NOT-AUTHORIZED
               IF  USER-ID = CA-AUTHOR
                   MOVE SPACES          TO MSG-TEXT
               ELSE
                   PERFORM C00-SHOW-PENDING THRU C05-EXIT
                   GO TO D15-EXIT
               END-IF
           END-IF.

           PERFORM D20-READ-FOR-DECISION THRU D25-EXIT.
           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               PERFORM C00-SHOW-PENDING THRU C05-EXIT
               GO TO D15-EXIT
           END-IF.

           SET  PND-IS-REJECTED         TO TRUE.
           PERFORM D40-CLOSE-DRAFT      THRU D45-EXIT.
           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               PERFORM C00-SHOW-PENDING THRU C05-EXIT
               GO TO D15-EXIT
           END-IF.

           IF  USER-ID = CA-AUTHOR
               MOVE 'DRAFT WITHDRAWN - SYHELPD NOT CHANGED'
                                        TO MSG-TEXT
           ELSE
               MOVE 'CHANGE REJECTED - SYHELPD NOT CHANGED'
                                        TO MSG-TEXT
           END-IF.
           PERFORM C00-SHOW-PENDING     THRU C05-EXIT.

       D15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    RE-READ THE DRAFT FOR UPDATE.  SOMEONE ELSE MAY HAVE       *
      *    DECIDED IT, OR THE AUTHOR REPLACED IT, SINCE IT WAS SHOWN. *
      *----------------------------------------------------------------
       D20-READ-FOR-DECISION.

           MOVE CA-PND-KEY              TO PND-KEY.
           EXEC CICS READ FILE    ('SYHELPP')
                          INTO    (HELPDPND-RECORD)
                          RIDFLD  (PND-KEY)
                          UPDATE
                          RESP    (RESP-CODE)
           END-EXEC.

           EVALUATE TRUE
             WHEN RESP-CODE = DFHRESP(NOTFND)
               MOVE 'CHANGE IS NO LONGER PENDING - ALREADY DECIDED'
                                        TO MSG-TEXT
             WHEN RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'DECISION FAILED - FILE ERROR ON SYHELPP'
                                        TO MSG-TEXT
             WHEN HELPDPND-RECORD NOT = CA-SHOWN-PND
               EXEC CICS UNLOCK FILE ('SYHELPP') END-EXEC
               MOVE 'THE AUTHOR CHANGED THIS DRAFT - REVIEW IT AGAIN'
                                        TO MSG-TEXT
               MOVE DFHRESP(NOTFND)     TO RESP-CODE
           END-EVALUATE.

       D25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    APPLY THE APPROVED DRAFT TO SYHELPD AND LOG THE BEFORE-    *
      *    IMAGE TO HLPH THE SAME WAY AN SHLX PROMOTE DOES.  A DELETE *
      *    OF A SEGMENT THAT IS ALREADY GONE HAS NOTHING LEFT TO DO.  *
      *----------------------------------------------------------------
       D30-APPLY-TO-HELPD.

           MOVE PND-HELPD-KEY           TO HELPD-KEY.
           EXEC CICS READ FILE    ('SYHELPD')
                          INTO    (SYHELPD-RECORD)
                          RIDFLD  (HELPD-KEY)
                          UPDATE
                          RESP    (RESP-CODE)
           END-EXEC.

           EVALUATE TRUE
             WHEN RESP-CODE = DFHRESP(NORMAL)
             AND  PND-IS-DELETE
               MOVE HELPD-BODY          TO HIST-BEFORE-IMAGE
               EXEC CICS DELETE FILE   ('SYHELPD')
                                RESP   (RESP-CODE)
               END-EXEC
               IF  RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'D'             TO HIST-FUNCTION
                   PERFORM D60-LOG-HISTORY THRU D65-EXIT
               END-IF
             WHEN RESP-CODE = DFHRESP(NORMAL)
               MOVE HELPD-BODY          TO HIST-BEFORE-IMAGE
               PERFORM D50-SET-BODY     THRU D55-EXIT
               EXEC CICS REWRITE FILE  ('SYHELPD')
                                 FROM  (SYHELPD-RECORD)
                                 LENGTH(HELPD-RECL)
                                 RESP  (RESP-CODE)
               END-EXEC
               IF  RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'U'             TO HIST-FUNCTION
                   PERFORM D60-LOG-HISTORY THRU D65-EXIT
               END-IF
             WHEN RESP-CODE = DFHRESP(NOTFND)
             AND  PND-IS-DELETE
               MOVE DFHRESP(NORMAL)     TO RESP-CODE
             WHEN RESP-CODE = DFHRESP(NOTFND)
               MOVE PND-HELPD-KEY       TO HELPD-KEY
               PERFORM D50-SET-BODY     THRU D55-EXIT
               EXEC CICS WRITE FILE    ('SYHELPD')
                                FROM   (SYHELPD-RECORD)
                                RIDFLD (HELPD-KEY)
                                LENGTH (HELPD-RECL)
                                RESP   (RESP-CODE)
               END-EXEC
               IF  RESP-CODE = DFHRESP(NORMAL)
                   MOVE LOW-VALUES      TO HIST-BEFORE-IMAGE
                   MOVE 'W'             TO HIST-FUNCTION
                   PERFORM D60-LOG-HISTORY THRU D65-EXIT
               END-IF
           END-EVALUATE.

       D35-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    REMOVE THE DECIDED DRAFT, WRITE ITS FINAL IMAGE TO THE     *
      *    HLPA AUDIT QUEUE AND COMMIT.  THE CALLER HAS SET THE       *
      *    DISPOSITION.                                               *
      *----------------------------------------------------------------
       D40-CLOSE-DRAFT.

           EXEC CICS DELETE FILE   ('SYHELPP')
                            RESP   (RESP-CODE)
           END-EXEC.
           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'SYHELPP'           TO ERR-RESOURCE
               PERFORM Z80-FILE-ERROR   THRU Z85-EXIT
               GO TO D45-EXIT
           END-IF.

           MOVE USER-ID                 TO PND-CHECKER.
           ACCEPT PND-CHECK-DATE        FROM DATE YYYYMMDD.
           ACCEPT PND-CHECK-TIME        FROM TIME.
           EXEC CICS WRITEQ TD QUEUE  (AUDIT-QUEUE)
                               FROM   (HELPDPND-RECORD)
                               LENGTH (AUDIT-LEN)
                               RESP   (RESP-CODE)
           END-EXEC.
           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'HLPA'              TO ERR-RESOURCE
               PERFORM Z80-FILE-ERROR   THRU Z85-EXIT
               GO TO D45-EXIT
           END-IF.

           EXEC CICS SYNCPOINT END-EXEC.

       D45-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LOAD THE DRAFT BODY INTO THE SYHELPD RECORD AND SIZE IT    *
      *----------------------------------------------------------------
       D50-SET-BODY.

           MOVE PND-BODY                TO HELPD-BODY.
           IF  HELPD-SEQU-HEADER
               COMPUTE HELPD-RECL  = LENGTH OF HELPD-KEY
                                   + LENGTH OF HELPD-BODY
           ELSE
               COMPUTE HELPD-RECL  = LENGTH OF HELPD-KEY
                                   + LENGTH OF HELPD-DATA
           END-IF.
           ACCEPT HELPD-LAST-UPD        FROM DATE YYYYMMDD.

       D55-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WRITE ONE HELPDHST RECORD TO HLPH FOR THE APPLIED CHANGE.  *
      *    CALLER SETS HIST-FUNCTION AND HIST-BEFORE-IMAGE.           *
      *----------------------------------------------------------------
       D60-LOG-HISTORY.

           MOVE HELPD-KEY              TO HIST-KEY.
           ACCEPT HIST-DATE            FROM DATE YYYYMMDD.
           ACCEPT HIST-TIME            FROM TIME.
           MOVE USER-ID                TO HIST-JOBNAME.
           EXEC CICS WRITEQ TD QUEUE  (HIST-QUEUE)
                               FROM   (HELPDHST-RECORD)
                               LENGTH (HIST-LEN)
                               RESP   (RESP-CODE)
           END-EXEC.

       D65-EXIT.
           EXIT.

      /*****************************************************************
      *    SHARED UTILITY ROUTINES                                     *
      ******************************************************************

       U20-SEND-MAP.

           MOVE MSG-TEXT                TO MSGO.

           EXEC CICS SEND MAP    (THIS-MAP)
                          MAPSET (THIS-MAPSET)
                          FROM   (SYHELPAO)
                          ERASE
                          CURSOR
           END-EXEC.

       U25-EXIT.
           EXIT.

       Z00-RETURN-TRANSID.

           MOVE SYHELPOA-COMMAREA       TO DFHCOMMAREA.
           EXEC CICS RETURN TRANSID    (THIS-TRANID)
                            COMMAREA   (DFHCOMMAREA)
                            LENGTH     (LENGTH OF DFHCOMMAREA)
           END-EXEC.

       Z05-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A FILE OR QUEUE ERROR PART WAY THROUGH A DECISION - ROLL   *
      *    THE WHOLE DECISION BACK SO SYHELPD, SYHELPP AND THE QUEUES *
      *    NEVER DISAGREE, AND SAY WHAT FAILED.                       *
      *----------------------------------------------------------------
       Z80-FILE-ERROR.

           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           MOVE SPACES                  TO MSG-TEXT.
           STRING 'DECISION BACKED OUT - FILE ERROR ON ' ERR-RESOURCE
                  ', SEE CICS LOG'
               DELIMITED BY SIZE INTO MSG-TEXT
           END-STRING.
           MOVE DFHRESP(IOERR)          TO RESP-CODE.

       Z85-EXIT.
           EXIT.

       Z90-END-SESSION.

           EXEC CICS SEND TEXT    FROM    ('SYHELPD APPROVAL ENDED')
                                  LENGTH   (22)
                                  ERASE
                                  FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

       Z95-EXIT.
           EXIT.
