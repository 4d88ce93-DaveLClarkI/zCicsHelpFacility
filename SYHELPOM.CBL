      *               WOULD MEAN RECASTING IT AS SOMETHING CICS CAN
      *               ALSO WRITE TO, WHICH IS A SEPARATE PIECE OF
      *               WORK FROM THIS ONE.
      *
      *               SAVES AND DELETES DONE HERE DO NOT REACH LIVE
      *               SYHELPD.  EACH ONE IS HELD AS THE AUTHOR'S
      *               DRAFT ON THE SYHELPP PENDING-CHANGE CLUSTER
      *               (HELPDPND LAYOUT) UNTIL A SECOND PERSON WITH AN
      *               'A' PROFILE APPROVES IT THROUGH SYHELPOA
      *               (TRANID SHLA), WHICH IS WHAT APPLIES IT.  A
      *               READ SHOWS THE USER THEIR OWN PENDING DRAFT OF
      *               THE SEGMENT, IF THEY HAVE ONE, IN PLACE OF THE
      *               LIVE TEXT SO THEY CAN KEEP WORKING ON IT.
      *
      *               PF6 ATTESTS THAT THE TRAN/NAME TOPIC ON THE
      *               SCREEN HAS BEEN REVIEWED AND IS STILL CORRECT.
      *               IT STAMPS THE TOPIC'S SYHELPW OWNERSHIP RECORD
      *               (HELPDOWN LAYOUT) WITH TODAY'S DATE AND THE
      *               USER, WHICH RESTARTS ITS SYHELPDO REVIEW CLOCK.
      *               THE TEXT AND HELPD-LAST-UPD ARE NOT TOUCHED, SO
      *               NO DRAFT OR APPROVAL IS INVOLVED.  THE TOPIC'S
      *               NAMED REVIEWER MAY ALWAYS ATTEST; ANYONE ELSE
      *               NEEDS A SYHAUTH MAINTAIN PROFILE FOR THE TRAN.

      * CHANGE HISTORY ------------------------------------------------
      * 01/09/2026 DLC ORIGINAL PROGRAM.
      *                WILDCOMP).  A USER WITH NO MATCHING 'M'
      *                PROFILE FOR THE TRAN MAY ONLY BROWSE; THE
      *                VIOLATION COMES BACK IN MSG-TEXT.
      * 10/15/2026 DLC SAVES AND DELETES ARE NOW HELD AS DRAFTS ON THE
      *                SYHELPP PENDING-CHANGE FILE, KEYED BY SEGMENT
      *                AND AUTHOR, FOR A SECOND PERSON TO APPROVE IN
      *                SYHELPOA (SHLA) - NOTHING HERE UPDATES SYHELPD
      *                ANY MORE.  A READ SHOWS THE USER'S OWN PENDING
      *                DRAFT OF THE SEGMENT WHEN THERE IS ONE.
      * 10/15/2026 DLC PF6 ATTESTS A REVIEW OF THE TOPIC ON THE SCREEN
      *                ON ITS SYHELPW OWNERSHIP RECORD, RESETTING ITS
      *                REVIEW CLOCK WITHOUT CHANGING THE TEXT OR
      *                HELPD-LAST-UPD.  THE SCREEN IT LEAVES SHOWS THE
      *                USER'S OWN PENDING DRAFT WHEN THERE IS ONE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************

         03  WORK-SEQU-EDIT            PIC -9(04).

         03  USER-ID                   PIC  X(08)   VALUE SPACES.
         03  AUTH-SWITCH               PIC  X(01)   VALUE 'N'.
           88  USER-AUTHORIZED                      VALUE 'Y'.
         03  AUTH-BROWSE-SWITCH        PIC  X(01)   VALUE 'N'.
           88  AUTH-SCAN-DONE                       VALUE 'Y'.
           88  AUTH-SCAN-RUNNING                    VALUE 'N'.
         03  DRAFT-SWITCH              PIC  X(01)   VALUE 'N'.
           88  DRAFT-ON-FILE                        VALUE 'Y'.
           88  DRAFT-NOT-ON-FILE                    VALUE 'N'.
         03  DRAFT-ACTION              PIC  X(01)   VALUE SPACES.
         03  OWNER-SWITCH              PIC  X(01)   VALUE 'N'.
           88  OWNER-ON-FILE                        VALUE 'Y'.
           88  OWNER-NOT-ON-FILE                    VALUE 'N'.

         03  MSG-TEXT                  PIC  X(79)   VALUE SPACES.
         03  ATTEST-MSG-TEXT           PIC  X(79)   VALUE SPACES.

       01  SYHELPOM-COMMAREA.
           05  CA-HELPD-KEY.

       COPY SYHAUTH.

       COPY HELPDPND.

       COPY HELPDOWN.

       COPY WILDCOMP.

       COPY SYHELPOS.
                   PERFORM C10-BROWSE-NEXT    THRU C15-EXIT
                 WHEN DFHPF5
                   PERFORM D10-DELETE-HELPD   THRU D15-EXIT
                 WHEN DFHPF6
                   PERFORM D30-ATTEST-REVIEW  THRU D35-EXIT
                 WHEN DFHENTER
                   IF  CA-TEXT-SCREEN
                       PERFORM D00-SAVE-HELPD THRU D05-EXIT
                       PERFORM C00-READ-HELPD THRU C05-EXIT
                   END-IF
                 WHEN OTHER
                   MOVE SPACES         TO MSG-TEXT
                   STRING 'PF3=END PF5=DEL PF6=REVIEWED '
                          'PF7/8=PREV/NEXT ENTER=SAVE'
                       DELIMITED BY SIZE INTO MSG-TEXT
                   END-STRING
                   PERFORM A90-REDISPLAY-KEY-PANEL THRU A95-EXIT
               END-EVALUATE
           END-IF.
               ELSE
                   MOVE 'FOUND - EDIT TEXT AND PRESS ENTER TO SAVE'
                                        TO MSG-TEXT
                   PERFORM C30-SHOW-OWN-DRAFT THRU C35-EXIT
               END-IF
           ELSE
           IF  RESP-CODE = DFHRESP(NOTFND)
               MOVE SPACES              TO HELPD-BODY
               MOVE 'NOT ON FILE - TYPE TEXT AND PRESS ENTER TO ADD'
                                        TO MSG-TEXT
               IF  NOT HELPD-IS-ALIAS
                   PERFORM C30-SHOW-OWN-DRAFT THRU C35-EXIT
               END-IF
           ELSE
               SET  CA-RECORD-NOT-FOUND TO TRUE
               MOVE SPACES              TO HELPD-BODY
       C25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    IF THIS USER ALREADY HAS A DRAFT OF THE SEGMENT PENDING,   *
      *    SHOW IT IN PLACE OF THE LIVE TEXT SO THE NEXT SAVE BUILDS  *
      *    ON IT RATHER THAN ON THE LIVE VERSION.  A FILE PROBLEM ON  *
      *    SYHELPP JUST LEAVES THE LIVE TEXT ON THE SCREEN.           *
      *----------------------------------------------------------------
       C30-SHOW-OWN-DRAFT.

           EXEC CICS ASSIGN USERID (USER-ID)
           END-EXEC.

           MOVE HELPD-KEY               TO PND-HELPD-KEY.
           MOVE USER-ID                 TO PND-AUTHOR.

           EXEC CICS READ FILE    ('SYHELPP')
                          INTO    (HELPDPND-RECORD)
                          RIDFLD  (PND-KEY)
                          RESP    (RESP-CODE)
           END-EXEC.

           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               GO TO C35-EXIT
           END-IF.

           IF  PND-IS-DELETE
               MOVE 'YOUR DELETE OF THIS RECORD IS PENDING APPROVAL'
                                        TO MSG-TEXT
           ELSE
               MOVE PND-BODY            TO HELPD-BODY
               MOVE 'YOUR PENDING DRAFT SHOWN - EDIT AND PRESS ENTER'
                                        TO MSG-TEXT
           END-IF.

       C35-EXIT.
           EXIT.

      /*****************************************************************
      *    CHECK THE USER'S SYHAUTH PROFILES FOR MAINTAIN AUTHORITY   *
      *    OVER THE TRAN BEING SAVED OR DELETED.  NO MATCHING 'M'     *
               GO TO D05-EXIT
           END-IF.

           MOVE SPACES                  TO HELPD-BODY.
           IF  HELPD-SEQU = ZERO
               MOVE TEXTI                TO HELPD-TABLE
           ELSE
               MOVE TEXTI(1:64)          TO HELPD-DATA
           END-IF.

           MOVE 'S'                     TO DRAFT-ACTION.
           PERFORM D20-HOLD-DRAFT       THRU D25-EXIT.

           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'SAVE FAILED - FILE ERROR ON SYHELPP, NOT HELD'
                                        TO MSG-TEXT
           ELSE
               IF  DRAFT-ON-FILE
                   MOVE 'DRAFT REPLACED - PENDING APPROVAL IN SHLA'
                                        TO MSG-TEXT
               ELSE
                   MOVE 'DRAFT SAVED - PENDING APPROVAL IN SHLA'
                                        TO MSG-TEXT
               END-IF
               MOVE HELPD-KEY           TO CA-HELPD-KEY
           END-IF.

               GO TO D15-EXIT
           END-IF.

           EXEC CICS READ FILE    ('SYHELPD')
                          INTO    (SYHELPD-RECORD)
                          RIDFLD  (HELPD-KEY)
                          RESP    (RESP-CODE)
           END-EXEC.

           EVALUATE RESP-CODE
             WHEN DFHRESP(NORMAL)
               MOVE 'D'                  TO DRAFT-ACTION
               PERFORM D20-HOLD-DRAFT    THRU D25-EXIT
               IF  RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'DELETE HELD - PENDING APPROVAL IN SHLA'
                                         TO MSG-TEXT
               ELSE
                   MOVE 'DELETE FAILED - FILE ERROR ON SYHELPP'
                                         TO MSG-TEXT
               END-IF
             WHEN DFHRESP(NOTFND)
               MOVE 'DELETE FAILED - RECORD NOT FOUND'
                                         TO MSG-TEXT
       D15-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    HOLD A SAVE OR DELETE AS THIS AUTHOR'S DRAFT ON SYHELPP.   *
      *    THE CALLER HAS SET HELPD-KEY, HELPD-BODY (FOR A SAVE) AND  *
      *    DRAFT-ACTION.  A LATER SAVE OR DELETE OF THE SAME SEGMENT  *
      *    BY THE SAME AUTHOR REPLACES THE EARLIER DRAFT; ANOTHER     *
      *    AUTHOR'S DRAFT OF IT IS A SEPARATE RECORD.  RESP-CODE      *
      *    COMES BACK NORMAL WHEN THE DRAFT IS ON FILE.               *
      *----------------------------------------------------------------
       D20-HOLD-DRAFT.

           MOVE HELPD-KEY               TO PND-HELPD-KEY.
           MOVE USER-ID                 TO PND-AUTHOR.

           EXEC CICS READ FILE    ('SYHELPP')
                          INTO    (HELPDPND-RECORD)
                          RIDFLD  (PND-KEY)
                          UPDATE
                          RESP    (RESP-CODE)
           END-EXEC.

           EVALUATE RESP-CODE
             WHEN DFHRESP(NORMAL)
               SET  DRAFT-ON-FILE        TO TRUE
             WHEN DFHRESP(NOTFND)
               SET  DRAFT-NOT-ON-FILE    TO TRUE
             WHEN OTHER
               GO TO D25-EXIT
           END-EVALUATE.

           MOVE SPACES                  TO HELPDPND-RECORD.
           MOVE HELPD-KEY               TO PND-HELPD-KEY.
           MOVE USER-ID                 TO PND-AUTHOR.
           MOVE DRAFT-ACTION            TO PND-ACTION.
           IF  PND-IS-SAVE
               MOVE HELPD-BODY           TO PND-BODY
           END-IF.
           ACCEPT PND-DATE              FROM DATE YYYYMMDD.
           ACCEPT PND-TIME              FROM TIME.
           SET  PND-IS-PENDING          TO TRUE.

           IF  DRAFT-ON-FILE
               EXEC CICS REWRITE FILE  ('SYHELPP')
                                 FROM  (HELPDPND-RECORD)
                                 LENGTH(LENGTH OF HELPDPND-RECORD)
                                 RESP  (RESP-CODE)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE    ('SYHELPP')
                                FROM   (HELPDPND-RECORD)
                                RIDFLD (PND-KEY)
                                LENGTH (LENGTH OF HELPDPND-RECORD)
                                RESP   (RESP-CODE)
               END-EXEC
           END-IF.

       D25-EXIT.
           EXIT.

      /*****************************************************************
      *    PF6 - ATTEST THAT THE TOPIC ON THE SCREEN HAS BEEN          *
      *    REVIEWED AND IS STILL CORRECT.  ONLY THE SYHELPW OWNERSHIP  *
      *    RECORD CHANGES - OWN-LAST-REVIEWED AND OWN-REVIEWED-BY.     *
      *    A TOPIC WITH NO OWNERSHIP RECORD YET GETS ONE; SYHELPDO     *
      *    FILLS IN ITS TRANINV TEAM ON ITS NEXT RUN.                  *
      ******************************************************************
       D30-ATTEST-REVIEW.

           IF  CA-TRAN NOT > SPACES
               MOVE 'READ A PANEL FIRST, THEN PF6 TO ATTEST ITS REVIEW'
                                         TO MSG-TEXT
               GO TO D34-REDISPLAY
           END-IF.

           MOVE CA-TRAN                  TO HELPD-TRAN.
           MOVE CA-NAME                  TO HELPD-NAME.
           MOVE SPACE                    TO HELPD-LANG.
           MOVE ZERO                     TO HELPD-SEQU.

           EXEC CICS READ FILE    ('SYHELPD')
                          INTO    (SYHELPD-RECORD)
                          RIDFLD  (HELPD-KEY)
                          RESP    (RESP-CODE)
           END-EXEC.

           EVALUATE RESP-CODE
             WHEN DFHRESP(NORMAL)
               CONTINUE
             WHEN DFHRESP(NOTFND)
               MOVE 'NO BASE-LANGUAGE PANEL FOR TOPIC - NOT ATTESTED'
                                         TO MSG-TEXT
               GO TO D34-REDISPLAY
             WHEN OTHER
               MOVE 'ATTEST FAILED - SYHELPD FILE ERROR, SEE CICS LOG'
                                         TO MSG-TEXT
               GO TO D34-REDISPLAY
           END-EVALUATE.

           EXEC CICS ASSIGN USERID (USER-ID)
           END-EXEC.

           MOVE CA-TRAN                  TO OWN-TRAN.
           MOVE CA-NAME                  TO OWN-NAME.

           EXEC CICS READ FILE    ('SYHELPW')
                          INTO    (HELPDOWN-RECORD)
                          RIDFLD  (OWN-KEY)
                          UPDATE
                          RESP    (RESP-CODE)
           END-EXEC.

           EVALUATE RESP-CODE
             WHEN DFHRESP(NORMAL)
               SET  OWNER-ON-FILE        TO TRUE
             WHEN DFHRESP(NOTFND)
               SET  OWNER-NOT-ON-FILE    TO TRUE
               MOVE SPACES               TO HELPDOWN-RECORD
               MOVE CA-TRAN              TO OWN-TRAN
               MOVE CA-NAME              TO OWN-NAME
               SET  OWN-TEAM-FROM-TRANINV TO TRUE
               SET  OWN-INTERVAL-DEFAULT TO TRUE
             WHEN OTHER
               MOVE 'ATTEST FAILED - SYHELPW FILE ERROR, SEE CICS LOG'
                                         TO MSG-TEXT
               GO TO D34-REDISPLAY
           END-EVALUATE.

      *    THE NAMED REVIEWER MAY ALWAYS ATTEST; ANYONE ELSE NEEDS
      *    MAINTAIN AUTHORITY OVER THE TRAN
           IF  OWN-REVIEWER NOT > SPACES
           OR  OWN-REVIEWER NOT = USER-ID
               PERFORM C40-CHECK-AUTHORITY THRU C45-EXIT
               IF  USER-NOT-AUTHORIZED
                   IF  OWNER-ON-FILE
                       EXEC CICS UNLOCK FILE ('SYHELPW')
                       END-EXEC
                   END-IF
                   MOVE SPACES           TO MSG-TEXT
                   STRING 'NOT AUTHORIZED - ' USER-ID
                          ' IS NOT THE REVIEWER AND HAS NO MAINTAIN'
                          ' PROFILE FOR ' CA-TRAN
                       DELIMITED BY SIZE INTO MSG-TEXT
                   END-STRING
                   GO TO D34-REDISPLAY
               END-IF
           END-IF.

           ACCEPT OWN-LAST-REVIEWED      FROM DATE YYYYMMDD.
           MOVE USER-ID                  TO OWN-REVIEWED-BY.

           IF  OWNER-ON-FILE
               EXEC CICS REWRITE FILE  ('SYHELPW')
                                 FROM  (HELPDOWN-RECORD)
                                 LENGTH(LENGTH OF HELPDOWN-RECORD)
                                 RESP  (RESP-CODE)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE    ('SYHELPW')
                                FROM   (HELPDOWN-RECORD)
                                RIDFLD (OWN-KEY)
                                LENGTH (LENGTH OF HELPDOWN-RECORD)
                                RESP   (RESP-CODE)
               END-EXEC
           END-IF.

           IF  RESP-CODE = DFHRESP(NORMAL)
               MOVE SPACES               TO MSG-TEXT
               STRING 'REVIEW OF ' CA-TRAN ' ' CA-NAME
                      ' RECORDED ' OWN-LAST-REVIEWED
                      ' - TEXT AND LAST UPDATE DATE UNCHANGED'
                   DELIMITED BY SIZE INTO MSG-TEXT
               END-STRING
           ELSE
               MOVE 'ATTEST FAILED - FILE ERROR ON SYHELPW'
                                         TO MSG-TEXT
           END-IF.

      *    PUT BACK THE SEGMENT THE USER WAS LOOKING AT - THEIR OWN
      *    PENDING DRAFT OF IT WHEN THEY HAVE ONE, JUST AS A READ DOES,
      *    BUT WITH THE ATTESTATION RESULT LEFT IN THE MESSAGE LINE
       D34-REDISPLAY.
           MOVE MSG-TEXT                 TO ATTEST-MSG-TEXT.
           MOVE CA-TRAN                  TO HELPD-TRAN.
           MOVE CA-NAME                  TO HELPD-NAME.
           MOVE CA-LANG                  TO HELPD-LANG.
           MOVE CA-SEQU                  TO HELPD-SEQU.

           EXEC CICS READ FILE    ('SYHELPD')
                          INTO    (SYHELPD-RECORD)
                          RIDFLD  (HELPD-KEY)
                          RESP    (RESP-CODE)
           END-EXEC.

           IF  RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE SPACES               TO HELPD-BODY
           END-IF.

           IF  RESP-CODE = DFHRESP(NORMAL)
           OR  RESP-CODE = DFHRESP(NOTFND)
               IF  NOT HELPD-IS-ALIAS
                   PERFORM C30-SHOW-OWN-DRAFT THRU C35-EXIT
               END-IF
           END-IF.

           MOVE ATTEST-MSG-TEXT          TO MSG-TEXT.
           PERFORM U20-SEND-DATA-MAP     THRU U25-EXIT.

       D35-EXIT.
           EXIT.

      /*****************************************************************
      *    SHARED UTILITY ROUTINES                                     *
      ******************************************************************
