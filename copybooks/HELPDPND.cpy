      ******************************************************************
      *    HELPDPND  -  PENDING (UNAPPROVED) HELP CHANGE RECORD       *
      *    SYHELPOM NO LONGER UPDATES SYHELPD DIRECTLY.  EVERY SAVE   *
      *    AND DELETE IS HELD AS A DRAFT ON THE SYHELPP CLUSTER,      *
      *    KEYED BY THE SYHELPD SEGMENT KEY PLUS THE AUTHOR'S CICS    *
      *    USERID, UNTIL A SECOND PERSON APPROVES OR REJECTS IT       *
      *    THROUGH SYHELPOA (TRANID SHLA).  APPROVAL APPLIES THE      *
      *    DRAFT TO SYHELPD AND REMOVES IT; EITHER DECISION WRITES    *
      *    THE FINAL IMAGE OF THIS RECORD TO EXTRAPARTITION QUEUE     *
      *    HLPA AS THE TWO-PERSON AUDIT TRAIL.  SYHELPDP REPORTS      *
      *    DRAFTS LEFT WAITING TOO LONG.                              *
      *    PND-BODY IS THE DRAFT HELPD-BODY (HELPD-TABLE OR THE 64-   *
      *    BYTE HELPD-DATA LINE); SPACES FOR A DELETE.                *
      ******************************************************************
       01  HELPDPND-RECORD.
           05  PND-KEY.
               10  PND-HELPD-KEY.
                   15  PND-TRAN          PIC  X(04).
                   15  PND-NAME          PIC  X(08).
                   15  PND-LANG          PIC  X(01).
                   15  PND-SEQU          PIC S9(05)   PACKED-DECIMAL.
               10  PND-AUTHOR            PIC  X(08).
           05  PND-ACTION                PIC  X(01).
               88  PND-IS-SAVE                       VALUE 'S'.
               88  PND-IS-DELETE                     VALUE 'D'.
           05  PND-DATE                  PIC  X(08).
           05  PND-TIME                  PIC  X(08).
           05  PND-BODY                  PIC  X(104).
           05  PND-DATA  REDEFINES PND-BODY.
               10  PND-DATA-LINE         PIC  X(64).
               10  FILLER                PIC  X(40).
           05  PND-DISPOSITION           PIC  X(01).
               88  PND-IS-PENDING                    VALUE 'P'.
               88  PND-IS-APPROVED                   VALUE 'A'.
               88  PND-IS-REJECTED                   VALUE 'R'.
           05  PND-CHECKER               PIC  X(08).
           05  PND-CHECK-DATE            PIC  X(08).
           05  PND-CHECK-TIME            PIC  X(08).
           05  FILLER                    PIC  X(15).
