      *               SEQU = 0 HEADER, HEADERS WITH ZERO DATA LINES,
      *               GAPS OR DUPLICATES IN HELPD-SEQU WITHIN A PANEL,
      *               ALIAS RECORDS WHOSE TARGET HAS NO HEADER ON
      *               FILE, ALIASES THAT POINT AT ANOTHER ALIAS, AND
      *               SEE ALSO AND SHARED BLOCK INCLUDE LINES WHOSE
      *               TARGET IS NOT ON FILE.
      *               ENDS WITH RTC = 8 WHEN DEFECTS EXIST (RTC = 4
      *               WHEN THE ONLY FINDINGS ARE SEQUENCE GAPS) SO THE
      *               NIGHTLY SCHEDULE CAN USE IT AS A GATE.
      *                SHARED HELPDLDG RUN LEDGER THAT SYHELPDL
      *                REPORTS AND THE SYHELPDB BACKOUT INTERLOCK
      *                READS.
      * 10/15/2026 DLC SHARED TEXT BLOCK INCLUDE LINES (DATA LINES
      *                WHOSE FIRST BYTE IS '&') ARE NOW VERIFIED LIKE
      *                SEE ALSO LINES: THE NAMED '$BLK' BLOCK MUST
      *                HAVE A HEADER IN THE PANEL'S OWN LANGUAGE OR
      *                THE BASE LANGUAGE, ELSE THE INCLUDE IS
      *                REPORTED AS A DEFECT.  A BLOCK THAT INCLUDES
      *                ANOTHER BLOCK IS A DEFECT (BLOCKS DO NOT NEST),
      *                AND A BLOCK LONGER THAN ONE SCREEN IS A
      *                WARNING, SINCE THE DISPLAY SHOWS ONLY THE
      *                FIRST SCREENFUL OF IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           88  GROUP-XREF-FULL                      VALUE 'Y'.
           88  GROUP-XREF-NOT-FULL                  VALUE 'N'.
         03  XSUB                      PIC S9(04)   BINARY VALUE ZEROES.
         03  BLOCK-LINE-MAX            PIC S9(04)   BINARY VALUE 15.
         03  XREF-CHECK-LANG           PIC  X(01)   VALUE SPACES.
         03  XREF-SEEK-SWITCH          PIC  X(01)   VALUE 'N'.
           88  XREF-TARGET-FOUND                    VALUE 'Y'.

       01  GROUP-XREF-AREA.
         03  GROUP-XREF-ENTRY          OCCURS 20.
           05  GX-TYPE                 PIC  X(01).
             88  GX-SEE-ALSO                        VALUE '>'.
             88  GX-INCLUDE                         VALUE '&'.
           05  GX-TRAN                 PIC  X(04).
           05  GX-NAME                 PIC  X(08).

                   CONTINUE
               END-EVALUATE
               MOVE HELPD-SEQU         TO GROUP-LAST-SEQU
               EVALUATE TRUE
                 WHEN HELPD-DATA(1:1) = '>'
                   PERFORM C30-COLLECT-XREF THRU C35-EXIT
                 WHEN HELPD-DATA(1:1) NOT = '&'
                   CONTINUE
                 WHEN HELPD-SHARED-BLOCK
                   SET  DEFECT-IS-ERROR TO TRUE
                   MOVE SPACES         TO DEFECT-TEXT
                   STRING 'SHARED BLOCK INCLUDES ANOTHER BLOCK, '
                          'BLOCK = ' HELPD-DATA(2:8)
                       DELIMITED BY SIZE INTO DEFECT-TEXT
                   END-STRING
                   PERFORM P50-PRINT-DEFECT THRU P55-EXIT
                 WHEN OTHER
                   PERFORM C30-COLLECT-XREF THRU C35-EXIT
               END-EVALUATE
           END-EVALUATE.

       C25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    HOLD A SEE ALSO LINE'S TARGET, OR AN INCLUDE LINE'S BLOCK, *
      *    FOR THE WHOLE-PANEL CHECKS - THE TARGET READS WOULD        *
      *    DISTURB THE OPEN BROWSE IF THEY WERE DONE HERE             *
      *----------------------------------------------------------------
       C30-COLLECT-XREF.

               IF  GROUP-XREF-NOT-FULL
                   SET  GROUP-XREF-FULL TO TRUE
                   SET  DEFECT-IS-WARNING TO TRUE
                   MOVE 'OVER 20 SEE ALSO/INCLUDES - REST UNCHECKED'
                                       TO DEFECT-TEXT
                   PERFORM P50-PRINT-DEFECT THRU P55-EXIT
               END-IF
           END-IF.

           ADD  1                      TO GROUP-XREF-CNT.
           MOVE HELPD-DATA(1:1)        TO GX-TYPE(GROUP-XREF-CNT).
           IF  GX-INCLUDE(GROUP-XREF-CNT)
               MOVE '$BLK'             TO GX-TRAN(GROUP-XREF-CNT)
               MOVE HELPD-DATA(2:8)    TO GX-NAME(GROUP-XREF-CNT)
           ELSE
               MOVE HELPD-DATA(2:4)    TO GX-TRAN(GROUP-XREF-CNT)
               MOVE HELPD-DATA(7:8)    TO GX-NAME(GROUP-XREF-CNT)
           END-IF.

       C35-EXIT.
           EXIT.
               PERFORM E10-CHECK-ALIAS THRU E15-EXIT
           END-IF.

           IF  GROUP-TRAN = '$BLK'
           AND GROUP-DATA-CNT > BLOCK-LINE-MAX
               MOVE GROUP-DATA-CNT     TO PRINT-CNT-EDIT
               SET  DEFECT-IS-WARNING  TO TRUE
               MOVE SPACES             TO DEFECT-TEXT
               STRING 'SHARED BLOCK LONGER THAN ONE SCREEN, LINES = '
                      PRINT-CNT-EDIT
                   DELIMITED BY SIZE INTO DEFECT-TEXT
               END-STRING
               PERFORM P50-PRINT-DEFECT THRU P55-EXIT
           END-IF.

           PERFORM E20-CHECK-ONE-XREF THRU E25-EXIT
             VARYING XSUB FROM 1 BY 1
               UNTIL XSUB > GROUP-XREF-CNT
      *----------------------------------------------------------------
      *    VERIFY ONE SEE ALSO TARGET THE WAY THE DISPLAY RESOLVES    *
      *    IT: A HEADER OR AN ALIAS IN THE PANEL'S OWN LANGUAGE, OR   *
      *    FAILING THAT IN THE BASE LANGUAGE.  AN INCLUDED BLOCK IS   *
      *    FOUND THE SAME WAY EXCEPT THAT ONLY A HEADER WILL DO.      *
      *----------------------------------------------------------------
       E20-CHECK-ONE-XREF.

           IF  XREF-TARGET-MISSING
               SET  DEFECT-IS-ERROR    TO TRUE
               MOVE SPACES             TO DEFECT-TEXT
               IF  GX-INCLUDE(XSUB)
                   STRING 'INCLUDED SHARED BLOCK IS NOT ON FILE, '
                          'BLOCK = ' GX-NAME(XSUB)
                       DELIMITED BY SIZE INTO DEFECT-TEXT
                   END-STRING
               ELSE
                   STRING 'SEE ALSO TARGET HAS NO PANEL, TARGET = '
                          GX-TRAN(XSUB) ' ' GX-NAME(XSUB)
                       DELIMITED BY SIZE INTO DEFECT-TEXT
                   END-STRING
               END-IF
               PERFORM P50-PRINT-DEFECT THRU P55-EXIT
           END-IF.

               GO TO E35-EXIT
           END-EVALUATE.

           IF  GX-INCLUDE(XSUB)
               GO TO E35-EXIT
           END-IF.

           MOVE -1                     TO HELPD-SEQU.
           SET  FUNC-READ(VSUB)        TO TRUE.
           READ SYHELPD RECORD END-READ.
