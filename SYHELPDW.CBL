      *               '>'   SEE ALSO LINE.  COLS 2-5 TARGET TRAN,
      *                     7-14 TARGET NAME, 16-80 DESCRIPTION.
      *                     EMITS A '>' CARD.
      *               '&'   SHARED BLOCK INCLUDE.  COLS 2-9 BLOCK
      *                     NAME.  EMITS AN '&' CARD.
      *               '!'   FORCED BREAK.  ENDS THE PARAGRAPH AND
      *                     EMITS COLS 2-65 AS ONE UNWRAPPED '@'
      *                     CARD - FOR TABLES AND INDENTED TEXT.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC ADDED THE '&' LINE FORM, WHICH EMITS AN '&'
      *                SHARED BLOCK INCLUDE CARD.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       01  INPUT-LINE-TEXT  REDEFINES INPUT-LINE.
         03                            PIC  X(15).
         03  IN-XREF-TEXT              PIC  X(65).
       01  INPUT-LINE-BLOCK  REDEFINES INPUT-LINE.
         03                            PIC  X(01).
         03  IN-BLOCK-NAME             PIC  X(08).
         03                            PIC  X(71).

       01  OUT-CARD.
         03  OUT-CARD-TRAN             PIC  X(04).
               PERFORM P50-PRINT-LINE-ERROR THRU P55-EXIT
             WHEN IN-TAG = '>'
               PERFORM D20-PUT-XREF THRU D25-EXIT
             WHEN IN-TAG = '&'
               PERFORM D30-PUT-INCLUDE THRU D35-EXIT
             WHEN IN-TAG = '!'
               PERFORM P30-FLUSH-PARAGRAPH THRU P35-EXIT
               MOVE SPACES             TO OUT-LINE
       D25-EXIT.
           EXIT.

      /*****************************************************************
      *    '&' LINE - EMIT A SHARED BLOCK INCLUDE CARD                 *
      ******************************************************************

       D30-PUT-INCLUDE.

           PERFORM P30-FLUSH-PARAGRAPH THRU P35-EXIT.

           IF  IN-BLOCK-NAME NOT > SPACES
               MOVE 'INCLUDE LINE IS MISSING THE BLOCK NAME'
                                       TO LINE-ERR-MSG
               PERFORM P50-PRINT-LINE-ERROR THRU P55-EXIT
               GO TO D35-EXIT
           END-IF.

           MOVE SPACES                 TO OUT-CARD.
           MOVE CUR-TRAN               TO OUT-CARD-TRAN.
           MOVE CUR-NAME               TO OUT-CARD-NAME.
           MOVE CUR-LANG               TO OUT-CARD-LANG.
           MOVE '&'                    TO OUT-CARD-CODE.
           MOVE IN-BLOCK-NAME          TO OUT-CARD-DATA(1:8).
           PERFORM U50-PUT-CARD THRU U55-EXIT.

       D35-EXIT.
           EXIT.

      /*****************************************************************
      *    PROSE - SPLIT THE LINE INTO WORDS AND WRAP THEM INTO THE    *
      *    64-BYTE OUTPUT LINE AT WHOLE-WORD BOUNDARIES                *
