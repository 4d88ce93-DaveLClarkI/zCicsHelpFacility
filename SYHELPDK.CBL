      *                SHARED HELPDLDG RUN LEDGER THAT SYHELPDL
      *                REPORTS AND THE SYHELPDB BACKOUT INTERLOCK
      *                READS.
      * 10/15/2026 DLC A SHARED TEXT BLOCK ('$BLK') IS NO LONGER
      *                INDEXED AS A PANEL OF ITS OWN.  ITS WORDS ARE
      *                INDEXED UNDER EVERY PANEL WHOSE '&' LINE
      *                INCLUDES IT, IN THAT PANEL'S LANGUAGE OR ELSE
      *                THE BASE LANGUAGE, SO FIND LANDS ON THE PANELS
      *                A USER CAN ACTUALLY READ THE TEXT IN.
      * 10/15/2026 DLC TIME-WINDOWED NOTICES ('$NTC') ARE NOT INDEXED.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************

       COPY HELPDLGW.

       COPY HELPBLKW.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      ******************************************************************
       COPY HELPDLGP.

      /*****************************************************************
      *    LOAD A SHARED TEXT BLOCK WITHOUT LOSING THE SWEEP POSITION  *
      ******************************************************************
       COPY HELPBLKP.

      /*****************************************************************
      *    SORT INPUT - SWEEP SYHELPD AND RELEASE ONE SORT RECORD PER  *
      *    KEYWORD OCCURRENCE                                          *
                   EVALUATE TRUE
                     WHEN HELPD-IS-ALIAS
                       CONTINUE
                     WHEN HELPD-SHARED-BLOCK
      *                A SHARED BLOCK IS INDEXED UNDER EACH PANEL THAT
      *                INCLUDES IT, NOT AS A PANEL OF ITS OWN
                       CONTINUE
                     WHEN HELPD-NOTICE-ENTRY
      *                A NOTICE IS SHOWN BY ITS TIME WINDOW, NEVER
      *                LOOKED UP, SO FIND HAS NO USE FOR ITS WORDS
                       CONTINUE
                     WHEN HELPD-SEQU-HEADER
                       MOVE HELPD-TABLE TO SCAN-TEXT
                       MOVE LENGTH OF HELPD-TABLE
                                        TO SCAN-LEN
                       PERFORM C10-TOKENIZE-TEXT THRU C15-EXIT
                     WHEN HELPD-DATA(1:1) = '&'
                       PERFORM C30-TOKENIZE-BLOCK THRU C35-EXIT
                     WHEN OTHER
                       MOVE SPACES      TO SCAN-TEXT
                       MOVE HELPD-DATA  TO SCAN-TEXT
       C25-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    AN '&' LINE - TOKENIZE THE INCLUDED BLOCK'S TEXT UNDER THE *
      *    INCLUDING PANEL.  HELPBLKP PUTS THE PANEL'S RECORD AND THE *
      *    SWEEP POSITION BACK BEFORE THE WORDS ARE RELEASED.         *
      *----------------------------------------------------------------
       C30-TOKENIZE-BLOCK.

           MOVE HELPD-DATA(2:8)        TO BLOCK-NAME.
           MOVE HELPD-LANG             TO BLOCK-LANG.
           MOVE HELPD-KEY              TO BLOCK-RESUME-KEY.
           PERFORM U90-GET-BLOCK THRU U95-EXIT.

           PERFORM WITH TEST BEFORE
             VARYING BLOCK-SUB FROM 1 BY 1
               UNTIL BLOCK-SUB > BLOCK-LINE-CNT
               MOVE SPACES             TO SCAN-TEXT
               MOVE BLOCK-LINE(BLOCK-SUB)
                                       TO SCAN-TEXT
               MOVE LENGTH OF HELPD-DATA
                                       TO SCAN-LEN
               PERFORM C10-TOKENIZE-TEXT THRU C15-EXIT
           END-PERFORM.

       C35-EXIT.
           EXIT.

      /*****************************************************************
      *    SORT OUTPUT - DROP DUPLICATE PAIRINGS AND LOAD THE INDEX    *
      *    CLUSTER IN KEY ORDER                                        *
