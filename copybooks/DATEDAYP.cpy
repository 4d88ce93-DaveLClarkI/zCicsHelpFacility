      ******************************************************************
      *    DATEDAYP  -  CONVERT DDAY-DATE (YYYYMMDD) TO DDAY-NUMBER   *
      *    GREGORIAN DAY COUNT WITH THE YEAR STARTING IN MARCH SO THE *
      *    LEAP DAY FALLS AT THE END.  EACH DIVISION IS COMPUTED INTO *
      *    AN INTEGER FIELD ON ITS OWN SO IT TRUNCATES.               *
      ******************************************************************
       U80-DATE-TO-DAYS.

           MOVE ZEROES                 TO DDAY-NUMBER.
           IF  DDAY-DATE NOT NUMERIC
               GO TO U85-EXIT
           END-IF.

           MOVE DDAY-YYYY              TO DDAY-YEAR.
           MOVE DDAY-MM                TO DDAY-MONTH.
           IF  DDAY-MONTH < 3
               SUBTRACT 1              FROM DDAY-YEAR
               ADD  12                 TO DDAY-MONTH
           END-IF.

           COMPUTE DDAY-NUMBER = DDAY-YEAR * 365 + DDAY-DD.
           COMPUTE DDAY-WORK   = DDAY-YEAR / 4.
           ADD  DDAY-WORK              TO DDAY-NUMBER.
           COMPUTE DDAY-WORK   = DDAY-YEAR / 100.
           SUBTRACT DDAY-WORK          FROM DDAY-NUMBER.
           COMPUTE DDAY-WORK   = DDAY-YEAR / 400.
           ADD  DDAY-WORK              TO DDAY-NUMBER.
           COMPUTE DDAY-WORK   = (153 * (DDAY-MONTH - 3) + 2) / 5.
           ADD  DDAY-WORK              TO DDAY-NUMBER.

       U85-EXIT.
           EXIT.
