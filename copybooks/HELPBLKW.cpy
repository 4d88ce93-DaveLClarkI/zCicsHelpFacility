      ******************************************************************
      *    HELPBLKW  -  SHARED TEXT BLOCK WORK AREA FOR HELPBLKP      *
      *    A SHARED BLOCK IS KEPT ONCE ON SYHELPD UNDER HELPD-TRAN =   *
      *    '$BLK', HELPD-NAME = BLOCK NAME, AND IS PULLED INTO A PANEL *
      *    BY A DATA LINE OF '&' + BLOCK NAME.  A BLOCK IS LIMITED TO  *
      *    ONE SCREEN OF TEXT (BLOCK-LINE-MAX); BLOCK-LINE-TOTAL STILL *
      *    COUNTS EVERY LINE SO THE AUDIT CAN REPORT AN OVERSIZE ONE.  *
      *    SYHELPOV FILLS THE SAME LINE TABLE FROM ITS OWN BROWSE.     *
      ******************************************************************
       01  BLOCK-FIELDS.
           05  BLOCK-NAME               PIC  X(08).
           05  BLOCK-LANG               PIC  X(01).
           05  BLOCK-RESUME-KEY         PIC  X(16).
           05  BLOCK-SAVE-RECL          PIC  9(05).
           05  BLOCK-SAVE-RECORD        PIC  X(120).
           05  BLOCK-TITLE              PIC  X(64).
           05  BLOCK-SWITCH             PIC  X(01).
               88  BLOCK-FOUND                       VALUE 'Y'.
               88  BLOCK-MISSING                     VALUE 'N'.
           05  BLOCK-END-SWITCH         PIC  X(01).
               88  BLOCK-AT-END                      VALUE 'Y'.
               88  BLOCK-NOT-END                     VALUE 'N'.
           05  BLOCK-LINE-TOTAL         PIC S9(04)   BINARY.
           05  BLOCK-LINE-CNT           PIC S9(04)   BINARY.
           05  BLOCK-LINE-MAX           PIC S9(04)   BINARY VALUE 15.
           05  BLOCK-SUB                PIC S9(04)   BINARY.
           05  BLOCK-LINE               PIC  X(64)   OCCURS 15 TIMES.
