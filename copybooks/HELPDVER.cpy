      ******************************************************************
      *    HELPDVER  -  PANEL VERSION ARCHIVE RECORD LAYOUT            *
      *    THE SYHELPH CLUSTER, LOADED BY SYHELPDV FROM THE HELPDHST   *
      *    TRAILS (SYHELPDX PROMOTES AND THE HLPH ONLINE SAVES) AND    *
      *    READ BY SYHELPDY.  EACH VERSION OF A PANEL IS A COMPLETE    *
      *    COPY OF ITS SYHELPD RECORDS AS THEY STOOD RIGHT AFTER ONE   *
      *    CHANGE, KEYED BY THE PANEL AND THE CHANGE'S TIMESTAMP.      *
      *    VER-LINE = 0          THE VERSION MARKER (HELPD-VER-MARK).  *
      *    VER-LINE > 0          ONE SYHELPD RECORD OF THE VERSION -   *
      *                          VER-SEQU IS ITS HELPD-SEQU AND        *
      *                          VER-IMAGE ITS HELPD-BODY.  LINES RUN  *
      *                          1..N IN HELPD-SEQU ORDER (-1 ALIAS,   *
      *                          0 HEADER, THEN THE DATA LINES).       *
      *    A MARKER IS WRITTEN AFTER ITS LINES, SO A VERSION WITHOUT   *
      *    ONE IS INCOMPLETE AND IS IGNORED.                           *
      ******************************************************************
       01  HELPDVER-RECORD.
           05  VER-KEY.
               10  VER-PANEL.
                   15  VER-TRAN         PIC  X(04).
                   15  VER-NAME         PIC  X(08).
                   15  VER-LANG         PIC  X(01).
               10  VER-STAMP.
                   15  VER-DATE         PIC  X(08).
                   15  VER-TIME         PIC  X(08).
               10  VER-LINE             PIC  9(03).
                   88  VER-IS-MARKER                VALUE ZERO.
           05  VER-SEQU                 PIC S9(05)   PACKED-DECIMAL.
           05  VER-IMAGE                PIC  X(104).
           05  VER-MARK  REDEFINES VER-IMAGE.
               10  VER-MARK-STATE       PIC  X(01).
                   88  VER-PANEL-PRESENT            VALUE 'P'.
                   88  VER-PANEL-GONE               VALUE 'G'.
               10  VER-MARK-SOURCE      PIC  X(01).
                   88  VER-FROM-BASELINE            VALUE 'B'.
                   88  VER-FROM-CHANGE              VALUE 'C'.
               10  VER-MARK-JOBNAME     PIC  X(08).
               10  VER-MARK-LINES       PIC  9(05).
               10  VER-MARK-LOADED.
                   15  VER-MARK-LOAD-DATE
                                        PIC  X(08).
                   15  VER-MARK-LOAD-TIME
                                        PIC  X(08).
               10  FILLER               PIC  X(73).
           05  FILLER                   PIC  X(11).
