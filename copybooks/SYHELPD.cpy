      *    HELPD-SEQU = -1       AN ALIAS POINTER, NO OWN TEXT.  AN    *
      *                          ALIAS RESOLVES TO ITS TARGET IN THE   *
      *                          ALIAS RECORD'S OWN LANGUAGE.          *
      *    HELPD-TRAN = '$BLK'   A SHARED TEXT BLOCK, NOT A PANEL.     *
      *                          HELPD-NAME IS THE BLOCK NAME; ITS     *
      *                          DATA LINES ARE INCLUDED BY ANY PANEL  *
      *                          DATA LINE OF '&' + BLOCK NAME, IN THE *
      *                          PANEL'S LANGUAGE (ELSE THE BASE ONE). *
      *    HELPD-TRAN = '$NTC'   A TIME-WINDOWED NOTICE, NOT A PANEL.  *
      *                          HELPD-NAME IS THE NOTICE ID; ITS      *
      *                          HEADER TABLE IS LAID OUT AS           *
      *                          HELPD-NOTICE (WINDOW, TRAN PATTERN,   *
      *                          TITLE) AND ITS DATA LINES ARE THE     *
      *                          NOTICE TEXT SHOWN BEFORE THE PANEL.   *
      ******************************************************************
       01  SYHELPD-RECORD.
           05  HELPD-KEY.
               10  HELPD-TRAN           PIC  X(04).
                   88  HELPD-SHARED-BLOCK           VALUE '$BLK'.
                   88  HELPD-NOTICE-ENTRY           VALUE '$NTC'.
                   88  HELPD-RESERVED-TRAN          VALUE '$BLK'
                                                          '$NTC'.
               10  HELPD-NAME           PIC  X(08).
               10  HELPD-LANG           PIC  X(01).
                   88  HELPD-BASE-LANG              VALUE SPACE.
               10  ALIAS-OF-TRAN        PIC  X(04).
               10  ALIAS-OF-NAME        PIC  X(08).
               10  FILLER               PIC  X(92).
           05  HELPD-NOTICE  REDEFINES HELPD-BODY.
               10  NOTICE-FROM.
                   15  NOTICE-FROM-DATE PIC  X(08).
                   15  NOTICE-FROM-TIME PIC  X(04).
               10  FILLER               PIC  X(01).
               10  NOTICE-THRU.
                   15  NOTICE-THRU-DATE PIC  X(08).
                   15  NOTICE-THRU-TIME PIC  X(04).
               10  FILLER               PIC  X(01).
               10  NOTICE-TRAN-PAT      PIC  X(04).
               10  FILLER               PIC  X(01).
               10  NOTICE-TITLE         PIC  X(65).
               10  FILLER               PIC  X(08).
