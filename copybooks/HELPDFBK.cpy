      ******************************************************************
      *    HELPDFBK  -  HELP PANEL FEEDBACK RECORD LAYOUT              *
      *    WRITTEN BY SYHELPOV TO EXTRAPARTITION QUEUE HLPF WHEN A     *
      *    USER PRESSES PF9 ON A DISPLAYED PANEL TO SAY WHETHER IT     *
      *    HELPED, AND READ BACK BY THE SYHELPDH MONTHLY FEEDBACK      *
      *    REPORT (DD HELPFBK).  THE ASKED AND OWNER KEYS MEAN THE     *
      *    SAME AS IN HELPDUSG - THE OWNER IS THE PANEL ACTUALLY SHOWN *
      *    AFTER ALIAS RESOLUTION AND BASE-LANGUAGE FALLBACK, AND IS   *
      *    WHAT THE RATING IS COUNTED AGAINST.  FBK-TOP-SEQU IS THE    *
      *    FIRST DATA LINE ON THE PAGE THE USER WAS LOOKING AT.        *
      ******************************************************************
       01  HELPDFBK-RECORD.
           05  FBK-RATING                PIC  X(01).
               88  FBK-IS-HELPFUL                    VALUE 'Y'.
               88  FBK-NOT-HELPFUL                   VALUE 'N'.
           05  FBK-ASKED-TRAN            PIC  X(04).
           05  FBK-ASKED-NAME            PIC  X(08).
           05  FBK-ASKED-LANG            PIC  X(01).
           05  FBK-OWNER-TRAN            PIC  X(04).
           05  FBK-OWNER-NAME            PIC  X(08).
           05  FBK-OWNER-LANG            PIC  X(01).
           05  FBK-USERID                PIC  X(08).
           05  FBK-DATE                  PIC  X(08).
           05  FBK-TIME                  PIC  X(08).
           05  FBK-TOP-SEQU              PIC  9(05).
           05  FBK-COMMENT               PIC  X(50).
           05  FILLER                    PIC  X(14).
