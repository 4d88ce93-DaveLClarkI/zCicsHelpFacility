      ******************************************************************
      *    HELPDARC  -  RETIRED TRANSACTION HELP ARCHIVE RECORD       *
      *    THE SYHELPR CLUSTER, MAINTAINED BY SYHELPDZ.  EVERY RECORD *
      *    IS A SYHELPD RECORD MOVED OUT BYTE FOR BYTE - SAME KEY,    *
      *    SAME LENGTH - SO THE SYHELPDX PRINT LISTING READS THE      *
      *    CLUSTER WHEN IT IS SUPPLIED AS THAT PROGRAM'S SYHELPD.     *
      *    EACH ARCHIVED TRAN ALSO HAS ONE STAMP RECORD, KEYED BY THE *
      *    TRAN, NAME '$ARCHIVE', BLANK LANGUAGE AND SEQU 0, LAID OUT *
      *    AS A PANEL HEADER WHOSE TITLE READS "ARCHIVED YYYYMMDD     *
      *    TRANINV STATUS R ..." SO IT PRINTS AS SUCH IN THE LISTING. *
      ******************************************************************
       01  HELPDARC-RECORD.
           05  ARC-KEY.
               10  ARC-TRAN             PIC  X(04).
               10  ARC-NAME             PIC  X(08).
                   88  ARC-IS-STAMP                 VALUE '$ARCHIVE'.
               10  ARC-LANG             PIC  X(01).
               10  ARC-SEQU             PIC S9(05)   PACKED-DECIMAL.
           05  ARC-BODY                 PIC  X(104).
           05  ARC-STAMP  REDEFINES ARC-BODY.
               10  ARC-STAMP-LEGEND     PIC  X(09).
               10  ARC-STAMP-DATE       PIC  X(08).
               10  ARC-STAMP-LEGEND2    PIC  X(16).
               10  ARC-STAMP-STATUS     PIC  X(01).
               10  FILLER               PIC  X(01).
               10  ARC-STAMP-TEAM       PIC  X(08).
               10  FILLER               PIC  X(01).
               10  ARC-STAMP-DESC       PIC  X(40).
               10  FILLER               PIC  X(12).
               10  ARC-STAMP-LAST-UPD   PIC  X(08).
