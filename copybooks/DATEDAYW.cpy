      ******************************************************************
      *    DATEDAYW  -  CALENDAR DATE TO DAY NUMBER WORK STORAGE      *
      *    GOES WITH THE DATEDAYP PARAGRAPH.  THE CALLER MOVES A      *
      *    YYYYMMDD DATE TO DDAY-DATE AND PERFORMS U80-DATE-TO-DAYS;  *
      *    DDAY-NUMBER COMES BACK AS A RUNNING DAY COUNT, SO THE AGE  *
      *    IN DAYS BETWEEN TWO DATES IS THE DIFFERENCE OF THEIR DAY   *
      *    NUMBERS.  A DATE THAT IS NOT NUMERIC COMES BACK ZERO.      *
      ******************************************************************
       01  DATE-DAY-FIELDS.
           05  DDAY-DATE                 PIC  X(08)   VALUE SPACES.
           05  DDAY-DATE-R  REDEFINES DDAY-DATE.
               10  DDAY-YYYY             PIC  9(04).
               10  DDAY-MM               PIC  9(02).
               10  DDAY-DD               PIC  9(02).
           05  DDAY-YEAR                 PIC S9(05)   PACKED-DECIMAL.
           05  DDAY-MONTH                PIC S9(03)   PACKED-DECIMAL.
           05  DDAY-WORK                 PIC S9(09)   PACKED-DECIMAL.
           05  DDAY-NUMBER               PIC S9(09)   PACKED-DECIMAL.
