      ******************************************************************
      *    HELPDOWN  -  HELP PANEL OWNERSHIP AND REVIEW RECORD        *
      *    THE SYHELPW CLUSTER, ONE RECORD PER TRAN/NAME TOPIC (ALL   *
      *    ITS LANGUAGES).  SYHELPDO ADDS A RECORD FOR EVERY BASE     *
      *    PANEL THAT HAS NONE, KEEPS THE OWNING TEAM IN STEP WITH    *
      *    TRANINV UNLESS A CONTROL CARD SET IT, AND REPORTS THE      *
      *    PANELS PAST THEIR REVIEW DATE.  SYHELPOM (SHLP) PF6 STAMPS *
      *    OWN-LAST-REVIEWED WHEN THE REVIEWER ATTESTS THE TEXT IS    *
      *    STILL CORRECT - HELPD-LAST-UPD IS NOT TOUCHED.  THE REVIEW *
      *    CLOCK RUNS FROM THE LATER OF OWN-LAST-REVIEWED AND THE     *
      *    BASE PANEL'S HELPD-LAST-UPD, SO A REAL CONTENT CHANGE      *
      *    RESETS IT TOO.                                             *
      ******************************************************************
       01  HELPDOWN-RECORD.
           05  OWN-KEY.
               10  OWN-TRAN             PIC  X(04).
               10  OWN-NAME             PIC  X(08).
           05  OWN-TEAM                 PIC  X(08).
           05  OWN-TEAM-SOURCE          PIC  X(01).
               88  OWN-TEAM-FROM-TRANINV            VALUE 'I'.
               88  OWN-TEAM-FROM-CARD               VALUE 'C'.
           05  OWN-REVIEWER             PIC  X(08).
           05  OWN-INTERVAL             PIC  9(03).
               88  OWN-INTERVAL-DEFAULT             VALUE 12.
           05  OWN-LAST-REVIEWED        PIC  X(08).
           05  OWN-REVIEWED-BY          PIC  X(08).
           05  FILLER                   PIC  X(32).
