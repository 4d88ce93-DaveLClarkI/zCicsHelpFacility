      ******************************************************************
      *    HELPFXR  -  FIELD HELP CROSS-REFERENCE RECORD LAYOUT       *
      *    ONE RECORD PER SCREEN FIELD OF AN APPLICATION MAP, ON THE  *
      *    SYHELPF CLUSTER, NAMING THE SYHELPD TRAN/NAME PANEL THAT   *
      *    EXPLAINS THE FIELD.  FXR-FIELD = SPACES IS THE MAP'S OWN   *
      *    SCREEN-LEVEL ENTRY AND SORTS AHEAD OF ITS FIELDS.  ROW,    *
      *    COLUMN AND LENGTH PLACE THE FIELD'S DATA ON THE SCREEN (AS *
      *    POS=(ROW,COL) AND LENGTH= IN THE BMS SOURCE, ONE COLUMN    *
      *    PAST THE ATTRIBUTE BYTE) SO SYHELPOV CAN FIND THE FIELD    *
      *    UNDER THE CURSOR.  A FIELD WITH NO PANEL YET IS CARRIED    *
      *    WITH FXR-TRAN/FXR-NAME BLANK SO SYHELPDF CAN REPORT IT.    *
      *    MAINTAINED BY SYHELPDF CONTROL CARDS; READ BY SYHELPOV.    *
      ******************************************************************
       01  HELPFXR-RECORD.
           05  FXR-KEY.
               10  FXR-MAPSET           PIC  X(08).
               10  FXR-MAP              PIC  X(08).
               10  FXR-FIELD            PIC  X(08).
                   88  FXR-SCREEN-LEVEL             VALUE SPACES.
           05  FXR-ROW                  PIC  9(03).
           05  FXR-COL                  PIC  9(03).
           05  FXR-LEN                  PIC  9(03).
           05  FXR-PANEL.
               10  FXR-TRAN             PIC  X(04).
               10  FXR-NAME             PIC  X(08).
           05  FXR-LAST-UPD             PIC  X(08).
           05  FILLER                   PIC  X(11).
