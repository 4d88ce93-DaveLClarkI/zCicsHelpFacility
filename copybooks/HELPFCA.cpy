      ******************************************************************
      *    HELPFCA  -  FIELD-LEVEL HELP REQUEST COMMAREA              *
      *    THE FORM AN APPLICATION TRANSACTION XCTLS INTO SYHELPOV    *
      *    WITH WHEN IT WANTS HELP FOR THE FIELD UNDER THE CURSOR     *
      *    RATHER THAN FOR ONE HARD-CODED PANEL.  THE FIRST 33 BYTES  *
      *    ARE THE FAMILIAR SHORT FORM - THE CALLER'S OWN TRAN, ITS   *
      *    SCREEN-LEVEL PANEL NAME (MAY BE SPACES) AND THE LANGUAGE - *
      *    WITH 'C' IN THE MODE BYTE INSTEAD OF A SPACE.  THE MAPSET, *
      *    MAP AND CURSOR FOLLOW.  GIVE THE CURSOR AS A ROW/COLUMN,   *
      *    OR LEAVE THOSE ZERO AND PASS EIBCPOSN AS IT CAME TO THE    *
      *    CALLER (AN 80-COLUMN SCREEN IS ASSUMED).  A FIELD NAME     *
      *    MAY BE GIVEN INSTEAD WHEN THE CALLER ALREADY KNOWS IT.     *
      *    SYHELPOV OPENS THE FIELD'S PANEL FROM THE SYHELPF CROSS-   *
      *    REFERENCE, ELSE THE MAP'S SCREEN-LEVEL PANEL, ELSE THE     *
      *    TOPIC LIST FOR THE TRAN.                                   *
      ******************************************************************
       01  HELP-FIELD-REQUEST.
           05  HFR-TRAN                 PIC  X(04).
           05  HFR-NAME                 PIC  X(08).
           05  HFR-LANG                 PIC  X(01).
           05  FILLER                   PIC  X(19)   VALUE SPACES.
           05  HFR-FORM                 PIC  X(01)   VALUE 'C'.
               88  HFR-FIELD-FORM                    VALUE 'C'.
           05  HFR-MAPSET               PIC  X(08).
           05  HFR-MAP                  PIC  X(08).
           05  HFR-FIELD                PIC  X(08).
           05  HFR-CURSOR-ROW           PIC  9(03).
           05  HFR-CURSOR-COL           PIC  9(03).
           05  HFR-CURSOR-POS           PIC S9(04)   COMP.
           05  FILLER                   PIC  X(07)   VALUE SPACES.
