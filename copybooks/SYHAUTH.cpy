      *    MATCHING 'M' PROFILE FOR A TRAN MAY ONLY BROWSE ITS HELP.  *
      *    APPLICATION TEAMS GET 'M' PROFILES FOR THEIR OWN TRANIDS   *
      *    WITHOUT BEING ABLE TO TOUCH ANYONE ELSE'S.                 *
      *    AN 'A' PROFILE ALSO LETS THE USER APPROVE OR REJECT OTHER  *
      *    AUTHORS' PENDING CHANGES THROUGH SYHELPOA (TRANID SHLA);   *
      *    IT INCLUDES MAINTAIN AUTHORITY.  NOBODY MAY APPROVE THEIR  *
      *    OWN DRAFT, WHATEVER THEIR PROFILE.                         *
      ******************************************************************
       01  SYHAUTH-RECORD.
           05  AUTH-KEY.
               10  AUTH-TRAN-PAT        PIC  X(04).
           05  AUTH-ACCESS              PIC  X(01).
               88  AUTH-BROWSE-ONLY                 VALUE 'B'.
               88  AUTH-MAINTAIN                    VALUE 'M' 'A'.
               88  AUTH-APPROVE                     VALUE 'A'.
           05  AUTH-LAST-UPD            PIC  X(08).
           05  FILLER                   PIC  X(19).
