      *                                                                *
      *    08/22/2026 DLC ADDED THE LANG FIELD FOR THE LANGUAGE CODE   *
      *                   NOW CARRIED IN THE SYHELPD KEY.              *
      *    10/15/2026 DLC ADDED THE RATE AND CMNT FIELDS (HELPFUL Y/N  *
      *                   AND A ONE-LINE COMMENT) FOR PF9.             *
      ******************************************************************
       01  SYHELPVI.
           02  FILLER                    PIC  X(12).
               03  VLINEL                PIC S9(4)    COMP.
               03  VLINEF                PIC  X.
               03  VLINEI                PIC  X(64).
           02  RATEL                     PIC S9(4)    COMP.
           02  RATEF                     PIC  X.
           02  FILLER REDEFINES RATEF.
               03  RATEA                 PIC  X.
           02  RATEI                     PIC  X(01).
           02  CMNTL                     PIC S9(4)    COMP.
           02  CMNTF                     PIC  X.
           02  FILLER REDEFINES CMNTF.
               03  CMNTA                 PIC  X.
           02  CMNTI                     PIC  X(50).
           02  MSGL                      PIC S9(4)    COMP.
           02  MSGF                      PIC  X.
           02  FILLER REDEFINES MSGF.
               03  FILLER                PIC  X(03).
               03  VLINEO                PIC  X(64).
           02  FILLER                    PIC  X(03).
           02  RATEO                     PIC  X(01).
           02  FILLER                    PIC  X(03).
           02  CMNTO                     PIC  X(50).
           02  FILLER                    PIC  X(03).
           02  MSGO                      PIC  X(79).
