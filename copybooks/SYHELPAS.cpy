      ******************************************************************
      *    SYHELPAS  -  SYMBOLIC MAP FOR MAP SYHELPA, MAPSET SYHELPA  *
      *    ONE PANEL: THE PENDING-CHANGE KEY (TRAN/NAME/LANG/SEQU/    *
      *    AUTHOR), THE DRAFTED ACTION AND TIMESTAMP, THE LIVE AND    *
      *    DRAFT 96-BYTE TEXTS, AND SEVEN 79-BYTE PENDING LIST LINES. *
      *    HAND-MAINTAINED, LIKE SYHELPOS - KEEP IN STEP WITH THE     *
      *    SYHELPA MAPSET IF IT IS EVER REASSEMBLED.                  *
      ******************************************************************
       01  SYHELPAI.
           02  FILLER                    PIC  X(12).
           02  TRANL                     PIC S9(4)    COMP.
           02  TRANF                     PIC  X.
           02  FILLER REDEFINES TRANF.
               03  TRANA                 PIC  X.
           02  TRANI                     PIC  X(04).
           02  NAMEL                     PIC S9(4)    COMP.
           02  NAMEF                     PIC  X.
           02  FILLER REDEFINES NAMEF.
               03  NAMEA                 PIC  X.
           02  NAMEI                     PIC  X(08).
           02  LANGL                     PIC S9(4)    COMP.
           02  LANGF                     PIC  X.
           02  FILLER REDEFINES LANGF.
               03  LANGA                 PIC  X.
           02  LANGI                     PIC  X(01).
           02  SEQUL                     PIC S9(4)    COMP.
           02  SEQUF                     PIC  X.
           02  FILLER REDEFINES SEQUF.
               03  SEQUA                 PIC  X.
           02  SEQUI                     PIC  X(05).
           02  AUTRL                     PIC S9(4)    COMP.
           02  AUTRF                     PIC  X.
           02  FILLER REDEFINES AUTRF.
               03  AUTRA                 PIC  X.
           02  AUTRI                     PIC  X(08).
           02  ACTNL                     PIC S9(4)    COMP.
           02  ACTNF                     PIC  X.
           02  FILLER REDEFINES ACTNF.
               03  ACTNA                 PIC  X.
           02  ACTNI                     PIC  X(06).
           02  DRFDL                     PIC S9(4)    COMP.
           02  DRFDF                     PIC  X.
           02  FILLER REDEFINES DRFDF.
               03  DRFDA                 PIC  X.
           02  DRFDI                     PIC  X(17).
           02  LIVEL                     PIC S9(4)    COMP.
           02  LIVEF                     PIC  X.
           02  FILLER REDEFINES LIVEF.
               03  LIVEA                 PIC  X.
           02  LIVEI                     PIC  X(96).
           02  DRFTL                     PIC S9(4)    COMP.
           02  DRFTF                     PIC  X.
           02  FILLER REDEFINES DRFTF.
               03  DRFTA                 PIC  X.
           02  DRFTI                     PIC  X(96).
           02  PLINEG                    OCCURS 7.
               03  PLINEL                PIC S9(4)    COMP.
               03  PLINEF                PIC  X.
               03  PLINEI                PIC  X(79).
           02  MSGL                      PIC S9(4)    COMP.
           02  MSGF                      PIC  X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                  PIC  X.
           02  MSGI                      PIC  X(79).

       01  SYHELPAO  REDEFINES SYHELPAI.
           02  FILLER                    PIC  X(12).
           02  FILLER                    PIC  X(03).
           02  TRANO                     PIC  X(04).
           02  FILLER                    PIC  X(03).
           02  NAMEO                     PIC  X(08).
           02  FILLER                    PIC  X(03).
           02  LANGO                     PIC  X(01).
           02  FILLER                    PIC  X(03).
           02  SEQUO                     PIC  X(05).
           02  FILLER                    PIC  X(03).
           02  AUTRO                     PIC  X(08).
           02  FILLER                    PIC  X(03).
           02  ACTNO                     PIC  X(06).
           02  FILLER                    PIC  X(03).
           02  DRFDO                     PIC  X(17).
           02  FILLER                    PIC  X(03).
           02  LIVEO                     PIC  X(96).
           02  FILLER                    PIC  X(03).
           02  DRFTO                     PIC  X(96).
           02  PLINEOG                   OCCURS 7.
               03  FILLER                PIC  X(03).
               03  PLINEO                PIC  X(79).
           02  FILLER                    PIC  X(03).
           02  MSGO                      PIC  X(79).
