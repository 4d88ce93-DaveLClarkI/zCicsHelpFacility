       01  SYHELPT-RECORD.
           05  HELPT-KEY.
               10  HELPT-TRAN           PIC  X(04).
                   88  HELPT-SHARED-BLOCK           VALUE '$BLK'.
                   88  HELPT-NOTICE-ENTRY           VALUE '$NTC'.
                   88  HELPT-RESERVED-TRAN          VALUE '$BLK'
                                                          '$NTC'.
               10  HELPT-NAME           PIC  X(08).
               10  HELPT-LANG           PIC  X(01).
                   88  HELPT-BASE-LANG              VALUE SPACE.
               10  HELPT-ALIAS-OF-TRAN  PIC  X(04).
               10  HELPT-ALIAS-OF-NAME  PIC  X(08).
               10  FILLER               PIC  X(92).
           05  HELPT-NOTICE  REDEFINES HELPT-BODY.
               10  HELPT-NOTICE-FROM.
                   15  HELPT-NOTICE-FROM-DATE
                                        PIC  X(08).
                   15  HELPT-NOTICE-FROM-TIME
                                        PIC  X(04).
               10  FILLER               PIC  X(01).
               10  HELPT-NOTICE-THRU.
                   15  HELPT-NOTICE-THRU-DATE
                                        PIC  X(08).
                   15  HELPT-NOTICE-THRU-TIME
                                        PIC  X(04).
               10  FILLER               PIC  X(01).
               10  HELPT-NOTICE-TRAN-PAT
                                        PIC  X(04).
               10  FILLER               PIC  X(01).
               10  HELPT-NOTICE-TITLE   PIC  X(65).
               10  FILLER               PIC  X(08).
