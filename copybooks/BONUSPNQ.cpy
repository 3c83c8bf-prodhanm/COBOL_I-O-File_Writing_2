        01 PNQ-REC.
            05 PNQ-EMP-ID                       PIC 9(9).
            05 PNQ-ROUTING-NBR                  PIC 9(9).
            05 PNQ-ROUTING-R REDEFINES PNQ-ROUTING-NBR.
                10 PNQ-RDFI-ID                  PIC 9(8).
                10 PNQ-CHECK-DIGIT              PIC 9(1).
            05 PNQ-ACCT-NBR                     PIC X(17).
            05 PNQ-ACCT-TYPE                    PIC X(1).
                88 PNQ-CHECKING-ACCT                VALUE 'C'.
                88 PNQ-SAVINGS-ACCT                 VALUE 'S'.
            05 PNQ-INDIV-NAME                   PIC X(22).
            05 PNQ-QUEUE-DATE                   PIC 9(8).
            05 PNQ-ACTION                       PIC X(1).
            05 FILLER                           PIC X(13).
