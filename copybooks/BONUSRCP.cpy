        01 RCP-REC.
            05 RCP-KEY.
                10 RCP-RESIDENT-STATE           PIC X(2).
                10 RCP-WORK-STATE               PIC X(2).
            05 RCP-EFF-FROM                     PIC 9(8).
            05 RCP-EFF-TO                       PIC 9(8).
            05 FILLER                           PIC X(10).
