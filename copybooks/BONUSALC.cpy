        01 ALC-REC.
            05 ALC-KEY.
                10 ALC-EMP-ID                   PIC 9(9).
                10 ALC-PLAN-YEAR                PIC 9(4).
                10 ALC-STATE-CODE               PIC X(2).
            05 ALC-ALLOC-PCT                    PIC 9(3)V99.
            05 FILLER                           PIC X(10).
