        01 RHS-REC.
            05 RHS-PERIOD-END                   PIC 9(8).
            05 RHS-RUN-NBR                      PIC 9(3).
            05 RHS-PROGRAM                      PIC X(8).
            05 RHS-START-DATE                   PIC 9(8).
            05 RHS-START-TIME                   PIC 9(8).
            05 RHS-END-DATE                     PIC 9(8).
            05 RHS-END-TIME                     PIC 9(8).
            05 RHS-RECS-READ                    PIC 9(9).
            05 RHS-RECS-WRITTEN                 PIC 9(9).
            05 RHS-RECS-REJECTED                PIC 9(9).
            05 RHS-CTL-AMT-IN                   PIC S9(13)V99 COMP-3.
            05 RHS-CTL-AMT-OUT                  PIC S9(13)V99 COMP-3.
            05 RHS-RETURN-CODE                  PIC 9(3).
                88 RHS-STEP-OK                      VALUE 0 THRU 4.
            05 FILLER                           PIC X(23).
