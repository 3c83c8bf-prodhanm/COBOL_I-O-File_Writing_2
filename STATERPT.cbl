            SELECT STATE-RPT ASSIGN TO STATERPT.
            SELECT RUN-CONTROL ASSIGN TO BONRUNCT
                FILE STATUS IS W10-RUNCTL-STATUS.
            SELECT RUN-HISTORY ASSIGN TO BONRUNHS
                FILE STATUS IS W12-RHS-STATUS.

        DATA DIVISION.
        FILE SECTION.
            DATA RECORD IS RUN-CTL-REC.
            COPY BONUSRUN.

        FD RUN-HISTORY
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RHS-REC.
            COPY BONUSRHS.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR RPT'.
            05 W10-RUN-NBR                  PIC 9(3)        VALUE ZERO.
            05 W10-RUNCTL-SAVE              PIC X(32)     VALUE SPACES.

        01 W12-RUN-HISTORY.
            05 W12-RHS-STATUS               PIC X(2)        VALUE '00'.
                88 RHS-FILE-NOT-FOUND                       VALUE '35'.
            05 W12-START-DATETIME           PIC X(21)   VALUE SPACES.
            05 W12-END-DATETIME             PIC X(21)   VALUE SPACES.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            MOVE FUNCTION CURRENT-DATE TO W12-START-DATETIME

            PERFORM P0150-READ-RUN-CONTROL  THRU P0159-EXIT

            IF RUN-CTL-FATAL
                MOVE +95 TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF

                USING OUTPUT-BONUS
                OUTPUT PROCEDURE IS P0200-SORT-OUTPUT THRU P0249-EXIT

            PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
            GOBACK
            .
        P0199-EXIT.
            .
        P0999-EXIT.
            EXIT.

        P0970-WRITE-RUN-HISTORY.

            MOVE FUNCTION CURRENT-DATE TO W12-END-DATETIME

            MOVE SPACES                  TO RHS-REC
            MOVE W10-PERIOD-END          TO RHS-PERIOD-END
            MOVE W10-RUN-NBR             TO RHS-RUN-NBR
            MOVE 'STATERPT'              TO RHS-PROGRAM
            MOVE W12-START-DATETIME (1:8) TO RHS-START-DATE
            MOVE W12-START-DATETIME (9:8) TO RHS-START-TIME
            MOVE W12-END-DATETIME (1:8)   TO RHS-END-DATE
            MOVE W12-END-DATETIME (9:8)   TO RHS-END-TIME
            MOVE W01-REC-IN              TO RHS-RECS-READ
            MOVE W01-GRAND-COUNT         TO RHS-RECS-WRITTEN
            MOVE ZERO                    TO RHS-RECS-REJECTED
            MOVE W01-GRAND-AMT           TO RHS-CTL-AMT-IN
            MOVE W01-GRAND-AMT           TO RHS-CTL-AMT-OUT
            MOVE RETURN-CODE             TO RHS-RETURN-CODE

            OPEN EXTEND RUN-HISTORY
            IF RHS-FILE-NOT-FOUND
                OPEN OUTPUT RUN-HISTORY
                CLOSE RUN-HISTORY
                OPEN EXTEND RUN-HISTORY
                DISPLAY 'STATERPT - BONRUNHS NOT FOUND, CREATED NEW'
            END-IF

            WRITE RHS-REC
            CLOSE RUN-HISTORY

            .
        P0979-EXIT.
            EXIT.
