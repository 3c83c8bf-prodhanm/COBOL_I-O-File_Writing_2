            SELECT OPTIONAL YTD-CHECKPOINT ASSIGN TO BONYTDCK.
            SELECT RUN-CONTROL ASSIGN TO BONRUNCT
                FILE STATUS IS W08-RUNCTL-STATUS.
            SELECT RUN-HISTORY ASSIGN TO BONRUNHS
                FILE STATUS IS W11-RHS-STATUS.

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
            'BEGIN WORKING STORAGE SECTION FOR YTD'.
                                                  VALUE ZERO.
        01 W10-REC-REVERSED                  PIC S9(4) COMP VALUE ZERO.

        01 W11-RUN-HISTORY.
            05 W11-RHS-STATUS               PIC X(2)        VALUE '00'.
                88 RHS-FILE-NOT-FOUND                       VALUE '35'.
            05 W11-START-DATETIME           PIC X(21)   VALUE SPACES.
            05 W11-END-DATETIME             PIC X(21)   VALUE SPACES.
            05 W11-CTL-AMT-IN               PIC S9(13)V99 COMP-3
                                                             VALUE ZERO.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            MOVE FUNCTION CURRENT-DATE TO W11-START-DATETIME

            PERFORM P0150-READ-RUN-CONTROL  THRU P0159-EXIT

            IF RUN-CTL-FATAL
                MOVE +95 TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF


            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
            GOBACK
            .
        P0199-EXIT.
        P0300-PROCESS-INPUT.

            ADD +1 TO W01-REC-IN
            ADD OUT-BONUS-AMT TO W11-CTL-AMT-IN

            PERFORM P0500-UPDATE-MASTER      THRU P0599-EXIT

            .
        P0999-EXIT.
            EXIT.

        P0970-WRITE-RUN-HISTORY.

            MOVE FUNCTION CURRENT-DATE TO W11-END-DATETIME

            MOVE SPACES                  TO RHS-REC
            MOVE W08-PERIOD-END          TO RHS-PERIOD-END
            MOVE W08-RUN-NBR             TO RHS-RUN-NBR
            MOVE 'BONUSYTD'              TO RHS-PROGRAM
            MOVE W11-START-DATETIME (1:8) TO RHS-START-DATE
            MOVE W11-START-DATETIME (9:8) TO RHS-START-TIME
            MOVE W11-END-DATETIME (1:8)   TO RHS-END-DATE
            MOVE W11-END-DATETIME (9:8)   TO RHS-END-TIME
            MOVE W01-REC-IN              TO RHS-RECS-READ
            MOVE W01-REC-UPDATED         TO RHS-RECS-WRITTEN
            MOVE W01-REC-EXCEPTION       TO RHS-RECS-REJECTED
            MOVE W11-CTL-AMT-IN          TO RHS-CTL-AMT-IN
            MOVE ZERO                    TO RHS-CTL-AMT-OUT
            MOVE RETURN-CODE             TO RHS-RETURN-CODE

            OPEN EXTEND RUN-HISTORY
            IF RHS-FILE-NOT-FOUND
                OPEN OUTPUT RUN-HISTORY
                CLOSE RUN-HISTORY
                OPEN EXTEND RUN-HISTORY
                DISPLAY 'BONUSYTD - BONRUNHS NOT FOUND, CREATED NEW'
            END-IF

            WRITE RHS-REC
            CLOSE RUN-HISTORY

            .
        P0979-EXIT.
            EXIT.
