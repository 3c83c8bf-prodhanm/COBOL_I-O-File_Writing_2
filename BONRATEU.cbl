                RECORD KEY IS RATE-KEY
                FILE STATUS IS W03-RATE-STATUS.
            SELECT RATE-AUDIT ASSIGN TO RATEAUDT.
            SELECT RETRO-QUEUE ASSIGN TO BONRETRQ
                FILE STATUS IS W13-RRQ-STATUS.

        DATA DIVISION.
        FILE SECTION.
            DATA RECORD IS AUDT-LINE.
        01 AUDT-LINE                            PIC X(133).

        FD RETRO-QUEUE
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 40 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RRQ-REC.
            COPY BONUSRRQ.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR RATEU'.
            05 W01-TRAN-IN                  PIC S9(4) COMP   VALUE ZERO.
            05 W01-TRAN-APPLIED             PIC S9(4) COMP   VALUE ZERO.
            05 W01-TRAN-REJECTED            PIC S9(4) COMP   VALUE ZERO.
            05 W01-RETRO-QUEUED             PIC S9(4) COMP   VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-TRAN-EOF-SW              PIC X           VALUE 'N'.
        01 W11-RATE-EDIT                    PIC 9.9999.
        01 W12-OPEN-END-DATE                PIC 9(8)  VALUE 99991231.

        01 W13-RRQ-STATUS                   PIC X(2)        VALUE '00'.
            88 RRQ-FILE-NOT-FOUND                           VALUE '35'.

        01 W14-DATE-TODAY.
            05 W14-CURR-DATETIME            PIC X(21).
            05 W14-TODAY                    PIC 9(8)        VALUE ZERO.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

                DISPLAY 'BONRATEU - BONRATEM NOT FOUND, CREATED NEW'
            END-IF

            OPEN EXTEND RETRO-QUEUE
            IF RRQ-FILE-NOT-FOUND
                OPEN OUTPUT RETRO-QUEUE
                CLOSE RETRO-QUEUE
                OPEN EXTEND RETRO-QUEUE
                DISPLAY 'BONRATEU - BONRETRQ NOT FOUND, CREATED NEW'
            END-IF

            MOVE FUNCTION CURRENT-DATE TO W14-CURR-DATETIME
            MOVE W14-CURR-DATETIME (1:8) TO W14-TODAY

            PERFORM P0900-READ-TRAN        THRU P0999-EXIT

            IF END-OF-TRAN-FILE
            CLOSE RATE-TRANS
                  RATE-MASTER
                  RATE-AUDIT
                  RETRO-QUEUE

            DISPLAY 'TOTAL TRANSACTIONS READ     = ' W01-TRAN-IN
            DISPLAY 'TOTAL RATE CHANGES APPLIED  = ' W01-TRAN-APPLIED
            DISPLAY 'TOTAL TRANSACTIONS REJECTED = ' W01-TRAN-REJECTED
            DISPLAY 'TOTAL BACK-DATED, RETRO QUEUED = '
                W01-RETRO-QUEUED

            IF W01-TRAN-REJECTED > ZERO
                MOVE +4 TO RETURN-CODE
                MOVE 'NEW STATE ADDED' TO W07-MESSAGE
            END-IF

            IF RTRN-EFF-FROM < W14-TODAY
                PERFORM P0560-QUEUE-RETRO  THRU P0569-EXIT
            END-IF

            PERFORM P0600-WRITE-AUDIT      THRU P0699-EXIT
            .
        P0599-EXIT.
        P0549-EXIT.
            EXIT.

        P0560-QUEUE-RETRO.

            MOVE SPACES                 TO RRQ-REC
            MOVE RTRN-STATE-CODE        TO RRQ-STATE-CODE
            MOVE RTRN-EFF-FROM          TO RRQ-EFF-FROM
            MOVE W14-TODAY              TO RRQ-EFF-TO
            MOVE RTRN-NEW-RATE          TO RRQ-NEW-RATE
            MOVE W14-TODAY              TO RRQ-QUEUE-DATE

            IF OPEN-RATE-FOUND
                MOVE W08-OLD-RATE       TO RRQ-OLD-RATE
            END-IF

            WRITE RRQ-REC
            ADD +1 TO W01-RETRO-QUEUED

            IF OPEN-RATE-FOUND
                MOVE 'RATE SUPERSEDED, RETRO QUEUED' TO W07-MESSAGE
            ELSE
                MOVE 'NEW STATE ADDED, RETRO QUEUED' TO W07-MESSAGE
            END-IF

            .
        P0569-EXIT.
            EXIT.

        P0600-WRITE-AUDIT.

            MOVE SPACES                 TO W07-OLD-RATE
