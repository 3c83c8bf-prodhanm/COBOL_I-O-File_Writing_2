                FILE STATUS IS W17-REG-STATUS.
            SELECT TRACE-CONTROL ASSIGN TO BONACHCT
                FILE STATUS IS W19-ACHCTL-STATUS.
            SELECT OPTIONAL PRENOTE-QUEUE ASSIGN TO BONPRENQ
                FILE STATUS IS W23-PNQ-STATUS.
            SELECT CALLBACK-RPT ASSIGN TO BONCALLB.
            SELECT RUN-HISTORY ASSIGN TO BONRUNHS
                FILE STATUS IS W31-RHS-STATUS.

        DATA DIVISION.
        FILE SECTION.
            05 BNK-ACCT-TYPE                    PIC X(1).
                88 BNK-CHECKING-ACCT                VALUE 'C'.
                88 BNK-SAVINGS-ACCT                 VALUE 'S'.
            05 BNK-CHANGE-DATE                  PIC 9(8).
            05 BNK-PRENOTE-STATUS               PIC X(1).
                88 BNK-PRENOTE-PENDING              VALUE 'P'.
                88 BNK-PRENOTE-SENT                 VALUE 'S'.
            05 BNK-PRENOTE-DATE                 PIC 9(8) COMP-3.

        FD ACH-PAYMENT
            RECORDING MODE IS F
            05 ACH-CTL-NEXT-TRACE               PIC 9(7).
            05 FILLER                           PIC X(25).

        FD PRENOTE-QUEUE
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS PNQ-REC.
            COPY BONUSPNQ.

        FD CALLBACK-RPT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CBK-LINE.
        01 CBK-LINE                             PIC X(133).

        FD RUN-HISTORY
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RHS-REC.
            COPY BONUSRHS.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR ACH'.

        01 W01-ACCUMULATORS.
            05 W01-REC-IN                   PIC S9(4) COMP   VALUE ZERO.
            05 W01-DETAIL-SKIPPED           PIC S9(7) COMP   VALUE ZERO.
            05 W01-ENTRY-COUNT              PIC S9(7) COMP   VALUE ZERO.
            05 W01-EXCP-COUNT               PIC S9(7) COMP   VALUE ZERO.
            05 W01-ACH-RECS                 PIC S9(7) COMP   VALUE ZERO.

        01 W22-REG-FAILED                   PIC S9(7) COMP  VALUE ZERO.

        01 W23-PNQ-STATUS                   PIC X(2)        VALUE '00'.

        01 W24-PRENOTE-WORK.
            05 W24-PNQ-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-PRENOTE-QUEUE                     VALUE 'Y'.
            05 W24-HOLD-SW                  PIC X           VALUE 'N'.
                88 PRENOTE-HOLD                             VALUE 'Y'.
            05 W24-TODAY                    PIC 9(8)        VALUE ZERO.
            05 W24-DAYS-ELAPSED             PIC S9(7) COMP  VALUE ZERO.
            05 W24-PRENOTE-COUNT            PIC S9(7) COMP  VALUE ZERO.
            05 W24-PRENOTE-SKIPPED          PIC S9(7) COMP  VALUE ZERO.
            05 W24-PRENOTE-HELD             PIC S9(7) COMP  VALUE ZERO.
            05 W24-PRENOTE-HELD-AMT         PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W24-CALLBACK-COUNT           PIC S9(7) COMP  VALUE ZERO.

        01 W25-PARMS.
            05 W25-PARM-PN-DAYS             PIC X(3)   VALUE SPACES.
            05 W25-PARM-PN-DAYS-N REDEFINES W25-PARM-PN-DAYS
                                            PIC 9(3).
            05 W25-PARM-CB-DAYS             PIC X(3)   VALUE SPACES.
            05 W25-PARM-CB-DAYS-N REDEFINES W25-PARM-CB-DAYS
                                            PIC 9(3).
            05 W25-PARM-CB-AMT              PIC X(7)   VALUE SPACES.
            05 W25-PARM-CB-AMT-N REDEFINES W25-PARM-CB-AMT
                                            PIC 9(7).
            05 W25-PRENOTE-WAIT-DAYS        PIC S9(3) COMP  VALUE +6.
            05 W25-CALLBACK-DAYS            PIC S9(3) COMP  VALUE +30.
            05 W25-CALLBACK-AMT             PIC S9(7)V99 COMP-3
                                                        VALUE +5000.00.

        01 W26-PAGE-CTRL.
            05 W26-PAGE-NO                  PIC S9(3) COMP VALUE ZERO.
            05 W26-LINE-CT                  PIC S9(3) COMP VALUE 99.
            05 W26-LINES-PER-PAGE           PIC S9(3) COMP VALUE 50.

        01 W27-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(50) VALUE
                'BONUS ACH CALLBACK VERIFICATION LIST'.
            05 FILLER               PIC X(6)  VALUE 'PAGE '.
            05 W27-HDG1-PAGE        PIC ZZ9.

        01 W28-HDG2.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(11) VALUE 'EMP ID'.
            05 FILLER               PIC X(23) VALUE 'NAME'.
            05 FILLER               PIC X(11) VALUE 'ROUTING'.
            05 FILLER               PIC X(19) VALUE 'ACCOUNT NUMBER'.
            05 FILLER               PIC X(10) VALUE 'CHANGED'.
            05 FILLER               PIC X(6)  VALUE 'DAYS'.
            05 FILLER               PIC X(20) VALUE '          NET PAY'.
            05 FILLER               PIC X(10) VALUE 'TRACE'.

        01 W29-DETAIL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W29-EMP-ID           PIC 9(9).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W29-NAME             PIC X(22).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W29-ROUTING          PIC 9(9).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W29-ACCT-NBR         PIC X(17).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W29-CHANGE-DATE      PIC 9(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W29-DAYS             PIC ZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 W29-AMOUNT           PIC $$,$$$,$$$,$$9.99-.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W29-TRACE            PIC 9(7).

        01 W30-PRINT-LINE                   PIC X(133).

        01 W31-RUN-HISTORY.
            05 W31-RHS-STATUS               PIC X(2)        VALUE '00'.
                88 RHS-FILE-NOT-FOUND                       VALUE '35'.
            05 W31-START-DATETIME           PIC X(21)   VALUE SPACES.
            05 W31-END-DATETIME             PIC X(21)   VALUE SPACES.
            05 W31-PERIOD-END               PIC 9(8)        VALUE ZERO.
            05 W31-RUN-NBR                  PIC 9(3)        VALUE ZERO.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            MOVE FUNCTION CURRENT-DATE TO W31-START-DATETIME

            PERFORM P0150-READ-TRACE-CONTROL THRU P0159-EXIT

            IF ACH-CTL-FATAL
                MOVE +95 TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF


            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
            GOBACK
            .
        P0199-EXIT.
        P0200-INITIALIZE.

            OPEN INPUT  TAX-BONUS
                 OUTPUT ACH-PAYMENT
                 OUTPUT CHECK-EXCP
                 OUTPUT CALLBACK-RPT

            OPEN INPUT  BANK-MASTER

            OPEN I-O    DISB-REGISTER
            IF REG-FILE-NOT-FOUND
            IF BANK-FILE-NOT-FOUND
                DISPLAY 'BONACH - BANK MASTER BONBANKM MISSING'
                MOVE +95 TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF

            MOVE W04-CURR-DATETIME (9:4)  TO W10-FILE-TIME
            MOVE W04-CURR-DATETIME (3:6)  TO W11-DESC-DATE
            MOVE W04-CURR-DATETIME (3:6)  TO W11-EFF-DATE
            MOVE W04-CURR-DATETIME (1:8)  TO W24-TODAY

            PERFORM P0250-GET-PARMS        THRU P0259-EXIT

            WRITE ACH-REC FROM W10-FILE-HDR
            WRITE ACH-REC FROM W11-BATCH-HDR
            ADD +2 TO W01-ACH-RECS

            PERFORM P0260-SEND-PRENOTES    THRU P0269-EXIT

            PERFORM P0900-READ-INPUT       THRU P0999-EXIT

            IF END-OF-INPUT-FILE
        P0299-EXIT.
            EXIT.

        P0250-GET-PARMS.

            ACCEPT W25-PARM-PN-DAYS FROM ENVIRONMENT 'BONACH-PNDAYS'
            ACCEPT W25-PARM-CB-DAYS FROM ENVIRONMENT 'BONACH-CBDAYS'
            ACCEPT W25-PARM-CB-AMT  FROM ENVIRONMENT 'BONACH-CBAMT'

            IF W25-PARM-PN-DAYS NUMERIC
                MOVE W25-PARM-PN-DAYS-N TO W25-PRENOTE-WAIT-DAYS
            ELSE
                IF W25-PARM-PN-DAYS NOT = SPACES
                    DISPLAY 'BONACH - BONACH-PNDAYS INVALID (NNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            IF W25-PARM-CB-DAYS NUMERIC
                MOVE W25-PARM-CB-DAYS-N TO W25-CALLBACK-DAYS
            ELSE
                IF W25-PARM-CB-DAYS NOT = SPACES
                    DISPLAY 'BONACH - BONACH-CBDAYS INVALID (NNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            IF W25-PARM-CB-AMT NUMERIC
                MOVE W25-PARM-CB-AMT-N TO W25-CALLBACK-AMT
            ELSE
                IF W25-PARM-CB-AMT NOT = SPACES
                    DISPLAY 'BONACH - BONACH-CBAMT INVALID (NNNNNNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            DISPLAY 'BONACH - PRENOTE WAITING PERIOD DAYS = '
                W25-PRENOTE-WAIT-DAYS
            DISPLAY 'BONACH - CALLBACK WINDOW DAYS        = '
                W25-CALLBACK-DAYS
            DISPLAY 'BONACH - CALLBACK PAYMENT THRESHOLD  = '
                W25-CALLBACK-AMT

            .
        P0259-EXIT.
            EXIT.

        P0260-SEND-PRENOTES.

            OPEN INPUT PRENOTE-QUEUE

            PERFORM P0270-SEND-ONE-PRENOTE THRU P0279-EXIT
                UNTIL END-OF-PRENOTE-QUEUE

            CLOSE PRENOTE-QUEUE

            .
        P0269-EXIT.
            EXIT.

        P0270-SEND-ONE-PRENOTE.

            READ PRENOTE-QUEUE
                AT END
                    MOVE 'Y' TO W24-PNQ-EOF-SW
            END-READ

            IF END-OF-PRENOTE-QUEUE
                GO TO P0279-EXIT
            END-IF

            MOVE PNQ-EMP-ID TO BNK-EMP-ID

            READ BANK-MASTER

            IF NOT BANK-REC-FOUND
             OR BNK-ROUTING-NBR NOT = PNQ-ROUTING-NBR
             OR BNK-ACCT-NBR NOT = PNQ-ACCT-NBR
             OR BNK-ACCT-TYPE NOT = PNQ-ACCT-TYPE
                ADD +1 TO W24-PRENOTE-SKIPPED
                DISPLAY 'BONACH - PRENOTE SUPERSEDED, NOT SENT: '
                    PNQ-EMP-ID
                GO TO P0279-EXIT
            END-IF

            MOVE SPACES TO W12-ACCT-NBR W12-INDIV-ID W12-INDIV-NAME

            IF BNK-SAVINGS-ACCT
                MOVE 33 TO W12-TRAN-CODE
            ELSE
                MOVE 23 TO W12-TRAN-CODE
            END-IF

            MOVE BNK-RDFI-ID            TO W12-RDFI-RT
            MOVE BNK-CHECK-DIGIT        TO W12-RDFI-CK
            MOVE BNK-ACCT-NBR           TO W12-ACCT-NBR
            MOVE ZERO                   TO W12-AMOUNT
            MOVE PNQ-EMP-ID             TO W12-INDIV-ID
            MOVE PNQ-INDIV-NAME         TO W12-INDIV-NAME

            MOVE W21-NEXT-TRACE-SEQ     TO W12-TRACE-SEQ
            ADD +1 TO W21-NEXT-TRACE-SEQ

            WRITE ACH-REC FROM W12-ENTRY-DTL
            ADD +1 TO W01-ACH-RECS
            ADD +1 TO W24-PRENOTE-COUNT
            ADD BNK-RDFI-ID       TO W01-ENTRY-HASH

            .
        P0279-EXIT.
            EXIT.

        P0300-PROCESS-INPUT.

            MOVE TAX-PERIOD-END    TO W31-PERIOD-END
            MOVE TAX-RUN-NBR       TO W31-RUN-NBR
            ADD TAX-NET-BONUS-AMT TO W01-NET-IN-AMT

            MOVE TAX-EMP-ID TO BNK-EMP-ID

            READ BANK-MASTER

            MOVE 'N' TO W24-HOLD-SW

            IF BANK-REC-FOUND
                PERFORM P0350-CHECK-PRENOTE-HOLD THRU P0359-EXIT
            END-IF

            IF BANK-REC-FOUND
             AND NOT PRENOTE-HOLD
                PERFORM P0500-WRITE-ENTRY    THRU P0599-EXIT
                PERFORM P0650-CHECK-CALLBACK THRU P0659-EXIT
            ELSE
                PERFORM P0600-WRITE-EXCP     THRU P0699-EXIT
            END-IF
        P0399-EXIT.
            EXIT.

        P0350-CHECK-PRENOTE-HOLD.

            IF BNK-PRENOTE-PENDING
                MOVE 'Y' TO W24-HOLD-SW
                GO TO P0359-EXIT
            END-IF

            IF NOT BNK-PRENOTE-SENT
                GO TO P0359-EXIT
            END-IF

            IF BNK-PRENOTE-DATE NOT NUMERIC
             OR BNK-PRENOTE-DATE = ZERO
                MOVE 'Y' TO W24-HOLD-SW
                GO TO P0359-EXIT
            END-IF

            COMPUTE W24-DAYS-ELAPSED =
                FUNCTION INTEGER-OF-DATE (W24-TODAY)
              - FUNCTION INTEGER-OF-DATE (BNK-PRENOTE-DATE)

            IF W24-DAYS-ELAPSED < W25-PRENOTE-WAIT-DAYS
                MOVE 'Y' TO W24-HOLD-SW
            END-IF

            .
        P0359-EXIT.
            EXIT.

        P0400-WRAP-UP.

            PERFORM P0700-WRITE-CONTROLS     THRU P0799-EXIT
                  ACH-PAYMENT
                  CHECK-EXCP
                  DISB-REGISTER
                  CALLBACK-RPT

            DISPLAY 'TOTAL RECORDS READ      = ' W01-REC-IN
            DISPLAY 'STATE DETAIL RECS SKIPPED = ' W01-DETAIL-SKIPPED
            DISPLAY 'TOTAL ACH ENTRIES       = ' W01-ENTRY-COUNT
            DISPLAY 'TOTAL REGISTER RECORDS  = ' W18-REG-COUNT
            DISPLAY 'TOTAL NOT REGISTERED    = ' W22-REG-FAILED
            DISPLAY 'TOTAL CHECK EXCEPTIONS  = ' W01-EXCP-COUNT
            DISPLAY 'PRENOTE WAIT TO CHECK   = ' W24-PRENOTE-HELD
            DISPLAY 'PRENOTE WAIT AMOUNT     = ' W24-PRENOTE-HELD-AMT
            DISPLAY 'TOTAL PRENOTES SENT     = ' W24-PRENOTE-COUNT
            DISPLAY 'PRENOTES SUPERSEDED     = ' W24-PRENOTE-SKIPPED
            DISPLAY 'CALLBACKS REQUIRED      = ' W24-CALLBACK-COUNT
            DISPLAY 'TOTAL ACH CREDIT AMOUNT = ' W01-CREDIT-AMT
            DISPLAY 'TOTAL ACH DEBIT AMOUNT  = ' W01-DEBIT-AMT
            DISPLAY 'TOTAL EXCEPTION AMOUNT  = ' W01-EXCP-AMT
                MOVE +99 TO RETURN-CODE
            END-IF

            IF RETURN-CODE = ZERO
                PERFORM P0470-CLEAR-PRENOTE-QUEUE THRU P0479-EXIT
            ELSE
                DISPLAY 'BONACH - PRENOTE QUEUE BONPRENQ KEPT FOR'
                    ' RERUN'
            END-IF

            IF RETURN-CODE = ZERO
             AND W22-REG-FAILED > ZERO
                DISPLAY 'BONACH - TRANSMITTED ENTRIES MISSING FROM'
        P0469-EXIT.
            EXIT.

        P0470-CLEAR-PRENOTE-QUEUE.

            IF W24-PRENOTE-COUNT > ZERO
                PERFORM P0480-MARK-PRENOTES-SENT THRU P0489-EXIT
            END-IF

            OPEN OUTPUT PRENOTE-QUEUE
            CLOSE PRENOTE-QUEUE

            .
        P0479-EXIT.
            EXIT.

        P0480-MARK-PRENOTES-SENT.

            OPEN I-O    BANK-MASTER
            OPEN INPUT  PRENOTE-QUEUE

            MOVE 'N' TO W24-PNQ-EOF-SW

            PERFORM P0485-MARK-ONE-SENT    THRU P0488-EXIT
                UNTIL END-OF-PRENOTE-QUEUE

            CLOSE PRENOTE-QUEUE
                  BANK-MASTER

            .
        P0489-EXIT.
            EXIT.

        P0485-MARK-ONE-SENT.

            READ PRENOTE-QUEUE
                AT END
                    MOVE 'Y' TO W24-PNQ-EOF-SW
            END-READ

            IF END-OF-PRENOTE-QUEUE
                GO TO P0488-EXIT
            END-IF

            MOVE PNQ-EMP-ID TO BNK-EMP-ID

            READ BANK-MASTER

            IF NOT BANK-REC-FOUND
             OR BNK-ROUTING-NBR NOT = PNQ-ROUTING-NBR
             OR BNK-ACCT-NBR NOT = PNQ-ACCT-NBR
             OR BNK-ACCT-TYPE NOT = PNQ-ACCT-TYPE
                GO TO P0488-EXIT
            END-IF

            MOVE 'S'                    TO BNK-PRENOTE-STATUS
            MOVE W24-TODAY              TO BNK-PRENOTE-DATE
            REWRITE BANK-MAST-REC

            .
        P0488-EXIT.
            EXIT.

        P0500-WRITE-ENTRY.

            MOVE SPACES TO W12-ACCT-NBR W12-INDIV-ID W12-INDIV-NAME
            ADD +1 TO W01-EXCP-COUNT
            ADD TAX-NET-BONUS-AMT TO W01-EXCP-AMT

            IF PRENOTE-HOLD
                ADD +1 TO W24-PRENOTE-HELD
                ADD TAX-NET-BONUS-AMT TO W24-PRENOTE-HELD-AMT
                DISPLAY 'BONACH - PRENOTE WAITING PERIOD, CHECK'
                    ' EXCEPTION: ' TAX-EMP-ID ' ' TAX-LAST-NAME
            ELSE
                DISPLAY 'BONACH - NO BANK RECORD, CHECK EXCEPTION: '
                    TAX-EMP-ID ' ' TAX-LAST-NAME
            END-IF
            .
        P0699-EXIT.
            EXIT.

        P0650-CHECK-CALLBACK.

            IF TAX-NET-BONUS-AMT < W25-CALLBACK-AMT
                GO TO P0659-EXIT
            END-IF

            IF BNK-CHANGE-DATE NOT NUMERIC
             OR BNK-CHANGE-DATE = ZERO
                GO TO P0659-EXIT
            END-IF

            COMPUTE W24-DAYS-ELAPSED =
                FUNCTION INTEGER-OF-DATE (W24-TODAY)
              - FUNCTION INTEGER-OF-DATE (BNK-CHANGE-DATE)

            IF W24-DAYS-ELAPSED > W25-CALLBACK-DAYS
                GO TO P0659-EXIT
            END-IF

            MOVE TAX-EMP-ID             TO W29-EMP-ID
            MOVE W16-INDIV-NAME         TO W29-NAME
            MOVE BNK-ROUTING-NBR        TO W29-ROUTING
            MOVE BNK-ACCT-NBR           TO W29-ACCT-NBR
            MOVE BNK-CHANGE-DATE        TO W29-CHANGE-DATE
            MOVE W24-DAYS-ELAPSED       TO W29-DAYS
            MOVE TAX-NET-BONUS-AMT      TO W29-AMOUNT
            MOVE W12-TRACE-SEQ          TO W29-TRACE

            MOVE W29-DETAIL-LINE        TO W30-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            ADD +1 TO W24-CALLBACK-COUNT

            DISPLAY 'BONACH - RECENT ACCOUNT CHANGE, CALLBACK'
                ' REQUIRED: ' TAX-EMP-ID ' ' TAX-LAST-NAME
            .
        P0659-EXIT.
            EXIT.

        P0700-WRITE-CONTROLS.

            COMPUTE W13-ENTRY-COUNT =
                W01-ENTRY-COUNT + W24-PRENOTE-COUNT
            MOVE W01-ENTRY-HASH         TO W13-ENTRY-HASH
            COMPUTE W13-TOT-DEBIT  = W01-DEBIT-AMT * 100
            COMPUTE W13-TOT-CREDIT = W01-CREDIT-AMT * 100
            ADD +1 TO W01-ACH-RECS

            MOVE 1                      TO W14-BATCH-COUNT
            COMPUTE W14-ENTRY-COUNT =
                W01-ENTRY-COUNT + W24-PRENOTE-COUNT
            MOVE W01-ENTRY-HASH         TO W14-ENTRY-HASH
            COMPUTE W14-TOT-DEBIT  = W01-DEBIT-AMT * 100
            COMPUTE W14-TOT-CREDIT = W01-CREDIT-AMT * 100
        P0759-EXIT.
            EXIT.

        P0800-WRITE-LINE.

            IF W26-LINE-CT >= W26-LINES-PER-PAGE
                PERFORM P0850-WRITE-HEADINGS THRU P0859-EXIT
            END-IF

            WRITE CBK-LINE FROM W30-PRINT-LINE
            ADD +1 TO W26-LINE-CT
            .
        P0899-EXIT.
            EXIT.

        P0850-WRITE-HEADINGS.

            ADD +1 TO W26-PAGE-NO
            MOVE W26-PAGE-NO TO W27-HDG1-PAGE

            IF W26-PAGE-NO > 1
                WRITE CBK-LINE FROM W27-HDG1
                    BEFORE ADVANCING PAGE
            ELSE
                WRITE CBK-LINE FROM W27-HDG1
            END-IF

            WRITE CBK-LINE FROM W28-HDG2
            MOVE ZERO TO W26-LINE-CT
            .
        P0859-EXIT.
            EXIT.

        P0900-READ-INPUT.

            PERFORM P0910-READ-TAX-REC     THRU P0919-EXIT

            PERFORM P0910-READ-TAX-REC     THRU P0919-EXIT
                UNTIL END-OF-INPUT-FILE
                   OR NOT TAX-STATE-DETAIL

            .
        P0999-EXIT.
            EXIT.

        P0910-READ-TAX-REC.

            READ TAX-BONUS
                AT END
                    MOVE 'Y' TO W02-IN-EOF-SW
                NOT AT END
                    IF TAX-STATE-DETAIL
                        ADD +1 TO W01-DETAIL-SKIPPED
                    ELSE
                        ADD +1 TO W01-REC-IN
                    END-IF
            END-READ

            .
        P0919-EXIT.
            EXIT.

        P0970-WRITE-RUN-HISTORY.

            MOVE FUNCTION CURRENT-DATE TO W31-END-DATETIME

            MOVE SPACES                  TO RHS-REC
            MOVE W31-PERIOD-END          TO RHS-PERIOD-END
            MOVE W31-RUN-NBR             TO RHS-RUN-NBR
            MOVE 'BONACH'                TO RHS-PROGRAM
            MOVE W31-START-DATETIME (1:8) TO RHS-START-DATE
            MOVE W31-START-DATETIME (9:8) TO RHS-START-TIME
            MOVE W31-END-DATETIME (1:8)   TO RHS-END-DATE
            MOVE W31-END-DATETIME (9:8)   TO RHS-END-TIME
            MOVE W01-REC-IN              TO RHS-RECS-READ
            MOVE W01-ENTRY-COUNT         TO RHS-RECS-WRITTEN
            MOVE W01-EXCP-COUNT          TO RHS-RECS-REJECTED
            MOVE W01-NET-IN-AMT          TO RHS-CTL-AMT-IN
            COMPUTE RHS-CTL-AMT-OUT = W01-CREDIT-AMT - W01-DEBIT-AMT
            MOVE RETURN-CODE             TO RHS-RETURN-CODE

            OPEN EXTEND RUN-HISTORY
            IF RHS-FILE-NOT-FOUND
                OPEN OUTPUT RUN-HISTORY
                CLOSE RUN-HISTORY
                OPEN EXTEND RUN-HISTORY
                DISPLAY 'BONACH - BONRUNHS NOT FOUND, CREATED NEW'
            END-IF

            WRITE RHS-REC
            CLOSE RUN-HISTORY

            .
        P0979-EXIT.
            EXIT.
