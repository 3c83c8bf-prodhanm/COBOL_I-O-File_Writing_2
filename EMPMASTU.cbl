                FILE STATUS IS W11-HOLD-STATUS.
            SELECT OPTIONAL HOLD-CARRY-FILE ASSIGN TO BONHOLDC
                FILE STATUS IS W12-CARY-STATUS.
            SELECT AGR-MASTER ASSIGN TO BONAGRM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AGR-KEY
                FILE STATUS IS W17-AGR-STATUS.
            SELECT RECEIVABLE-QUEUE ASSIGN TO BONRECV
                FILE STATUS IS W17-RCV-STATUS.

        DATA DIVISION.
        FILE SECTION.
                88 ETRN-CHANGE-ACTION               VALUE 'C'.
                88 ETRN-TRANSFER-ACTION             VALUE 'T'.
                88 ETRN-TERM-ACTION                 VALUE 'X'.
                88 ETRN-COST-CTR-ACTION             VALUE 'K'.
                88 ETRN-VALID-ACTION
                    VALUE 'A' 'C' 'T' 'X' 'K'.
                88 ETRN-REKEY-ACTION
                    VALUE 'C' 'T'.
            05 ETRN-OLD-KEY.
            05 ETRN-EMP-ID                      PIC 9(9).
            05 ETRN-EMP-ID-X REDEFINES
                ETRN-EMP-ID                     PIC X(9).
            05 ETRN-COST-CENTER                 PIC X(4).
            05 ETRN-TERM-DATE                   PIC 9(8).
            05 ETRN-TERM-DATE-X REDEFINES
                ETRN-TERM-DATE                  PIC X(8).
            05 FILLER                           PIC X(22).

        FD EMP-MASTER
            LABEL RECORDS STANDARD
                10 EMP-MAST-FIRST-NAME          PIC X(15).
                10 EMP-MAST-MID-INIT            PIC X.
            05 EMP-MAST-EMP-ID                  PIC 9(9).
            05 EMP-MAST-COST-CENTER             PIC X(4).
            05 FILLER                           PIC X(9).

        FD EMP-AUDIT
            RECORDING MODE IS F
            05 CRY-EMP-ID                       PIC 9(9).
            05 FILLER                           PIC X(20).

        FD AGR-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS AGR-REC.
            COPY BONUSAGR.

        FD RECEIVABLE-QUEUE
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RCV-REC.
            COPY BONUSRCV.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR EMPU'.
            05 W01-TRAN-REJECTED            PIC S9(4) COMP   VALUE ZERO.
            05 W01-HOLD-RETAGGED            PIC S9(4) COMP   VALUE ZERO.
            05 W01-CARY-RETAGGED            PIC S9(4) COMP   VALUE ZERO.
            05 W01-AGR-CHECKED              PIC S9(4) COMP   VALUE ZERO.
            05 W01-AGR-SATISFIED            PIC S9(4) COMP   VALUE ZERO.
            05 W01-RCV-RAISED               PIC S9(4) COMP   VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-TRAN-EOF-SW              PIC X           VALUE 'N'.
            05 FILLER               PIC X(1)  VALUE '/'.
            05 W14-KEY-MID          PIC X(1).

        01 W15-COST-CTR-MSG.
            05 FILLER               PIC X(12) VALUE 'COST CENTER '.
            05 W15-OLD-COST-CENTER  PIC X(4).
            05 FILLER               PIC X(4)  VALUE ' TO '.
            05 W15-NEW-COST-CENTER  PIC X(4).

        01 W16-SAVE-COST-CENTER             PIC X(4)   VALUE SPACES.

        01 W17-REPAYMENT-AGR.
            05 W17-AGR-STATUS               PIC X(2)        VALUE '00'.
                88 AGR-IO-OK                                VALUE '00'.
                88 AGR-FILE-NOT-FOUND                       VALUE '35'.
            05 W17-RCV-STATUS               PIC X(2)        VALUE '00'.
                88 RCV-FILE-NOT-FOUND                       VALUE '35'.
            05 W17-AGR-AVAIL-SW             PIC X           VALUE 'Y'.
                88 AGR-MASTER-AVAILABLE                     VALUE 'Y'.
            05 W17-AGR-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-AGREEMENTS                        VALUE 'Y'.
            05 W17-CURR-DATETIME            PIC X(21)     VALUE SPACES.
            05 W17-TODAY                    PIC 9(8)        VALUE ZERO.
            05 W17-TERM-DATE                PIC 9(8)        VALUE ZERO.
            05 W17-TERM-DATE-R REDEFINES W17-TERM-DATE.
                10 W17-TERM-YYYY             PIC 9(4).
                10 W17-TERM-MM               PIC 9(2).
                10 W17-TERM-DD               PIC 9(2).
            05 W17-PAY-DATE                 PIC 9(8)        VALUE ZERO.
            05 W17-PAY-DATE-R REDEFINES W17-PAY-DATE.
                10 W17-PAY-YYYY              PIC 9(4).
                10 W17-PAY-MM                PIC 9(2).
                10 W17-PAY-DD                PIC 9(2).
            05 W17-MONTHS-SERVED            PIC S9(5) COMP  VALUE ZERO.
            05 W17-RCV-AMT                  PIC S9(9)V99 COMP-3
                                                             VALUE ZERO.

        01 W18-AGR-MSG.
            05 W18-MSG-TYPE         PIC X(2).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W18-MSG-TEXT         PIC X(16).
            05 W18-MSG-AMT          PIC ZZZZ,ZZ9.99 BLANK WHEN ZERO.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

                DISPLAY 'EMPMASTU - EMPMAST NOT FOUND, CREATED NEW'
            END-IF

            OPEN I-O    AGR-MASTER
            IF AGR-FILE-NOT-FOUND
                MOVE 'N' TO W17-AGR-AVAIL-SW
                DISPLAY 'EMPMASTU - BONAGRM NOT FOUND, REPAYMENT'
                    ' AGREEMENTS NOT CHECKED'
            END-IF

            OPEN EXTEND RECEIVABLE-QUEUE
            IF RCV-FILE-NOT-FOUND
                OPEN OUTPUT RECEIVABLE-QUEUE
                CLOSE RECEIVABLE-QUEUE
                OPEN EXTEND RECEIVABLE-QUEUE
                DISPLAY 'EMPMASTU - BONRECV NOT FOUND, CREATED NEW'
            END-IF

            MOVE FUNCTION CURRENT-DATE TO W17-CURR-DATETIME
            MOVE W17-CURR-DATETIME (1:8) TO W17-TODAY

            PERFORM P0900-READ-TRAN        THRU P0999-EXIT

            IF END-OF-TRAN-FILE
                        PERFORM P0520-APPLY-REKEY THRU P0559-EXIT
                    WHEN ETRN-TERM-ACTION
                        PERFORM P0560-APPLY-TERM  THRU P0579-EXIT
                    WHEN ETRN-COST-CTR-ACTION
                        PERFORM P0590-APPLY-COST-CENTER
                                                  THRU P0599-EXIT
                END-EVALUATE
            END-IF

             AND ETRN-NEW-MID = SPACES
                MOVE 'NO NEW NAME GIVEN' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0359-EXIT
            END-IF

            IF ETRN-COST-CTR-ACTION
             AND ETRN-COST-CENTER = SPACES
                MOVE 'NEW COST CENTER MISSING' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
            END-IF

            .
            CLOSE EMP-TRANS
                  EMP-MASTER
                  EMP-AUDIT
                  RECEIVABLE-QUEUE

            IF AGR-MASTER-AVAILABLE
                CLOSE AGR-MASTER
            END-IF

            DISPLAY 'TOTAL TRANSACTIONS READ     = ' W01-TRAN-IN
            DISPLAY 'TOTAL CHANGES APPLIED       = ' W01-TRAN-APPLIED
                W01-TRAN-REJECTED
            DISPLAY 'TOTAL BONHOLD RETAGGED      = ' W01-HOLD-RETAGGED
            DISPLAY 'TOTAL BONHOLDC RETAGGED     = ' W01-CARY-RETAGGED
            DISPLAY 'TOTAL AGREEMENTS CHECKED    = ' W01-AGR-CHECKED
            DISPLAY 'TOTAL COMMITMENTS SERVED    = ' W01-AGR-SATISFIED
            DISPLAY 'TOTAL REPAYMENTS RAISED     = ' W01-RCV-RAISED
            DISPLAY 'TOTAL REPAYMENT AMOUNT OWED = ' W17-RCV-AMT

            IF W01-TRAN-REJECTED > ZERO
                MOVE +4 TO RETURN-CODE
            MOVE ETRN-NEW-MID           TO EMP-MAST-MID-INIT
            MOVE ETRN-EMP-ID            TO EMP-MAST-EMP-ID
            MOVE SPACES                 TO EMP-MAST-REC (48:13)
            MOVE ETRN-COST-CENTER       TO EMP-MAST-COST-CENTER

            WRITE EMP-MAST-REC
                INVALID KEY
            END-IF

            MOVE EMP-MAST-EMP-ID        TO W09-SAVE-EMP-ID
            MOVE EMP-MAST-COST-CENTER   TO W16-SAVE-COST-CENTER

            IF ETRN-TRANSFER-ACTION
                MOVE ETRN-NEW-STATE     TO W08-NEW-STATE
            MOVE W09-SAVE-EMP-ID        TO EMP-MAST-EMP-ID
            MOVE SPACES                 TO EMP-MAST-REC (48:13)

            IF ETRN-COST-CENTER = SPACES
                MOVE W16-SAVE-COST-CENTER TO EMP-MAST-COST-CENTER
            ELSE
                MOVE ETRN-COST-CENTER   TO EMP-MAST-COST-CENTER
            END-IF

            WRITE EMP-MAST-REC
                INVALID KEY
                    MOVE 'NEW KEY ALREADY ON FILE' TO W07-MESSAGE

            MOVE 'EMPLOYEE TERMINATED' TO W07-MESSAGE
            PERFORM P0600-WRITE-AUDIT      THRU P0699-EXIT

            IF AGR-MASTER-AVAILABLE
                PERFORM P0770-CHECK-AGREEMENTS THRU P0779-EXIT
            END-IF
            .
        P0579-EXIT.
            EXIT.
        P0589-EXIT.
            EXIT.

        P0590-APPLY-COST-CENTER.

            MOVE ETRN-OLD-KEY           TO EMP-MAST-KEY

            READ EMP-MASTER

            IF NOT EMP-IO-OK
                MOVE 'EMPLOYEE NOT ON MASTER' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0599-EXIT
            END-IF

            MOVE EMP-MAST-EMP-ID        TO W09-SAVE-EMP-ID
            MOVE ETRN-OLD-KEY           TO W08-NEW-KEY-WORK

            IF ETRN-COST-CENTER = EMP-MAST-COST-CENTER
                MOVE 'COST CENTER UNCHANGED' TO W07-MESSAGE
                PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
                GO TO P0599-EXIT
            END-IF

            MOVE EMP-MAST-COST-CENTER   TO W15-OLD-COST-CENTER
            MOVE ETRN-COST-CENTER       TO W15-NEW-COST-CENTER
            MOVE ETRN-COST-CENTER       TO EMP-MAST-COST-CENTER

            REWRITE EMP-MAST-REC
                INVALID KEY
                    MOVE 'REWRITE FAILED' TO W07-MESSAGE
                    PERFORM P0700-WRITE-REJECT THRU P0799-EXIT
            END-REWRITE

            IF REJECT-THIS-TRAN
                GO TO P0599-EXIT
            END-IF

            MOVE W15-COST-CTR-MSG       TO W07-MESSAGE
            PERFORM P0600-WRITE-AUDIT      THRU P0699-EXIT
            .
        P0599-EXIT.
            EXIT.

        P0600-WRITE-AUDIT.

            MOVE ETRN-ACTION            TO W07-ACTION
        P0768-EXIT.
            EXIT.

        P0770-CHECK-AGREEMENTS.

            IF ETRN-TERM-DATE-X NUMERIC
             AND ETRN-TERM-DATE > ZERO
                MOVE ETRN-TERM-DATE     TO W17-TERM-DATE
            ELSE
                MOVE W17-TODAY          TO W17-TERM-DATE
            END-IF

            MOVE W09-SAVE-EMP-ID        TO AGR-EMP-ID
            MOVE ZERO                   TO AGR-PAY-DATE
            MOVE ZERO                   TO AGR-RUN-NBR
            MOVE 'N'                    TO W17-AGR-EOF-SW

            START AGR-MASTER KEY IS NOT LESS THAN AGR-KEY
                INVALID KEY
                    MOVE 'Y' TO W17-AGR-EOF-SW
            END-START

            PERFORM P0775-CHECK-ONE-AGR    THRU P0778-EXIT
                UNTIL END-OF-AGREEMENTS

            .
        P0779-EXIT.
            EXIT.

        P0775-CHECK-ONE-AGR.

            READ AGR-MASTER NEXT RECORD
                AT END
                    MOVE 'Y' TO W17-AGR-EOF-SW
            END-READ

            IF END-OF-AGREEMENTS
                GO TO P0778-EXIT
            END-IF

            IF AGR-EMP-ID NOT = W09-SAVE-EMP-ID
                MOVE 'Y' TO W17-AGR-EOF-SW
                GO TO P0778-EXIT
            END-IF

            IF NOT AGR-OPEN
                GO TO P0778-EXIT
            END-IF

            ADD +1 TO W01-AGR-CHECKED

            PERFORM P0780-COMPUTE-OWED     THRU P0784-EXIT

            MOVE W17-TERM-DATE          TO AGR-TERM-DATE
            MOVE W17-TODAY              TO AGR-STATUS-DATE
            MOVE W17-MONTHS-SERVED      TO AGR-MONTHS-SERVED
            MOVE AGR-BONUS-TYPE         TO W18-MSG-TYPE

            IF AGR-AMOUNT-OWED > ZERO
                MOVE 'T'                TO AGR-STATUS
                MOVE 'REPAYMENT OWED'   TO W18-MSG-TEXT
                MOVE AGR-AMOUNT-OWED    TO W18-MSG-AMT
            ELSE
                MOVE 'S'                TO AGR-STATUS
                MOVE 'COMMITMENT MET'   TO W18-MSG-TEXT
                MOVE ZERO               TO W18-MSG-AMT
            END-IF

            REWRITE AGR-REC
                INVALID KEY
                    DISPLAY 'EMPMASTU - AGREEMENT REWRITE FAILED FOR '
                        W09-SAVE-EMP-ID
                    GO TO P0778-EXIT
            END-REWRITE

            IF AGR-RECEIVABLE
                PERFORM P0785-WRITE-RECEIVABLE THRU P0789-EXIT
            ELSE
                ADD +1 TO W01-AGR-SATISFIED
            END-IF

            MOVE W18-AGR-MSG            TO W07-MESSAGE
            PERFORM P0600-WRITE-AUDIT      THRU P0699-EXIT

            .
        P0778-EXIT.
            EXIT.

        P0780-COMPUTE-OWED.

            MOVE AGR-PAY-DATE           TO W17-PAY-DATE

            COMPUTE W17-MONTHS-SERVED =
                ((W17-TERM-YYYY * 12) + W17-TERM-MM)
              - ((W17-PAY-YYYY * 12) + W17-PAY-MM)

            IF W17-TERM-DD < W17-PAY-DD
                SUBTRACT 1 FROM W17-MONTHS-SERVED
            END-IF

            IF W17-MONTHS-SERVED < ZERO
                MOVE ZERO TO W17-MONTHS-SERVED
            END-IF

            IF W17-MONTHS-SERVED NOT < AGR-COMMIT-MONTHS
                MOVE ZERO               TO AGR-AMOUNT-OWED
                GO TO P0784-EXIT
            END-IF

            IF AGR-PRORATE-FULL
             OR AGR-COMMIT-MONTHS = ZERO
                MOVE AGR-AMOUNT-PAID    TO AGR-AMOUNT-OWED
            ELSE
                COMPUTE AGR-AMOUNT-OWED ROUNDED =
                    AGR-AMOUNT-PAID
                  * (AGR-COMMIT-MONTHS - W17-MONTHS-SERVED)
                  / AGR-COMMIT-MONTHS
            END-IF

            .
        P0784-EXIT.
            EXIT.

        P0785-WRITE-RECEIVABLE.

            MOVE SPACES                 TO RCV-REC
            MOVE AGR-EMP-ID             TO RCV-EMP-ID
            MOVE AGR-PAY-DATE           TO RCV-PAY-DATE
            MOVE AGR-RUN-NBR            TO RCV-RUN-NBR
            MOVE AGR-BONUS-TYPE         TO RCV-BONUS-TYPE
            MOVE AGR-STATE-CODE         TO RCV-STATE-CODE
            MOVE AGR-LAST-NAME          TO RCV-LAST-NAME
            MOVE AGR-FIRST-NAME         TO RCV-FIRST-NAME
            MOVE AGR-MID-INIT           TO RCV-MID-INIT
            MOVE AGR-AMOUNT-PAID        TO RCV-AMOUNT-PAID
            MOVE AGR-COMMIT-MONTHS      TO RCV-COMMIT-MONTHS
            MOVE AGR-MONTHS-SERVED      TO RCV-MONTHS-SERVED
            MOVE AGR-PRORATE-RULE       TO RCV-PRORATE-RULE
            MOVE AGR-TERM-DATE          TO RCV-TERM-DATE
            MOVE AGR-AMOUNT-OWED        TO RCV-AMOUNT-OWED
            MOVE W17-TODAY              TO RCV-CREATE-DATE

            WRITE RCV-REC

            ADD +1 TO W01-RCV-RAISED
            ADD AGR-AMOUNT-OWED TO W17-RCV-AMT

            .
        P0789-EXIT.
            EXIT.

        P0800-WRITE-LINE.

            IF W04-LINE-CT >= W04-LINES-PER-PAGE
