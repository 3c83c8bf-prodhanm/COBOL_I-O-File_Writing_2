                ACCESS MODE IS RANDOM
                RECORD KEY IS YTD-KEY
                FILE STATUS IS W15-YTD-STATUS.
            SELECT RUN-HISTORY ASSIGN TO BONRUNHS
                FILE STATUS IS W20-RHS-STATUS.
            SELECT AGR-MASTER ASSIGN TO BONAGRM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AGR-KEY
                FILE STATUS IS W21-AGR-STATUS.

        DATA DIVISION.
        FILE SECTION.
                10 EMP-MAST-FIRST-NAME          PIC X(15).
                10 EMP-MAST-MID-INIT            PIC X.
            05 EMP-MAST-EMP-ID                  PIC 9(9).
            05 EMP-MAST-COST-CENTER             PIC X(4).
            05 FILLER                           PIC X(9).

        FD RUN-CONTROL
            RECORDING MODE IS F
            DATA RECORD IS YTD-MASTER-REC.
            COPY BONUSYTM.

        FD RUN-HISTORY
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RHS-REC.
            COPY BONUSRHS.

        FD AGR-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS AGR-REC.
            COPY BONUSAGR.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR BONUS'.
                10 W19-SRC-REJECTED          PIC S9(4) COMP.
                10 W19-SRC-DTL-COUNT         PIC 9(9).

        01 W20-RUN-HISTORY.
            05 W20-RHS-STATUS               PIC X(2)        VALUE '00'.
                88 RHS-FILE-NOT-FOUND                       VALUE '35'.
            05 W20-START-DATETIME           PIC X(21)   VALUE SPACES.
            05 W20-END-DATETIME             PIC X(21)   VALUE SPACES.
            05 W20-CTL-AMT-OUT              PIC S9(13)V99 COMP-3
                                                             VALUE ZERO.

        01 W21-REPAYMENT-AGR.
            05 W21-AGR-STATUS               PIC X(2)        VALUE '00'.
                88 AGR-IO-OK                                VALUE '00'.
                88 AGR-FILE-NOT-FOUND                       VALUE '35'.
            05 W21-AGR-MATCH-SW             PIC X           VALUE 'N'.
                88 AGREEMENT-MATCHED                        VALUE 'Y'.
            05 W21-AGR-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-AGREEMENTS                        VALUE 'Y'.
            05 W21-REF-EMP-ID               PIC 9(9)        VALUE ZERO.
            05 W21-REF-PAY-DATE             PIC 9(8)        VALUE ZERO.
            05 W21-AGR-KEY-SAVE             PIC X(20)     VALUE SPACES.
            05 W21-AGR-WRITTEN              PIC S9(4) COMP  VALUE ZERO.
            05 W21-AGR-RVSL-POSTED          PIC S9(4) COMP  VALUE ZERO.
            05 W21-PARM-SI-MONTHS           PIC X(3)   VALUE SPACES.
            05 W21-PARM-SI-MONTHS-N REDEFINES W21-PARM-SI-MONTHS
                                            PIC 9(3).
            05 W21-PARM-RF-MONTHS           PIC X(3)   VALUE SPACES.
            05 W21-PARM-RF-MONTHS-N REDEFINES W21-PARM-RF-MONTHS
                                            PIC 9(3).
            05 W21-PARM-RULE                PIC X(1)   VALUE SPACES.
            05 W21-SI-MONTHS                PIC 9(3)        VALUE 12.
            05 W21-RF-MONTHS                PIC 9(3)        VALUE 24.
            05 W21-PRORATE-RULE             PIC X(1)        VALUE 'M'.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            MOVE FUNCTION CURRENT-DATE TO W20-START-DATETIME

            PERFORM P0150-READ-RUN-CONTROL  THRU P0159-EXIT

            IF RUN-CTL-FATAL
                MOVE +95 TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF


            IF FATAL-CONTROL-ERROR
                MOVE W12-ABEND-RC TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF


            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
            GOBACK
            .
        P0199-EXIT.
            IF EMP-FILE-NOT-FOUND
                DISPLAY 'BONUS - EMPLOYEE MASTER EMPMAST MISSING'
                MOVE +95 TO RETURN-CODE
                PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
                GOBACK
            END-IF

                    ' BE REJECTED'
            END-IF

            OPEN I-O AGR-MASTER
            IF AGR-FILE-NOT-FOUND
                OPEN OUTPUT AGR-MASTER
                CLOSE AGR-MASTER
                OPEN I-O AGR-MASTER
                DISPLAY 'BONUS - BONAGRM NOT FOUND, CREATED NEW'
            END-IF

            PERFORM P0230-GET-AGR-PARMS    THRU P0239-EXIT

            IF RESTART-MODE
                PERFORM P0210-RESTART-OPEN   THRU P0219-EXIT
                PERFORM P0220-RESTART-SKIP   THRU P0229-EXIT
        P0229-EXIT.
            EXIT.

        P0230-GET-AGR-PARMS.

            ACCEPT W21-PARM-SI-MONTHS FROM ENVIRONMENT
                'BONAGR-SI-MONTHS'
            ACCEPT W21-PARM-RF-MONTHS FROM ENVIRONMENT
                'BONAGR-RF-MONTHS'
            ACCEPT W21-PARM-RULE      FROM ENVIRONMENT 'BONAGR-RULE'

            IF W21-PARM-SI-MONTHS NUMERIC
                MOVE W21-PARM-SI-MONTHS-N TO W21-SI-MONTHS
            ELSE
                IF W21-PARM-SI-MONTHS NOT = SPACES
                    DISPLAY 'BONUS - BONAGR-SI-MONTHS INVALID (NNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            IF W21-PARM-RF-MONTHS NUMERIC
                MOVE W21-PARM-RF-MONTHS-N TO W21-RF-MONTHS
            ELSE
                IF W21-PARM-RF-MONTHS NOT = SPACES
                    DISPLAY 'BONUS - BONAGR-RF-MONTHS INVALID (NNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            IF W21-PARM-RULE = 'M' OR 'F'
                MOVE W21-PARM-RULE TO W21-PRORATE-RULE
            ELSE
                IF W21-PARM-RULE NOT = SPACES
                    DISPLAY 'BONUS - BONAGR-RULE INVALID (M/F),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            DISPLAY 'BONUS - SI COMMITMENT MONTHS   = ' W21-SI-MONTHS
            DISPLAY 'BONUS - RF COMMITMENT MONTHS   = ' W21-RF-MONTHS
            DISPLAY 'BONUS - REPAYMENT PRORATE RULE = '
                W21-PRORATE-RULE

            .
        P0239-EXIT.
            EXIT.

        P0300-PROCESS-INPUT.

            ADD +1 TO W01-REC-IN
            INITIALIZE OUT-BONUS-REC
            INITIALIZE BAD-BONUS-REC
            MOVE ZERO TO W11-CURR-EMP-ID
            MOVE 'N'  TO W21-AGR-MATCH-SW

            IF IN-STATE-CODE = SPACES
                MOVE '01' TO ERROR-CODE
                MOVE '07' TO ERROR-CODE
                PERFORM P0700-WRITE-BADOUT   THRU P0799-EXIT
                ELSE
            IF NOT VALID-GROSS-UP-IND
               OR (GROSS-UP-REQUESTED AND NOT GROSS-UP-BONUS-TYPE)
                MOVE '13' TO ERROR-CODE
                PERFORM P0700-WRITE-BADOUT   THRU P0799-EXIT
                ELSE
            PERFORM P0340-LOOKUP-EMPLOYEE    THRU P0349-EXIT
            IF NOT EMP-REC-FOUND
               AND NOT AGREEMENT-MATCHED
                MOVE '11' TO ERROR-CODE
                PERFORM P0700-WRITE-BADOUT   THRU P0799-EXIT
                ELSE
                MOVE EMP-MAST-EMP-ID TO W11-CURR-EMP-ID
            END-IF

            IF REVERSAL-TYPE
               AND IN-AGR-EMP-ID NUMERIC
               AND IN-AGR-PAY-DATE NUMERIC
                PERFORM P0345-FIND-AGREEMENT THRU P0348-EXIT
            END-IF

            .
        P0349-EXIT.
            EXIT.

        P0345-FIND-AGREEMENT.

            MOVE IN-AGR-EMP-ID          TO W21-REF-EMP-ID
            MOVE IN-AGR-PAY-DATE        TO W21-REF-PAY-DATE

            MOVE W21-REF-EMP-ID         TO AGR-EMP-ID
            MOVE W21-REF-PAY-DATE       TO AGR-PAY-DATE
            MOVE ZERO                   TO AGR-RUN-NBR
            MOVE 'N'                    TO W21-AGR-EOF-SW

            START AGR-MASTER KEY IS NOT LESS THAN AGR-KEY
                INVALID KEY
                    MOVE 'Y' TO W21-AGR-EOF-SW
            END-START

            PERFORM P0346-SCAN-AGREEMENT   THRU P0347-EXIT
                UNTIL END-OF-AGREEMENTS
                   OR AGREEMENT-MATCHED

            .
        P0348-EXIT.
            EXIT.

        P0346-SCAN-AGREEMENT.

            READ AGR-MASTER NEXT RECORD
                AT END
                    MOVE 'Y' TO W21-AGR-EOF-SW
            END-READ

            IF END-OF-AGREEMENTS
                GO TO P0347-EXIT
            END-IF

            IF AGR-EMP-ID NOT = W21-REF-EMP-ID
             OR AGR-PAY-DATE NOT = W21-REF-PAY-DATE
                MOVE 'Y' TO W21-AGR-EOF-SW
                GO TO P0347-EXIT
            END-IF

            IF AGR-RECEIVABLE
             AND AGR-RVSL-POSTED-DATE = ZERO
             AND IN-BONUS-AMT NOT > AGR-AMOUNT-OWED
                MOVE 'Y'                TO W21-AGR-MATCH-SW
                MOVE AGR-KEY            TO W21-AGR-KEY-SAVE
                MOVE AGR-EMP-ID         TO W11-CURR-EMP-ID
            END-IF

            .
        P0347-EXIT.
            EXIT.

        P0350-CHECK-DUPLICATE.

            MOVE W11-CURR-EMP-ID        TO DUP-EMP-ID
                  DUP-CHECK-FILE
                  JOURNAL-BONUS
                  MGR-HOLD-FILE
                  AGR-MASTER

            IF YTD-MASTER-AVAILABLE
                CLOSE YTD-MASTER
            DISPLAY 'TOTAL GOOD RECORDS = ' W01-REC-OUT
            DISPLAY 'TOTAL BAD RECORDS = ' W01-REC-BAD
            DISPLAY 'TOTAL HELD RECORDS = ' W01-REC-HOLD
            DISPLAY 'TOTAL REPAYMENT AGREEMENTS = ' W21-AGR-WRITTEN
            DISPLAY 'TOTAL AGREEMENT REVERSALS  = ' W21-AGR-RVSL-POSTED

            PERFORM P0410-VERIFY-CONTROLS   THRU P0419-EXIT


            WRITE OUT-BONUS-REC
            ADD +1 TO W01-REC-OUT
            ADD OUT-BONUS-AMT TO W20-CTL-AMT-OUT

            IF REVERSAL-TYPE
                MOVE 'RVSL' TO W06-JRNL-DISPOSITION
            END-IF
            MOVE SPACES TO W07-JRNL-ERROR-CODE
            PERFORM P0610-WRITE-JOURNAL THRU P0619-EXIT

            IF REPAYMENT-BONUS-TYPE
                PERFORM P0620-WRITE-AGREEMENT THRU P0629-EXIT
            END-IF

            IF AGREEMENT-MATCHED
                PERFORM P0630-POST-AGR-REVERSAL THRU P0639-EXIT
            END-IF
            .
        P0699-EXIT.
            EXIT.
        P0619-EXIT.
            EXIT.

        P0620-WRITE-AGREEMENT.

            MOVE SPACES                 TO AGR-REC
            MOVE W11-CURR-EMP-ID        TO AGR-EMP-ID
            MOVE W13-PERIOD-END         TO AGR-PAY-DATE
            MOVE W13-RUN-NBR            TO AGR-RUN-NBR
            MOVE IN-BONUS-TYPE          TO AGR-BONUS-TYPE
            MOVE IN-STATE-CODE          TO AGR-STATE-CODE
            MOVE IN-LAST-NAME           TO AGR-LAST-NAME
            MOVE IN-FIRST-NAME          TO AGR-FIRST-NAME
            MOVE IN-MID-INIT            TO AGR-MID-INIT
            MOVE IN-FED-EXEMPT-IND      TO AGR-FED-EXEMPT-IND
            MOVE IN-STATE-EXEMPT-IND    TO AGR-ST-EXEMPT-IND
            MOVE IN-BONUS-AMT           TO AGR-AMOUNT-PAID

            IF IN-BONUS-TYPE = 'SI'
                MOVE W21-SI-MONTHS      TO AGR-COMMIT-MONTHS
            ELSE
                MOVE W21-RF-MONTHS      TO AGR-COMMIT-MONTHS
            END-IF

            MOVE W21-PRORATE-RULE       TO AGR-PRORATE-RULE
            MOVE 'O'                    TO AGR-STATUS
            MOVE W05-CURR-DATETIME (1:8) TO AGR-STATUS-DATE
            MOVE ZERO                   TO AGR-TERM-DATE
            MOVE ZERO                   TO AGR-MONTHS-SERVED
            MOVE ZERO                   TO AGR-AMOUNT-OWED
            MOVE ZERO                   TO AGR-RVSL-QUEUED-DATE
            MOVE ZERO                   TO AGR-RVSL-POSTED-DATE

            WRITE AGR-REC
                INVALID KEY
                    DISPLAY 'BONUS - AGREEMENT ALREADY ON BONAGRM FOR '
                        W11-CURR-EMP-ID ', NOT WRITTEN'
                NOT INVALID KEY
                    ADD +1 TO W21-AGR-WRITTEN
            END-WRITE

            .
        P0629-EXIT.
            EXIT.

        P0630-POST-AGR-REVERSAL.

            MOVE W21-AGR-KEY-SAVE       TO AGR-KEY

            READ AGR-MASTER

            IF NOT AGR-IO-OK
                DISPLAY 'BONUS - AGREEMENT ' W21-AGR-KEY-SAVE
                    ' NOT RE-READ, REVERSAL NOT POSTED'
                GO TO P0639-EXIT
            END-IF

            MOVE W13-PERIOD-END         TO AGR-RVSL-POSTED-DATE

            REWRITE AGR-REC
                INVALID KEY
                    DISPLAY 'BONUS - AGREEMENT ' W21-AGR-KEY-SAVE
                        ' REWRITE FAILED'
                NOT INVALID KEY
                    ADD +1 TO W21-AGR-RVSL-POSTED
            END-REWRITE

            .
        P0639-EXIT.
            EXIT.

        P0650-WRITE-HOLD.

            MOVE IN-STATE-CODE          TO HLD-STATE-CODE
            .
        P0929-EXIT.
            EXIT.

        P0970-WRITE-RUN-HISTORY.

            MOVE FUNCTION CURRENT-DATE TO W20-END-DATETIME

            MOVE SPACES                  TO RHS-REC
            MOVE W13-PERIOD-END          TO RHS-PERIOD-END
            MOVE W13-RUN-NBR             TO RHS-RUN-NBR
            MOVE 'BONUS'                 TO RHS-PROGRAM
            MOVE W20-START-DATETIME (1:8) TO RHS-START-DATE
            MOVE W20-START-DATETIME (9:8) TO RHS-START-TIME
            MOVE W20-END-DATETIME (1:8)   TO RHS-END-DATE
            MOVE W20-END-DATETIME (9:8)   TO RHS-END-TIME
            MOVE W01-REC-IN              TO RHS-RECS-READ
            MOVE W01-REC-OUT             TO RHS-RECS-WRITTEN
            MOVE W01-REC-BAD             TO RHS-RECS-REJECTED
            MOVE W12-DTL-HASH-AMT        TO RHS-CTL-AMT-IN
            MOVE W20-CTL-AMT-OUT         TO RHS-CTL-AMT-OUT
            MOVE RETURN-CODE             TO RHS-RETURN-CODE

            OPEN EXTEND RUN-HISTORY
            IF RHS-FILE-NOT-FOUND
                OPEN OUTPUT RUN-HISTORY
                CLOSE RUN-HISTORY
                OPEN EXTEND RUN-HISTORY
                DISPLAY 'BONUS - BONRUNHS NOT FOUND, CREATED NEW'
            END-IF

            WRITE RHS-REC
            CLOSE RUN-HISTORY

            .
        P0979-EXIT.
            EXIT.
