            SELECT RECON-RPT ASSIGN TO RECONRPT.
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
            'BEGIN WORKING STORAGE SECTION FOR RECON'.
                                                            VALUE ZERO.
            05 W01-TAX-NET                  PIC S9(11)V99 COMP-3
                                                            VALUE ZERO.
            05 W01-TAX-DEFER                PIC S9(11)V99 COMP-3
                                                            VALUE ZERO.
            05 W01-TAX-GRSUP-CNT            PIC S9(7) COMP  VALUE ZERO.
            05 W01-TAX-DETAIL-CNT           PIC S9(7) COMP  VALUE ZERO.
            05 W01-TAX-GRSUP-AMT            PIC S9(11)V99 COMP-3
                                                            VALUE ZERO.

        01 W02-JRNL-TOTALS.
            05 W02-GOOD-CNT                 PIC S9(7) COMP  VALUE ZERO.

        01 W11-JRNL-SKIPPED                 PIC S9(7) COMP  VALUE ZERO.

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


            PERFORM P0600-WRAP-UP           THRU P0699-EXIT

            PERFORM P0970-WRITE-RUN-HISTORY THRU P0979-EXIT
            GOBACK
            .
        P0199-EXIT.
                AT END
                    MOVE 'Y' TO W03-TAX-EOF-SW
                NOT AT END
                    PERFORM P0345-TALLY-ONE-TAX THRU P0348-EXIT
            END-READ

            .
        P0349-EXIT.
            EXIT.

        P0345-TALLY-ONE-TAX.

            IF TAX-STATE-DETAIL
                ADD +1 TO W01-TAX-DETAIL-CNT
                GO TO P0348-EXIT
            END-IF

            ADD +1 TO W01-TAX-CNT
            ADD TAX-GROSS-BONUS-AMT   TO W01-TAX-GROSS
            ADD TAX-FED-WITHHELD-AMT  TO W01-TAX-FED
            ADD TAX-STATE-WITHHELD-AMT TO W01-TAX-STATE
            ADD TAX-OASDI-WITHHELD-AMT TO W01-TAX-OASDI
            ADD TAX-MEDI-WITHHELD-AMT TO W01-TAX-MEDI
            ADD TAX-NET-BONUS-AMT     TO W01-TAX-NET
            ADD TAX-DEFERRAL-AMT      TO W01-TAX-DEFER

            IF TAX-GROSSED-UP
                ADD +1 TO W01-TAX-GRSUP-CNT
                COMPUTE W01-TAX-GRSUP-AMT = W01-TAX-GRSUP-AMT
                    + TAX-GROSS-BONUS-AMT - TAX-NET-BONUS-AMT
            END-IF

            .
        P0348-EXIT.
            EXIT.

        P0350-TALLY-JRNL.

            READ JOURNAL-BONUS
            MOVE W02-CARY-AMT           TO W05-RIGHT-AMT
            PERFORM P0500-WRITE-LEG        THRU P0599-EXIT

            MOVE 'BONUSTX LESS GROSS-UP VS OUTBONUS' TO W08-LEG-DESC
            MOVE W01-TAX-CNT            TO W05-LEFT-CNT
            COMPUTE W05-LEFT-AMT =
                W01-TAX-GROSS - W01-TAX-GRSUP-AMT
            MOVE W01-OUT-CNT            TO W05-RIGHT-CNT
            MOVE W01-OUT-AMT            TO W05-RIGHT-AMT
            PERFORM P0500-WRITE-LEG        THRU P0599-EXIT

            MOVE 'BONUSTX NET+WH+DEFERRAL VS GROSS' TO W08-LEG-DESC
            MOVE W01-TAX-CNT            TO W05-LEFT-CNT
            COMPUTE W05-LEFT-AMT =
                W01-TAX-NET + W01-TAX-FED + W01-TAX-STATE
                            + W01-TAX-OASDI + W01-TAX-MEDI
                            + W01-TAX-DEFER
            MOVE W01-TAX-CNT            TO W05-RIGHT-CNT
            MOVE W01-TAX-GROSS          TO W05-RIGHT-AMT
            PERFORM P0500-WRITE-LEG        THRU P0599-EXIT

            IF W01-TAX-GRSUP-CNT > ZERO
                DISPLAY 'BONRECON - GROSSED-UP RECORDS = '
                    W01-TAX-GRSUP-CNT ' GROSS-UP AMOUNT = '
                    W01-TAX-GRSUP-AMT
            END-IF

            IF W01-TAX-DETAIL-CNT > ZERO
                DISPLAY 'BONRECON - STATE DETAIL RECORDS EXCLUDED = '
                    W01-TAX-DETAIL-CNT
            END-IF

            IF W02-OTHER-CNT > ZERO
                DISPLAY 'BONRECON - UNKNOWN JOURNAL DISPOSITIONS = '
                    W02-OTHER-CNT
            .
        P0699-EXIT.
            EXIT.

        P0970-WRITE-RUN-HISTORY.

            MOVE FUNCTION CURRENT-DATE TO W12-END-DATETIME

            MOVE SPACES                  TO RHS-REC
            MOVE W10-PERIOD-END          TO RHS-PERIOD-END
            MOVE W10-RUN-NBR             TO RHS-RUN-NBR
            MOVE 'BONRECON'              TO RHS-PROGRAM
            MOVE W12-START-DATETIME (1:8) TO RHS-START-DATE
            MOVE W12-START-DATETIME (9:8) TO RHS-START-TIME
            MOVE W12-END-DATETIME (1:8)   TO RHS-END-DATE
            MOVE W12-END-DATETIME (9:8)   TO RHS-END-TIME
            COMPUTE RHS-RECS-READ = W01-OUT-CNT + W01-BAD-CNT
                + W01-HLD-CNT + W01-CARY-CNT + W01-TAX-CNT
            MOVE ZERO                    TO RHS-RECS-WRITTEN
            MOVE W04-MISMATCH-CNT        TO RHS-RECS-REJECTED
            MOVE W01-OUT-AMT             TO RHS-CTL-AMT-IN
            MOVE W01-TAX-NET             TO RHS-CTL-AMT-OUT
            MOVE RETURN-CODE             TO RHS-RETURN-CODE

            OPEN EXTEND RUN-HISTORY
            IF RHS-FILE-NOT-FOUND
                OPEN OUTPUT RUN-HISTORY
                CLOSE RUN-HISTORY
                OPEN EXTEND RUN-HISTORY
                DISPLAY 'BONRECON - BONRUNHS NOT FOUND, CREATED NEW'
            END-IF

            WRITE RHS-REC
            CLOSE RUN-HISTORY

            .
        P0979-EXIT.
            EXIT.
