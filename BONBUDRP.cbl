        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONBUDRP.
        AUTHOR. REF.
        INSTALLATION. REF COMPANY.
        DATE-WRITTEN. 10/15/2026.
        DATE-COMPILED. 10/15/2026.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUN-CONTROL ASSIGN TO BONRUNCT
                FILE STATUS IS W10-RUNCTL-STATUS.
            SELECT TAX-BONUS ASSIGN TO BONUSTX.
            SELECT EMP-MASTER ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-MAST-KEY
                FILE STATUS IS W11-EMP-STATUS.
            SELECT OPTIONAL BUDGET-FILE ASSIGN TO BONBUDGT.
            SELECT OPTIONAL ACTUAL-PRIOR ASSIGN TO BONBUDAP.
            SELECT ACTUAL-NEW ASSIGN TO BONBUDAN.
            SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
            SELECT BUDGET-RPT ASSIGN TO BONBUDRP.

        DATA DIVISION.
        FILE SECTION.

        FD RUN-CONTROL
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 32 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RUN-CTL-REC.
            COPY BONUSRUN.

        FD TAX-BONUS
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS TAX-BONUS-REC.
            COPY BONUSTX.

        FD EMP-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS EMP-MAST-REC.
        01 EMP-MAST-REC.
            05 EMP-MAST-KEY.
                10 EMP-MAST-STATE-CODE          PIC X(2).
                10 EMP-MAST-LAST-NAME           PIC X(20).
                10 EMP-MAST-FIRST-NAME          PIC X(15).
                10 EMP-MAST-MID-INIT            PIC X.
            05 EMP-MAST-EMP-ID                  PIC 9(9).
            05 EMP-MAST-COST-CENTER             PIC X(4).
            05 FILLER                           PIC X(9).

        FD BUDGET-FILE
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS BUD-REC.
        01 BUD-REC.
            05 BUD-COST-CENTER                  PIC X(4).
            05 BUD-BONUS-TYPE                   PIC X(2).
            05 BUD-YEAR                         PIC 9(4).
            05 BUD-PERIOD-AMT                   PIC 9(9)V99.
            05 BUD-ANNUAL-AMT                   PIC 9(9)V99.
            05 FILLER                           PIC X(48).

        FD ACTUAL-PRIOR
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 50 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ACTP-REC.
        01 ACTP-REC.
            05 ACTP-COST-CENTER                 PIC X(4).
            05 ACTP-BONUS-TYPE                  PIC X(2).
            05 ACTP-PERIOD-END                  PIC 9(8).
            05 ACTP-LAST-RUN                    PIC 9(3).
            05 ACTP-PTD-AMT                     PIC S9(11)V99.
            05 ACTP-YTD-AMT                     PIC S9(11)V99.
            05 FILLER                           PIC X(7).

        FD ACTUAL-NEW
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 50 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ACTN-REC.
        01 ACTN-REC.
            05 ACTN-COST-CENTER                 PIC X(4).
            05 ACTN-BONUS-TYPE                  PIC X(2).
            05 ACTN-PERIOD-END                  PIC 9(8).
            05 ACTN-LAST-RUN                    PIC 9(3).
            05 ACTN-PTD-AMT                     PIC S9(11)V99.
            05 ACTN-YTD-AMT                     PIC S9(11)V99.
            05 FILLER                           PIC X(7).

        SD SORT-WORK-FILE
            DATA RECORD IS SRT-BUD-REC.
        01 SRT-BUD-REC.
            05 SRT-COST-CENTER                  PIC X(4).
            05 SRT-BONUS-TYPE                   PIC X(2).
            05 SRT-PERIOD-BUD                   PIC S9(11)V99 COMP-3.
            05 SRT-ANNUAL-BUD                   PIC S9(11)V99 COMP-3.
            05 SRT-PTD-AMT                      PIC S9(11)V99 COMP-3.
            05 SRT-YTD-AMT                      PIC S9(11)V99 COMP-3.
            05 SRT-BUDGETED-SW                  PIC X(1).
                88 SRT-BUDGETED                     VALUE 'Y'.

        FD BUDGET-RPT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RPT-LINE.
        01 RPT-LINE                             PIC X(133).

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR BUDRP'.

        01 W01-ACCUMULATORS.
            05 W01-TAX-REC-IN               PIC S9(7) COMP   VALUE ZERO.
            05 W01-DETAIL-IN                PIC S9(7) COMP   VALUE ZERO.
            05 W01-BUD-IN                   PIC S9(7) COMP   VALUE ZERO.
            05 W01-BUD-OTHER-YEAR           PIC S9(7) COMP   VALUE ZERO.
            05 W01-PRIOR-IN                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-NEW-OUT                  PIC S9(7) COMP   VALUE ZERO.
            05 W01-CC-DEFAULT-CNT           PIC S9(7) COMP   VALUE ZERO.
            05 W01-OVER-CNT                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-NEAR-CNT                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-NO-BUD-CNT               PIC S9(7) COMP   VALUE ZERO.
            05 W01-RUN-ACTUAL               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-TAX-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-TAX-FILE                          VALUE 'Y'.
            05 W02-BUD-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-BUDGET-FILE                       VALUE 'Y'.
            05 W02-ACTP-EOF-SW              PIC X           VALUE 'N'.
                88 END-OF-PRIOR-FILE                        VALUE 'Y'.
            05 W02-SORT-EOF-SW              PIC X           VALUE 'N'.
                88 END-OF-SORT-FILE                         VALUE 'Y'.
            05 W02-FIRST-REC-SW             PIC X           VALUE 'Y'.
                88 FIRST-RECORD                             VALUE 'Y'.
            05 W02-APPLIED-SW               PIC X           VALUE 'N'.
                88 RUN-ALREADY-APPLIED                      VALUE 'Y'.

        01 W03-LOOKUP-KEY.
            05 W03-COST-CENTER              PIC X(4)    VALUE SPACES.
            05 W03-BONUS-TYPE               PIC X(2)    VALUE SPACES.

        01 W04-PAGE-CTRL.
            05 W04-PAGE-NO                  PIC S9(3) COMP VALUE ZERO.
            05 W04-LINE-CT                  PIC S9(3) COMP VALUE 99.
            05 W04-LINES-PER-PAGE           PIC S9(3) COMP VALUE 50.

        01 W05-BUD-TABLE.
            05 W05-BUD-COUNT                PIC S9(4) COMP  VALUE ZERO.
            05 W05-BUD-SUB                  PIC S9(4) COMP  VALUE ZERO.
            05 W05-BUD-HIT-SUB              PIC S9(4) COMP  VALUE ZERO.
            05 W05-BUD-ENTRY  OCCURS 500 TIMES.
                10 W05-BUD-KEY.
                    15 W05-BUD-COST-CENTER   PIC X(4).
                    15 W05-BUD-BONUS-TYPE    PIC X(2).
                10 W05-BUD-PERIOD-AMT        PIC S9(11)V99 COMP-3.
                10 W05-BUD-ANNUAL-AMT        PIC S9(11)V99 COMP-3.
                10 W05-BUD-PTD-AMT           PIC S9(11)V99 COMP-3.
                10 W05-BUD-YTD-AMT           PIC S9(11)V99 COMP-3.
                10 W05-BUD-BUDGETED-SW       PIC X(1).

        01 W06-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(42) VALUE
                'BONUS BUDGET VS ACTUAL BY COST CENTER'.
            05 FILLER               PIC X(7)  VALUE 'PERIOD '.
            05 W06-HDG1-PERIOD      PIC 9(8).
            05 FILLER               PIC X(6)  VALUE '  RUN '.
            05 W06-HDG1-RUN         PIC 9(3).
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(5)  VALUE 'PAGE '.
            05 W06-HDG1-PAGE        PIC ZZ9.

        01 W07-HDG2.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(6)  VALUE 'CC'.
            05 FILLER               PIC X(6)  VALUE 'TYPE'.
            05 FILLER               PIC X(6)  VALUE SPACES.
            05 FILLER               PIC X(13) VALUE 'PERIOD BUDGET'.
            05 FILLER               PIC X(9)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'PTD ACTUAL'.
            05 FILLER               PIC X(6)  VALUE '  PCT'.
            05 FILLER               PIC X(8)  VALUE 'FLAG'.
            05 FILLER               PIC X(6)  VALUE SPACES.
            05 FILLER               PIC X(13) VALUE 'ANNUAL BUDGET'.
            05 FILLER               PIC X(9)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'YTD ACTUAL'.
            05 FILLER               PIC X(6)  VALUE '  PCT'.
            05 FILLER               PIC X(8)  VALUE 'FLAG'.

        01 W08-DETAIL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W08-COST-CENTER      PIC X(4).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W08-BONUS-TYPE       PIC X(5).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W08-PERIOD-BUD       PIC $$,$$$,$$$,$$9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W08-PTD-AMT          PIC $$,$$$,$$$,$$9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W08-PTD-PCT          PIC ZZZ9.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W08-PTD-FLAG         PIC X(6).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W08-ANNUAL-BUD       PIC $$,$$$,$$$,$$9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W08-YTD-AMT          PIC $$,$$$,$$$,$$9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W08-YTD-PCT          PIC ZZZ9.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W08-YTD-FLAG         PIC X(6).

        01 W09-EVAL-WORK.
            05 W09-EVAL-BUDGET              PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W09-EVAL-ACTUAL              PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W09-EVAL-PCT                 PIC S9(4) COMP  VALUE ZERO.
            05 W09-EVAL-FLAG                PIC X(6)    VALUE SPACES.

        01 W10-RUN-CTL.
            05 W10-RUNCTL-STATUS            PIC X(2)        VALUE '00'.
                88 RUNCTL-NOT-FOUND                         VALUE '35'.
            05 W10-RUNCTL-FATAL-SW          PIC X           VALUE 'N'.
                88 RUN-CTL-FATAL                            VALUE 'Y'.
            05 W10-PERIOD-END               PIC 9(8)        VALUE ZERO.
            05 W10-PERIOD-END-R REDEFINES W10-PERIOD-END.
                10 W10-PERIOD-YEAR          PIC 9(4).
                10 FILLER                   PIC 9(4).
            05 W10-RUN-NBR                  PIC 9(3)        VALUE ZERO.
            05 W10-CARRY-RUN-NBR            PIC 9(3)        VALUE ZERO.

        01 W11-EMP-STATUS                   PIC X(2)        VALUE '00'.
            88 EMP-REC-FOUND                                VALUE '00'.
            88 EMP-FILE-NOT-FOUND                           VALUE '35'.

        01 W12-PARMS.
            05 W12-PARM-WARNPCT             PIC X(3)   VALUE SPACES.
            05 W12-PARM-WARNPCT-N REDEFINES W12-PARM-WARNPCT
                                            PIC 9(3).
            05 W12-WARN-PCT                 PIC S9(3) COMP  VALUE +90.
            05 W12-CC-UNASSIGNED            PIC X(4)   VALUE '9999'.

        01 W13-CC-TOTALS.
            05 W13-CURRENT-CC               PIC X(4)    VALUE SPACES.
            05 W13-CC-PERIOD-BUD            PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-CC-ANNUAL-BUD            PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-CC-PTD-AMT               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-CC-YTD-AMT               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-GRAND-PERIOD-BUD         PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-GRAND-ANNUAL-BUD         PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-GRAND-PTD-AMT            PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W13-GRAND-YTD-AMT            PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W14-PRINT-LINE                   PIC X(133).
        01 W15-BLANK-LINE                   PIC X(133) VALUE SPACES.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            PERFORM P0150-READ-RUN-CONTROL  THRU P0159-EXIT

            IF RUN-CTL-FATAL
                MOVE +95 TO RETURN-CODE
                GOBACK
            END-IF

            PERFORM P0200-INITIALIZE        THRU P0299-EXIT

            PERFORM P0300-PROCESS-TAX       THRU P0399-EXIT
                UNTIL END-OF-TAX-FILE

            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-COST-CENTER
                                 SRT-BONUS-TYPE
                INPUT PROCEDURE IS P0500-RELEASE-TABLE THRU P0599-EXIT
                OUTPUT PROCEDURE IS P0600-PRINT-REPORT THRU P0699-EXIT

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            GOBACK
            .
        P0199-EXIT.
            EXIT.

        P0150-READ-RUN-CONTROL.

            OPEN INPUT RUN-CONTROL

            IF RUNCTL-NOT-FOUND
                DISPLAY 'BONBUDRP - RUN CONTROL FILE BONRUNCT'
                    ' MISSING'
                MOVE 'Y' TO W10-RUNCTL-FATAL-SW
                GO TO P0159-EXIT
            END-IF

            READ RUN-CONTROL
                AT END
                    DISPLAY 'BONBUDRP - RUN CONTROL RECORD MISSING'
                    MOVE 'Y' TO W10-RUNCTL-FATAL-SW
            END-READ

            IF RUN-CTL-FATAL
                CLOSE RUN-CONTROL
                GO TO P0159-EXIT
            END-IF

            MOVE RUN-PERIOD-END TO W10-PERIOD-END
            MOVE RUN-NBR        TO W10-RUN-NBR
            MOVE RUN-NBR        TO W10-CARRY-RUN-NBR

            CLOSE RUN-CONTROL

            DISPLAY 'BONBUDRP - BUDGET PERIOD ' W10-PERIOD-END
                ' RUN ' W10-RUN-NBR

            .
        P0159-EXIT.
            EXIT.

        P0200-INITIALIZE.

            OPEN INPUT  TAX-BONUS
                 OUTPUT ACTUAL-NEW
                 OUTPUT BUDGET-RPT

            OPEN INPUT  EMP-MASTER
            IF EMP-FILE-NOT-FOUND
                DISPLAY 'BONBUDRP - EMPLOYEE MASTER EMPMAST MISSING'
                MOVE +95 TO RETURN-CODE
                GOBACK
            END-IF

            MOVE W10-PERIOD-END TO W06-HDG1-PERIOD
            MOVE W10-RUN-NBR    TO W06-HDG1-RUN

            PERFORM P0250-GET-PARMS        THRU P0259-EXIT

            PERFORM P0260-LOAD-BUDGET      THRU P0269-EXIT

            PERFORM P0270-LOAD-PRIOR       THRU P0279-EXIT

            IF RUN-ALREADY-APPLIED
                DISPLAY 'BONBUDRP - RUN ' W10-RUN-NBR
                    ' ALREADY IN BONBUDAP, BONUSTX NOT ADDED'
                MOVE 'Y' TO W02-TAX-EOF-SW
            ELSE
                PERFORM P0900-READ-TAX     THRU P0999-EXIT
            END-IF

            .
        P0299-EXIT.
            EXIT.

        P0250-GET-PARMS.

            ACCEPT W12-PARM-WARNPCT FROM ENVIRONMENT
                'BONBUDRP-WARNPCT'

            IF W12-PARM-WARNPCT NUMERIC
             AND W12-PARM-WARNPCT-N > ZERO
                MOVE W12-PARM-WARNPCT-N TO W12-WARN-PCT
            ELSE
                IF W12-PARM-WARNPCT NOT = SPACES
                    DISPLAY 'BONBUDRP - BONBUDRP-WARNPCT INVALID'
                        ' (NNN), DEFAULT USED'
                END-IF
            END-IF

            DISPLAY 'BONBUDRP - NEAR BUDGET AT PERCENT = '
                W12-WARN-PCT

            .
        P0259-EXIT.
            EXIT.

        P0260-LOAD-BUDGET.

            OPEN INPUT BUDGET-FILE

            PERFORM P0265-LOAD-ONE-BUDGET  THRU P0268-EXIT
                UNTIL END-OF-BUDGET-FILE

            CLOSE BUDGET-FILE

            IF W01-BUD-IN = ZERO
                DISPLAY 'BONBUDRP - NO BUDGET RECORDS FOR '
                    W10-PERIOD-YEAR
            END-IF

            .
        P0269-EXIT.
            EXIT.

        P0265-LOAD-ONE-BUDGET.

            READ BUDGET-FILE
                AT END
                    MOVE 'Y' TO W02-BUD-EOF-SW
            END-READ

            IF END-OF-BUDGET-FILE
                GO TO P0268-EXIT
            END-IF

            IF BUD-YEAR NOT = W10-PERIOD-YEAR
                ADD +1 TO W01-BUD-OTHER-YEAR
                GO TO P0268-EXIT
            END-IF

            IF BUD-PERIOD-AMT NOT NUMERIC
             OR BUD-ANNUAL-AMT NOT NUMERIC
                DISPLAY 'BONBUDRP - INVALID BUDGET AMOUNT FOR '
                    BUD-COST-CENTER '/' BUD-BONUS-TYPE ' IGNORED'
                GO TO P0268-EXIT
            END-IF

            ADD +1 TO W01-BUD-IN

            MOVE BUD-COST-CENTER     TO W03-COST-CENTER
            MOVE BUD-BONUS-TYPE      TO W03-BONUS-TYPE

            PERFORM P0340-FIND-BUD-ENTRY   THRU P0349-EXIT

            IF W05-BUD-HIT-SUB > ZERO
                ADD BUD-PERIOD-AMT
                    TO W05-BUD-PERIOD-AMT (W05-BUD-HIT-SUB)
                ADD BUD-ANNUAL-AMT
                    TO W05-BUD-ANNUAL-AMT (W05-BUD-HIT-SUB)
                MOVE 'Y' TO W05-BUD-BUDGETED-SW (W05-BUD-HIT-SUB)
            END-IF

            .
        P0268-EXIT.
            EXIT.

        P0270-LOAD-PRIOR.

            OPEN INPUT ACTUAL-PRIOR

            PERFORM P0275-LOAD-ONE-PRIOR   THRU P0278-EXIT
                UNTIL END-OF-PRIOR-FILE

            CLOSE ACTUAL-PRIOR

            DISPLAY 'BONBUDRP - ACTUALS CARRIED IN = ' W01-PRIOR-IN

            .
        P0279-EXIT.
            EXIT.

        P0275-LOAD-ONE-PRIOR.

            READ ACTUAL-PRIOR
                AT END
                    MOVE 'Y' TO W02-ACTP-EOF-SW
            END-READ

            IF END-OF-PRIOR-FILE
                GO TO P0278-EXIT
            END-IF

            IF ACTP-PERIOD-END (1:4) NOT = W10-PERIOD-END (1:4)
                GO TO P0278-EXIT
            END-IF

            ADD +1 TO W01-PRIOR-IN

            IF ACTP-PERIOD-END = W10-PERIOD-END
             AND ACTP-LAST-RUN NOT < W10-RUN-NBR
                MOVE 'Y' TO W02-APPLIED-SW
                MOVE ACTP-LAST-RUN TO W10-CARRY-RUN-NBR
            END-IF

            MOVE ACTP-COST-CENTER    TO W03-COST-CENTER
            MOVE ACTP-BONUS-TYPE     TO W03-BONUS-TYPE

            PERFORM P0340-FIND-BUD-ENTRY   THRU P0349-EXIT

            IF W05-BUD-HIT-SUB > ZERO
                ADD ACTP-YTD-AMT
                    TO W05-BUD-YTD-AMT (W05-BUD-HIT-SUB)
                IF ACTP-PERIOD-END = W10-PERIOD-END
                    ADD ACTP-PTD-AMT
                        TO W05-BUD-PTD-AMT (W05-BUD-HIT-SUB)
                END-IF
            END-IF

            .
        P0278-EXIT.
            EXIT.

        P0300-PROCESS-TAX.

            IF TAX-STATE-DETAIL
                ADD +1 TO W01-DETAIL-IN
                GO TO P0390-READ-NEXT
            END-IF

            MOVE TAX-STATE-CODE      TO EMP-MAST-STATE-CODE
            MOVE TAX-LAST-NAME       TO EMP-MAST-LAST-NAME
            MOVE TAX-FIRST-NAME      TO EMP-MAST-FIRST-NAME
            MOVE TAX-MID-INIT        TO EMP-MAST-MID-INIT

            PERFORM P0320-FIND-COST-CENTER THRU P0329-EXIT

            MOVE TAX-BONUS-TYPE      TO W03-BONUS-TYPE

            PERFORM P0340-FIND-BUD-ENTRY   THRU P0349-EXIT

            IF W05-BUD-HIT-SUB > ZERO
                ADD TAX-GROSS-BONUS-AMT
                    TO W05-BUD-PTD-AMT (W05-BUD-HIT-SUB)
                ADD TAX-GROSS-BONUS-AMT
                    TO W05-BUD-YTD-AMT (W05-BUD-HIT-SUB)
            END-IF

            ADD TAX-GROSS-BONUS-AMT  TO W01-RUN-ACTUAL
            .
        P0390-READ-NEXT.

            PERFORM P0900-READ-TAX         THRU P0999-EXIT
            .
        P0399-EXIT.
            EXIT.

        P0320-FIND-COST-CENTER.

            READ EMP-MASTER

            IF EMP-REC-FOUND
             AND EMP-MAST-COST-CENTER NOT = SPACES
                MOVE EMP-MAST-COST-CENTER TO W03-COST-CENTER
            ELSE
                MOVE W12-CC-UNASSIGNED   TO W03-COST-CENTER
                ADD +1 TO W01-CC-DEFAULT-CNT
            END-IF

            .
        P0329-EXIT.
            EXIT.

        P0340-FIND-BUD-ENTRY.

            MOVE ZERO TO W05-BUD-HIT-SUB

            PERFORM P0345-SCAN-BUD-TABLE   THRU P0348-EXIT
                VARYING W05-BUD-SUB FROM 1 BY 1
                UNTIL W05-BUD-SUB > W05-BUD-COUNT
                   OR W05-BUD-HIT-SUB > ZERO

            IF W05-BUD-HIT-SUB = ZERO
                IF W05-BUD-COUNT < 500
                    ADD +1 TO W05-BUD-COUNT
                    MOVE W05-BUD-COUNT TO W05-BUD-HIT-SUB
                    MOVE W03-LOOKUP-KEY
                        TO W05-BUD-KEY (W05-BUD-HIT-SUB)
                    MOVE ZERO
                        TO W05-BUD-PERIOD-AMT (W05-BUD-HIT-SUB)
                    MOVE ZERO
                        TO W05-BUD-ANNUAL-AMT (W05-BUD-HIT-SUB)
                    MOVE ZERO TO W05-BUD-PTD-AMT (W05-BUD-HIT-SUB)
                    MOVE ZERO TO W05-BUD-YTD-AMT (W05-BUD-HIT-SUB)
                    MOVE 'N'
                        TO W05-BUD-BUDGETED-SW (W05-BUD-HIT-SUB)
                ELSE
                    DISPLAY 'BONBUDRP - BUDGET TABLE FULL, KEY '
                        W03-LOOKUP-KEY ' DROPPED'
                END-IF
            END-IF

            .
        P0349-EXIT.
            EXIT.

        P0345-SCAN-BUD-TABLE.

            IF W05-BUD-KEY (W05-BUD-SUB) = W03-LOOKUP-KEY
                MOVE W05-BUD-SUB TO W05-BUD-HIT-SUB
            END-IF

            .
        P0348-EXIT.
            EXIT.

        P0400-WRAP-UP.

            CLOSE TAX-BONUS
                  EMP-MASTER
                  ACTUAL-NEW
                  BUDGET-RPT

            DISPLAY 'TOTAL BONUSTX RECORDS READ = ' W01-TAX-REC-IN
            DISPLAY 'TOTAL STATE DETAIL RECORDS = ' W01-DETAIL-IN
            DISPLAY 'TOTAL RUN ACTUAL ADDED     = ' W01-RUN-ACTUAL
            DISPLAY 'TOTAL BUDGET RECORDS USED  = ' W01-BUD-IN
            DISPLAY 'BUDGET RECS OTHER YEARS    = ' W01-BUD-OTHER-YEAR
            DISPLAY 'ACTUALS TO UNASSIGNED CC   = ' W01-CC-DEFAULT-CNT
            DISPLAY 'ACTUALS CARRIED FORWARD    = ' W01-NEW-OUT
            DISPLAY 'LINES OVER BUDGET          = ' W01-OVER-CNT
            DISPLAY 'LINES NEAR BUDGET          = ' W01-NEAR-CNT
            DISPLAY 'LINES WITH NO BUDGET       = ' W01-NO-BUD-CNT

            IF W01-OVER-CNT > ZERO
             OR W01-NO-BUD-CNT > ZERO
                DISPLAY 'BONBUDRP - OVER BUDGET OR UNBUDGETED SPEND,'
                    ' REVIEW BONBUDRP'
                MOVE +4 TO RETURN-CODE
            ELSE
                MOVE +0 TO RETURN-CODE
            END-IF

            .
        P0499-EXIT.
            EXIT.

        P0500-RELEASE-TABLE.

            PERFORM P0510-RELEASE-ONE      THRU P0519-EXIT
                VARYING W05-BUD-SUB FROM 1 BY 1
                UNTIL W05-BUD-SUB > W05-BUD-COUNT

            .
        P0599-EXIT.
            EXIT.

        P0510-RELEASE-ONE.

            MOVE W05-BUD-COST-CENTER (W05-BUD-SUB)
                                        TO SRT-COST-CENTER
            MOVE W05-BUD-BONUS-TYPE (W05-BUD-SUB)
                                        TO SRT-BONUS-TYPE
            MOVE W05-BUD-PERIOD-AMT (W05-BUD-SUB)
                                        TO SRT-PERIOD-BUD
            MOVE W05-BUD-ANNUAL-AMT (W05-BUD-SUB)
                                        TO SRT-ANNUAL-BUD
            MOVE W05-BUD-PTD-AMT (W05-BUD-SUB)
                                        TO SRT-PTD-AMT
            MOVE W05-BUD-YTD-AMT (W05-BUD-SUB)
                                        TO SRT-YTD-AMT
            MOVE W05-BUD-BUDGETED-SW (W05-BUD-SUB)
                                        TO SRT-BUDGETED-SW

            RELEASE SRT-BUD-REC

            .
        P0519-EXIT.
            EXIT.

        P0600-PRINT-REPORT.

            PERFORM P0950-READ-SORT        THRU P0959-EXIT

            IF NOT END-OF-SORT-FILE
                MOVE SRT-COST-CENTER TO W13-CURRENT-CC
                MOVE 'N' TO W02-FIRST-REC-SW
            END-IF

            PERFORM P0610-PRINT-ONE        THRU P0619-EXIT
                UNTIL END-OF-SORT-FILE

            IF NOT FIRST-RECORD
                PERFORM P0650-CC-BREAK     THRU P0659-EXIT
            END-IF

            MOVE 'ALL'                  TO W08-COST-CENTER
            MOVE 'TOTAL'                TO W08-BONUS-TYPE
            MOVE W13-GRAND-PERIOD-BUD   TO W09-EVAL-BUDGET
            MOVE W13-GRAND-PTD-AMT      TO W09-EVAL-ACTUAL
            PERFORM P0700-EVAL-BUDGET      THRU P0709-EXIT
            MOVE W09-EVAL-BUDGET        TO W08-PERIOD-BUD
            MOVE W09-EVAL-ACTUAL        TO W08-PTD-AMT
            MOVE W09-EVAL-PCT           TO W08-PTD-PCT
            MOVE W09-EVAL-FLAG          TO W08-PTD-FLAG
            MOVE W13-GRAND-ANNUAL-BUD   TO W09-EVAL-BUDGET
            MOVE W13-GRAND-YTD-AMT      TO W09-EVAL-ACTUAL
            PERFORM P0700-EVAL-BUDGET      THRU P0709-EXIT
            MOVE W09-EVAL-BUDGET        TO W08-ANNUAL-BUD
            MOVE W09-EVAL-ACTUAL        TO W08-YTD-AMT
            MOVE W09-EVAL-PCT           TO W08-YTD-PCT
            MOVE W09-EVAL-FLAG          TO W08-YTD-FLAG
            MOVE W08-DETAIL-LINE        TO W14-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            .
        P0699-EXIT.
            EXIT.

        P0610-PRINT-ONE.

            IF SRT-COST-CENTER NOT = W13-CURRENT-CC
                PERFORM P0650-CC-BREAK     THRU P0659-EXIT
                MOVE SRT-COST-CENTER TO W13-CURRENT-CC
            END-IF

            MOVE SRT-COST-CENTER        TO W08-COST-CENTER
            MOVE SRT-BONUS-TYPE         TO W08-BONUS-TYPE

            MOVE SRT-PERIOD-BUD         TO W09-EVAL-BUDGET
            MOVE SRT-PTD-AMT            TO W09-EVAL-ACTUAL
            PERFORM P0700-EVAL-BUDGET      THRU P0709-EXIT
            MOVE W09-EVAL-BUDGET        TO W08-PERIOD-BUD
            MOVE W09-EVAL-ACTUAL        TO W08-PTD-AMT
            MOVE W09-EVAL-PCT           TO W08-PTD-PCT
            MOVE W09-EVAL-FLAG          TO W08-PTD-FLAG

            MOVE SRT-ANNUAL-BUD         TO W09-EVAL-BUDGET
            MOVE SRT-YTD-AMT            TO W09-EVAL-ACTUAL
            PERFORM P0700-EVAL-BUDGET      THRU P0709-EXIT
            MOVE W09-EVAL-BUDGET        TO W08-ANNUAL-BUD
            MOVE W09-EVAL-ACTUAL        TO W08-YTD-AMT
            MOVE W09-EVAL-PCT           TO W08-YTD-PCT
            MOVE W09-EVAL-FLAG          TO W08-YTD-FLAG

            IF W08-PTD-FLAG = 'OVER' OR W08-YTD-FLAG = 'OVER'
                ADD +1 TO W01-OVER-CNT
            ELSE
                IF W08-PTD-FLAG = 'NEAR' OR W08-YTD-FLAG = 'NEAR'
                    ADD +1 TO W01-NEAR-CNT
                END-IF
            END-IF

            IF W08-YTD-FLAG = 'NO BUD'
                ADD +1 TO W01-NO-BUD-CNT
            END-IF

            MOVE W08-DETAIL-LINE        TO W14-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            ADD SRT-PERIOD-BUD          TO W13-CC-PERIOD-BUD
            ADD SRT-ANNUAL-BUD          TO W13-CC-ANNUAL-BUD
            ADD SRT-PTD-AMT             TO W13-CC-PTD-AMT
            ADD SRT-YTD-AMT             TO W13-CC-YTD-AMT

            IF SRT-YTD-AMT NOT = ZERO
                PERFORM P0720-WRITE-ACTUAL-NEW THRU P0729-EXIT
            END-IF

            PERFORM P0950-READ-SORT        THRU P0959-EXIT
            .
        P0619-EXIT.
            EXIT.

        P0650-CC-BREAK.

            MOVE W13-CURRENT-CC         TO W08-COST-CENTER
            MOVE 'TOTAL'                TO W08-BONUS-TYPE

            MOVE W13-CC-PERIOD-BUD      TO W09-EVAL-BUDGET
            MOVE W13-CC-PTD-AMT         TO W09-EVAL-ACTUAL
            PERFORM P0700-EVAL-BUDGET      THRU P0709-EXIT
            MOVE W09-EVAL-BUDGET        TO W08-PERIOD-BUD
            MOVE W09-EVAL-ACTUAL        TO W08-PTD-AMT
            MOVE W09-EVAL-PCT           TO W08-PTD-PCT
            MOVE W09-EVAL-FLAG          TO W08-PTD-FLAG

            MOVE W13-CC-ANNUAL-BUD      TO W09-EVAL-BUDGET
            MOVE W13-CC-YTD-AMT         TO W09-EVAL-ACTUAL
            PERFORM P0700-EVAL-BUDGET      THRU P0709-EXIT
            MOVE W09-EVAL-BUDGET        TO W08-ANNUAL-BUD
            MOVE W09-EVAL-ACTUAL        TO W08-YTD-AMT
            MOVE W09-EVAL-PCT           TO W08-YTD-PCT
            MOVE W09-EVAL-FLAG          TO W08-YTD-FLAG

            MOVE W08-DETAIL-LINE        TO W14-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            MOVE W15-BLANK-LINE         TO W14-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            ADD W13-CC-PERIOD-BUD       TO W13-GRAND-PERIOD-BUD
            ADD W13-CC-ANNUAL-BUD       TO W13-GRAND-ANNUAL-BUD
            ADD W13-CC-PTD-AMT          TO W13-GRAND-PTD-AMT
            ADD W13-CC-YTD-AMT          TO W13-GRAND-YTD-AMT

            MOVE ZERO TO W13-CC-PERIOD-BUD
            MOVE ZERO TO W13-CC-ANNUAL-BUD
            MOVE ZERO TO W13-CC-PTD-AMT
            MOVE ZERO TO W13-CC-YTD-AMT

            .
        P0659-EXIT.
            EXIT.

        P0700-EVAL-BUDGET.

            MOVE ZERO   TO W09-EVAL-PCT
            MOVE SPACES TO W09-EVAL-FLAG

            IF W09-EVAL-BUDGET NOT > ZERO
                IF W09-EVAL-ACTUAL > ZERO
                    MOVE 'NO BUD' TO W09-EVAL-FLAG
                END-IF
                GO TO P0709-EXIT
            END-IF

            COMPUTE W09-EVAL-PCT ROUNDED =
                W09-EVAL-ACTUAL * 100 / W09-EVAL-BUDGET
                ON SIZE ERROR
                    MOVE 9999 TO W09-EVAL-PCT
            END-COMPUTE

            IF W09-EVAL-ACTUAL > W09-EVAL-BUDGET
                MOVE 'OVER' TO W09-EVAL-FLAG
                GO TO P0709-EXIT
            END-IF

            IF W09-EVAL-ACTUAL * 100
                NOT < W09-EVAL-BUDGET * W12-WARN-PCT
                MOVE 'NEAR' TO W09-EVAL-FLAG
            END-IF

            .
        P0709-EXIT.
            EXIT.

        P0720-WRITE-ACTUAL-NEW.

            MOVE SPACES                 TO ACTN-REC
            MOVE SRT-COST-CENTER        TO ACTN-COST-CENTER
            MOVE SRT-BONUS-TYPE         TO ACTN-BONUS-TYPE
            MOVE W10-PERIOD-END         TO ACTN-PERIOD-END
            MOVE W10-CARRY-RUN-NBR      TO ACTN-LAST-RUN
            MOVE SRT-PTD-AMT            TO ACTN-PTD-AMT
            MOVE SRT-YTD-AMT            TO ACTN-YTD-AMT

            WRITE ACTN-REC
            ADD +1 TO W01-NEW-OUT

            .
        P0729-EXIT.
            EXIT.

        P0800-WRITE-LINE.

            IF W04-LINE-CT >= W04-LINES-PER-PAGE
                PERFORM P0850-WRITE-HEADINGS THRU P0859-EXIT
            END-IF

            WRITE RPT-LINE FROM W14-PRINT-LINE
            ADD +1 TO W04-LINE-CT
            .
        P0899-EXIT.
            EXIT.

        P0850-WRITE-HEADINGS.

            ADD +1 TO W04-PAGE-NO
            MOVE W04-PAGE-NO TO W06-HDG1-PAGE

            IF W04-PAGE-NO > 1
                WRITE RPT-LINE FROM W06-HDG1
                    BEFORE ADVANCING PAGE
            ELSE
                WRITE RPT-LINE FROM W06-HDG1
            END-IF

            WRITE RPT-LINE FROM W07-HDG2
            MOVE ZERO TO W04-LINE-CT
            .
        P0859-EXIT.
            EXIT.

        P0900-READ-TAX.

            READ TAX-BONUS
                AT END
                    MOVE 'Y' TO W02-TAX-EOF-SW
                NOT AT END
                    ADD +1 TO W01-TAX-REC-IN
            END-READ

            .
        P0999-EXIT.
            EXIT.

        P0950-READ-SORT.

            RETURN SORT-WORK-FILE
                AT END
                    MOVE 'Y' TO W02-SORT-EOF-SW
            END-RETURN

            .
        P0959-EXIT.
            EXIT.
