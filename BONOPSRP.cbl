        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONOPSRP.
        AUTHOR. REF.
        INSTALLATION. REF COMPANY.
        DATE-WRITTEN. 10/15/2026.
        DATE-COMPILED. 10/15/2026.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUN-HISTORY ASSIGN TO BONRUNHS
                FILE STATUS IS W03-RHS-STATUS.
            SELECT RUN-CONTROL ASSIGN TO BONRUNCT
                FILE STATUS IS W03-RUNCTL-STATUS.
            SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
            SELECT OPS-RPT ASSIGN TO BONOPSRP.

        DATA DIVISION.
        FILE SECTION.

        FD RUN-HISTORY
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RUN-HIST-REC.
        01 RUN-HIST-REC                         PIC X(120).

        FD RUN-CONTROL
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 32 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RUN-CTL-REC.
            COPY BONUSRUN.

        SD SORT-WORK-FILE
            DATA RECORD IS SRT-RHS-REC.
        01 SRT-RHS-REC.
            05 SRT-PERIOD-END                   PIC 9(8).
            05 SRT-RUN-NBR                      PIC 9(3).
            05 SRT-PROGRAM                      PIC X(8).
            05 SRT-START-DATE                   PIC 9(8).
            05 SRT-START-TIME                   PIC 9(8).
            05 FILLER                           PIC X(85).

        FD OPS-RPT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RPT-LINE.
        01 RPT-LINE                             PIC X(133).

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR OPSRP'.

            COPY BONUSRHS.

        01 W01-ACCUMULATORS.
            05 W01-HIST-IN                  PIC S9(7) COMP   VALUE ZERO.
            05 W01-HIST-PRINTED             PIC S9(7) COMP   VALUE ZERO.
            05 W01-ABNORMAL-CNT             PIC S9(7) COMP   VALUE ZERO.
            05 W01-OUTSTANDING-CNT          PIC S9(7) COMP   VALUE ZERO.
            05 W01-VOLUME-FLAGS             PIC S9(7) COMP   VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-SORT-EOF-SW              PIC X           VALUE 'N'.
                88 END-OF-SORT-FILE                         VALUE 'Y'.
            05 W02-FIRST-REC-SW             PIC X           VALUE 'Y'.
                88 FIRST-RECORD                             VALUE 'Y'.
            05 W02-GROUP-PRINTED-SW         PIC X           VALUE 'N'.
                88 GROUP-PRINTED                            VALUE 'Y'.
            05 W02-PRINT-REC-SW             PIC X           VALUE 'N'.
                88 PRINT-THIS-RECORD                        VALUE 'Y'.
            05 W02-CURR-SEEN-SW             PIC X           VALUE 'N'.
                88 CURRENT-RUN-SEEN                         VALUE 'Y'.

        01 W03-FILE-STATUS.
            05 W03-RHS-STATUS               PIC X(2)        VALUE '00'.
                88 RHS-FILE-NOT-FOUND                       VALUE '35'.
            05 W03-RUNCTL-STATUS            PIC X(2)        VALUE '00'.
                88 RUNCTL-NOT-FOUND                         VALUE '35'.
            05 W03-RUNCTL-AVAIL-SW          PIC X           VALUE 'N'.
                88 RUN-CTL-AVAILABLE                        VALUE 'Y'.
            05 W03-CURR-PERIOD-END          PIC 9(8)        VALUE ZERO.
            05 W03-CURR-RUN-NBR             PIC 9(3)        VALUE ZERO.

        01 W04-PARMS.
            05 W04-PARM-MONTHS              PIC X(2)   VALUE SPACES.
            05 W04-PARM-MONTHS-N REDEFINES W04-PARM-MONTHS
                                            PIC 9(2).
            05 W04-PARM-VARPCT              PIC X(3)   VALUE SPACES.
            05 W04-PARM-VARPCT-N REDEFINES W04-PARM-VARPCT
                                            PIC 9(3).
            05 W04-REPORT-MONTHS            PIC S9(4) COMP  VALUE +3.
            05 W04-VARIANCE-PCT             PIC S9(4) COMP  VALUE +50.

        01 W05-DATE-WORK.
            05 W05-CURR-DATETIME            PIC X(21).
            05 W05-TODAY                    PIC 9(8)        VALUE ZERO.
            05 W05-TODAY-R REDEFINES W05-TODAY.
                10 W05-TODAY-YYYY            PIC 9(4).
                10 W05-TODAY-MM              PIC 9(2).
                10 W05-TODAY-DD              PIC 9(2).
            05 W05-CUTOFF-DATE              PIC 9(8)        VALUE ZERO.
            05 W05-CUTOFF-R REDEFINES W05-CUTOFF-DATE.
                10 W05-CUTOFF-YYYY           PIC 9(4).
                10 W05-CUTOFF-MM             PIC 9(2).
                10 W05-CUTOFF-DD             PIC 9(2).
            05 W05-MONTH-NBR                PIC S9(7) COMP  VALUE ZERO.
            05 W05-MONTH-REM                PIC S9(4) COMP  VALUE ZERO.

        01 W06-STEP-NAMES.
            05 FILLER               PIC X(8)  VALUE 'BONUS'.
            05 FILLER               PIC X(8)  VALUE 'BONRELSE'.
            05 FILLER               PIC X(8)  VALUE 'BONUSTAX'.
            05 FILLER               PIC X(8)  VALUE 'BONUSYTD'.
            05 FILLER               PIC X(8)  VALUE 'STATERPT'.
            05 FILLER               PIC X(8)  VALUE 'BONUSGL'.
            05 FILLER               PIC X(8)  VALUE 'BONACH'.
            05 FILLER               PIC X(8)  VALUE 'BONCHKW'.
            05 FILLER               PIC X(8)  VALUE 'BONRECON'.
        01 W06-STEP-NAMES-R REDEFINES W06-STEP-NAMES.
            05 W06-STEP-NAME        PIC X(8)  OCCURS 9 TIMES.

        01 W07-STEP-STATS.
            05 W07-STEP-COUNT               PIC S9(4) COMP  VALUE +9.
            05 W07-STEP-SUB                 PIC S9(4) COMP  VALUE ZERO.
            05 W07-STEP-HIT-SUB             PIC S9(4) COMP  VALUE ZERO.
            05 W07-STEP-ENTRY  OCCURS 9 TIMES.
                10 W07-GRP-STATUS            PIC X(1).
                    88 W07-GRP-NOT-RUN           VALUE ' '.
                    88 W07-GRP-CLEAN             VALUE 'C'.
                    88 W07-GRP-ABNORMAL          VALUE 'A'.
                10 W07-GRP-LAST-RC           PIC 9(3).
                10 W07-CLEAN-RUNS            PIC S9(7) COMP.
                10 W07-TOT-SECS              PIC S9(11) COMP-3.
                10 W07-MIN-SECS              PIC S9(9) COMP.
                10 W07-MAX-SECS              PIC S9(9) COMP.
                10 W07-LAST-SECS             PIC S9(9) COMP.

        01 W08-GROUP-WORK.
            05 W08-GRP-PERIOD-END           PIC 9(8)        VALUE ZERO.
            05 W08-GRP-RUN-NBR              PIC 9(3)        VALUE ZERO.

        01 W09-VOLUME-WORK.
            05 W09-VOL-PERIOD-END           PIC 9(8)        VALUE ZERO.
            05 W09-VOL-SEEN-SW              PIC X           VALUE 'N'.
                88 VOLUME-SEEN                              VALUE 'Y'.
            05 W09-VOL-RECS                 PIC S9(9) COMP-3 VALUE ZERO.
            05 W09-VOL-AMT                  PIC S9(13)V99 COMP-3
                                                             VALUE ZERO.
            05 W09-PRIOR-SEEN-SW            PIC X           VALUE 'N'.
                88 PRIOR-VOLUME-SEEN                        VALUE 'Y'.
            05 W09-PRIOR-PERIOD-END         PIC 9(8)        VALUE ZERO.
            05 W09-PRIOR-RECS               PIC S9(9) COMP-3 VALUE ZERO.
            05 W09-PRIOR-AMT                PIC S9(13)V99 COMP-3
                                                             VALUE ZERO.
            05 W09-PCT-RECS                 PIC S9(5) COMP-3 VALUE ZERO.
            05 W09-PCT-AMT                  PIC S9(5) COMP-3 VALUE ZERO.

        01 W10-ELAPSED-WORK.
            05 W10-START-INT                PIC S9(9) COMP  VALUE ZERO.
            05 W10-END-INT                  PIC S9(9) COMP  VALUE ZERO.
            05 W10-START-TIME               PIC 9(8)        VALUE ZERO.
            05 W10-START-TIME-R REDEFINES W10-START-TIME.
                10 W10-START-HH              PIC 9(2).
                10 W10-START-MI              PIC 9(2).
                10 W10-START-SS              PIC 9(2).
                10 W10-START-CC              PIC 9(2).
            05 W10-END-TIME                 PIC 9(8)        VALUE ZERO.
            05 W10-END-TIME-R REDEFINES W10-END-TIME.
                10 W10-END-HH                PIC 9(2).
                10 W10-END-MI                PIC 9(2).
                10 W10-END-SS                PIC 9(2).
                10 W10-END-CC                PIC 9(2).
            05 W10-ELAPSED-SECS             PIC S9(9) COMP  VALUE ZERO.
            05 W10-AVG-SECS                 PIC S9(9) COMP  VALUE ZERO.
            05 W10-PCT-OF-AVG               PIC S9(5) COMP-3 VALUE ZERO.

        01 W11-PAGE-CTRL.
            05 W11-PAGE-NO                  PIC S9(3) COMP VALUE ZERO.
            05 W11-LINE-CT                  PIC S9(3) COMP VALUE 99.
            05 W11-LINES-PER-PAGE           PIC S9(3) COMP VALUE 50.

        01 W12-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(40) VALUE
                'BONUS PIPELINE OPERATIONS STATUS REPORT'.
            05 FILLER               PIC X(8)  VALUE 'RUN ON '.
            05 W12-HDG1-DATE        PIC 9(8).
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(5)  VALUE 'PAGE '.
            05 W12-HDG1-PAGE        PIC ZZ9.

        01 W13-HDG2.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'STEP'.
            05 FILLER               PIC X(9)  VALUE 'START'.
            05 FILLER               PIC X(9)  VALUE 'BEGIN'.
            05 FILLER               PIC X(10) VALUE 'END'.
            05 FILLER               PIC X(7)  VALUE 'SECS'.
            05 FILLER               PIC X(6)  VALUE 'AVG'.
            05 FILLER               PIC X(7)  VALUE '%AVG'.
            05 FILLER               PIC X(10) VALUE '     READ'.
            05 FILLER               PIC X(10) VALUE '  WRITTEN'.
            05 FILLER               PIC X(8)  VALUE 'REJECTS'.
            05 FILLER               PIC X(16) VALUE
                '  CONTROL IN'.
            05 FILLER               PIC X(16) VALUE
                ' CONTROL OUT'.
            05 FILLER               PIC X(4)  VALUE ' RC'.
            05 FILLER               PIC X(8)  VALUE 'STATUS'.

        01 W14-GROUP-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(14) VALUE 'PERIOD ENDING '.
            05 W14-PERIOD-END       PIC 9(8).
            05 FILLER               PIC X(6)  VALUE '  RUN '.
            05 W14-RUN-NBR          PIC 9(3).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W14-CURRENT-FLAG     PIC X(20).

        01 W15-DETAIL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W15-PROGRAM          PIC X(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W15-START-DATE       PIC 9(8).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W15-START-TIME       PIC X(8).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W15-END-TIME         PIC X(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W15-ELAPSED          PIC ZZZZZ9.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W15-AVG-SECS         PIC ZZZZZ9.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W15-PCT-OF-AVG       PIC ZZZZ9.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W15-RECS-READ        PIC ZZZZZZZZ9.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W15-RECS-WRITTEN     PIC ZZZZZZZZ9.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W15-RECS-REJECTED    PIC ZZZZZZ9.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W15-CTL-AMT-IN       PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W15-CTL-AMT-OUT      PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W15-RETURN-CODE      PIC ZZ9.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W15-STATUS           PIC X(8).

        01 W16-STEP-STATUS-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W16-PROGRAM          PIC X(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W16-MESSAGE          PIC X(40).
            05 W16-RC-LABEL         PIC X(4).
            05 W16-RETURN-CODE      PIC ZZ9 BLANK WHEN ZERO.

        01 W17-VOLUME-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(18) VALUE 'INBONUS VOLUME'.
            05 W17-PERIOD-END       PIC 9(8).
            05 FILLER               PIC X(7)  VALUE '  RECS '.
            05 W17-RECS             PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(7)  VALUE ' PRIOR '.
            05 W17-PRIOR-RECS       PIC ZZZ,ZZZ,ZZ9.
            05 W17-PCT-RECS         PIC -----9.
            05 FILLER               PIC X(7)  VALUE '%  AMT '.
            05 W17-AMT              PIC ZZZ,ZZZ,ZZ9.99-.
            05 FILLER               PIC X(7)  VALUE ' PRIOR '.
            05 W17-PRIOR-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
            05 W17-PCT-AMT          PIC -----9.
            05 FILLER               PIC X(2)  VALUE '% '.
            05 W17-FLAG             PIC X(10).

        01 W18-TREND-HDG.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'STEP'.
            05 FILLER               PIC X(12) VALUE '  CLEAN RUNS'.
            05 FILLER               PIC X(10) VALUE '  AVG SECS'.
            05 FILLER               PIC X(10) VALUE '  MIN SECS'.
            05 FILLER               PIC X(10) VALUE '  MAX SECS'.
            05 FILLER               PIC X(10) VALUE ' LAST SECS'.
            05 FILLER               PIC X(12) VALUE '  LAST %AVG'.

        01 W19-TREND-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W19-PROGRAM          PIC X(8).
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 W19-CLEAN-RUNS       PIC ZZZ,ZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 W19-AVG-SECS         PIC ZZZZZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 W19-MIN-SECS         PIC ZZZZZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 W19-MAX-SECS         PIC ZZZZZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 W19-LAST-SECS        PIC ZZZZZZ9.
            05 FILLER               PIC X(7)  VALUE SPACES.
            05 W19-PCT-OF-AVG       PIC ZZZZ9.

        01 W20-TREND-TITLE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(52) VALUE
                'ELAPSED TIME TREND BY STEP (CLEAN RUNS, ALL HISTORY)'.

        01 W21-TIME-EDIT.
            05 W21-HH               PIC 9(2).
            05 FILLER               PIC X(1)  VALUE ':'.
            05 W21-MI               PIC 9(2).
            05 FILLER               PIC X(1)  VALUE ':'.
            05 W21-SS               PIC 9(2).

        01 W22-PRINT-LINE                   PIC X(133).
        01 W23-BLANK-LINE                   PIC X(133) VALUE SPACES.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            PERFORM P0200-INITIALIZE        THRU P0299-EXIT

            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-PERIOD-END
                                 SRT-RUN-NBR
                                 SRT-START-DATE
                                 SRT-START-TIME
                USING RUN-HISTORY
                OUTPUT PROCEDURE IS P0500-PRINT-REPORT THRU P0599-EXIT

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            GOBACK
            .
        P0199-EXIT.
            EXIT.

        P0200-INITIALIZE.

            OPEN INPUT RUN-HISTORY
            IF RHS-FILE-NOT-FOUND
                DISPLAY 'BONOPSRP - RUN HISTORY FILE BONRUNHS MISSING'
                MOVE +95 TO RETURN-CODE
                GOBACK
            END-IF
            CLOSE RUN-HISTORY

            OPEN OUTPUT OPS-RPT

            MOVE FUNCTION CURRENT-DATE TO W05-CURR-DATETIME
            MOVE W05-CURR-DATETIME (1:8) TO W05-TODAY
            MOVE W05-TODAY               TO W12-HDG1-DATE

            PERFORM P0250-GET-PARMS        THRU P0259-EXIT

            COMPUTE W05-MONTH-NBR = (W05-TODAY-YYYY * 12)
                + W05-TODAY-MM - 1 - W04-REPORT-MONTHS
            DIVIDE W05-MONTH-NBR BY 12
                GIVING W05-CUTOFF-YYYY
                REMAINDER W05-MONTH-REM
            COMPUTE W05-CUTOFF-MM = W05-MONTH-REM + 1
            MOVE 01                      TO W05-CUTOFF-DD

            DISPLAY 'BONOPSRP - REPORTING PERIODS FROM ' W05-CUTOFF-DATE

            PERFORM P0260-READ-RUN-CONTROL THRU P0269-EXIT

            PERFORM P0270-CLEAR-STEP-STATS THRU P0279-EXIT
                VARYING W07-STEP-SUB FROM 1 BY 1
                UNTIL W07-STEP-SUB > W07-STEP-COUNT

            .
        P0299-EXIT.
            EXIT.

        P0250-GET-PARMS.

            ACCEPT W04-PARM-MONTHS FROM ENVIRONMENT 'BONOPSRP-MONTHS'
            ACCEPT W04-PARM-VARPCT FROM ENVIRONMENT 'BONOPSRP-VARPCT'

            IF W04-PARM-MONTHS NUMERIC
                MOVE W04-PARM-MONTHS-N TO W04-REPORT-MONTHS
            ELSE
                IF W04-PARM-MONTHS NOT = SPACES
                    DISPLAY 'BONOPSRP - BONOPSRP-MONTHS INVALID (NN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            IF W04-PARM-VARPCT NUMERIC
                MOVE W04-PARM-VARPCT-N TO W04-VARIANCE-PCT
            ELSE
                IF W04-PARM-VARPCT NOT = SPACES
                    DISPLAY 'BONOPSRP - BONOPSRP-VARPCT INVALID (NNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            DISPLAY 'BONOPSRP - MONTHS REPORTED      = '
                W04-REPORT-MONTHS
            DISPLAY 'BONOPSRP - VOLUME VARIANCE PCT  = '
                W04-VARIANCE-PCT

            .
        P0259-EXIT.
            EXIT.

        P0260-READ-RUN-CONTROL.

            OPEN INPUT RUN-CONTROL

            IF RUNCTL-NOT-FOUND
                DISPLAY 'BONOPSRP - RUN CONTROL FILE BONRUNCT MISSING,'
                    ' CURRENT RUN NOT CHECKED'
                GO TO P0269-EXIT
            END-IF

            READ RUN-CONTROL
                AT END
                    DISPLAY 'BONOPSRP - RUN CONTROL RECORD MISSING,'
                        ' CURRENT RUN NOT CHECKED'
                NOT AT END
                    MOVE 'Y'            TO W03-RUNCTL-AVAIL-SW
                    MOVE RUN-PERIOD-END TO W03-CURR-PERIOD-END
                    MOVE RUN-NBR        TO W03-CURR-RUN-NBR
            END-READ

            CLOSE RUN-CONTROL

            .
        P0269-EXIT.
            EXIT.

        P0270-CLEAR-STEP-STATS.

            MOVE SPACE  TO W07-GRP-STATUS (W07-STEP-SUB)
            MOVE ZERO   TO W07-GRP-LAST-RC (W07-STEP-SUB)
            MOVE ZERO   TO W07-CLEAN-RUNS (W07-STEP-SUB)
            MOVE ZERO   TO W07-TOT-SECS (W07-STEP-SUB)
            MOVE ZERO   TO W07-MIN-SECS (W07-STEP-SUB)
            MOVE ZERO   TO W07-MAX-SECS (W07-STEP-SUB)
            MOVE ZERO   TO W07-LAST-SECS (W07-STEP-SUB)

            .
        P0279-EXIT.
            EXIT.

        P0400-WRAP-UP.

            CLOSE OPS-RPT

            DISPLAY 'TOTAL HISTORY RECORDS READ = ' W01-HIST-IN
            DISPLAY 'TOTAL HISTORY RECS PRINTED = ' W01-HIST-PRINTED
            DISPLAY 'STEPS ENDED ABNORMALLY     = ' W01-ABNORMAL-CNT
            DISPLAY 'STEPS OUTSTANDING          = ' W01-OUTSTANDING-CNT
            DISPLAY 'INBONUS VOLUMES FLAGGED    = ' W01-VOLUME-FLAGS

            IF W01-ABNORMAL-CNT > ZERO
             OR W01-VOLUME-FLAGS > ZERO
                DISPLAY 'BONOPSRP - ABNORMAL STEPS OR UNUSUAL INBONUS'
                    ' VOLUME, SEE BONOPSRP REPORT'
                MOVE +4 TO RETURN-CODE
            ELSE
                MOVE +0 TO RETURN-CODE
            END-IF

            .
        P0499-EXIT.
            EXIT.

        P0500-PRINT-REPORT.

            PERFORM P0950-READ-SORT        THRU P0959-EXIT

            IF NOT END-OF-SORT-FILE
                MOVE RHS-PERIOD-END TO W08-GRP-PERIOD-END
                MOVE RHS-RUN-NBR    TO W08-GRP-RUN-NBR
                MOVE RHS-PERIOD-END TO W09-VOL-PERIOD-END
                MOVE 'N' TO W02-FIRST-REC-SW
            END-IF

            PERFORM P0510-PROCESS-ONE      THRU P0519-EXIT
                UNTIL END-OF-SORT-FILE

            IF NOT FIRST-RECORD
                PERFORM P0530-GROUP-BREAK  THRU P0534-EXIT
                PERFORM P0560-VOLUME-BREAK THRU P0569-EXIT
            END-IF

            IF RUN-CTL-AVAILABLE
             AND NOT CURRENT-RUN-SEEN
                MOVE W03-CURR-PERIOD-END TO W08-GRP-PERIOD-END
                MOVE W03-CURR-RUN-NBR    TO W08-GRP-RUN-NBR
                PERFORM P0520-GROUP-HEADING THRU P0529-EXIT
                PERFORM P0530-GROUP-BREAK  THRU P0534-EXIT
            END-IF

            PERFORM P0700-PRINT-TRENDS     THRU P0799-EXIT

            .
        P0599-EXIT.
            EXIT.

        P0510-PROCESS-ONE.

            IF RHS-PERIOD-END NOT = W08-GRP-PERIOD-END
             OR RHS-RUN-NBR NOT = W08-GRP-RUN-NBR
                PERFORM P0530-GROUP-BREAK  THRU P0534-EXIT
                MOVE RHS-PERIOD-END TO W08-GRP-PERIOD-END
                MOVE RHS-RUN-NBR    TO W08-GRP-RUN-NBR
            END-IF

            IF RHS-PERIOD-END NOT = W09-VOL-PERIOD-END
                PERFORM P0560-VOLUME-BREAK THRU P0569-EXIT
                MOVE RHS-PERIOD-END TO W09-VOL-PERIOD-END
            END-IF

            PERFORM P0600-COMPUTE-ELAPSED  THRU P0609-EXIT

            PERFORM P0610-FIND-STEP        THRU P0619-EXIT

            MOVE 'N' TO W02-PRINT-REC-SW
            IF RHS-PERIOD-END NOT < W05-CUTOFF-DATE
                MOVE 'Y' TO W02-PRINT-REC-SW
            END-IF
            IF RHS-PERIOD-END = ZERO
             AND RHS-START-DATE NOT < W05-CUTOFF-DATE
                MOVE 'Y' TO W02-PRINT-REC-SW
            END-IF

            MOVE ZERO TO W10-AVG-SECS
            MOVE ZERO TO W10-PCT-OF-AVG
            IF W07-STEP-HIT-SUB > ZERO
             AND W07-CLEAN-RUNS (W07-STEP-HIT-SUB) > ZERO
                COMPUTE W10-AVG-SECS ROUNDED =
                    W07-TOT-SECS (W07-STEP-HIT-SUB)
                    / W07-CLEAN-RUNS (W07-STEP-HIT-SUB)
            END-IF
            IF W10-AVG-SECS > ZERO
                COMPUTE W10-PCT-OF-AVG ROUNDED =
                    W10-ELAPSED-SECS * 100 / W10-AVG-SECS
                    ON SIZE ERROR
                        MOVE 99999 TO W10-PCT-OF-AVG
                END-COMPUTE
            END-IF

            IF PRINT-THIS-RECORD
                PERFORM P0540-PRINT-DETAIL THRU P0549-EXIT
            END-IF

            IF W07-STEP-HIT-SUB = ZERO
                GO TO P0518-READ-NEXT
            END-IF

            MOVE RHS-RETURN-CODE
                TO W07-GRP-LAST-RC (W07-STEP-HIT-SUB)

            IF NOT RHS-STEP-OK
                IF NOT W07-GRP-CLEAN (W07-STEP-HIT-SUB)
                    MOVE 'A' TO W07-GRP-STATUS (W07-STEP-HIT-SUB)
                END-IF
                GO TO P0518-READ-NEXT
            END-IF

            MOVE 'C' TO W07-GRP-STATUS (W07-STEP-HIT-SUB)

            PERFORM P0620-UPDATE-TREND     THRU P0629-EXIT

            IF W07-STEP-HIT-SUB = 1
                MOVE 'Y' TO W09-VOL-SEEN-SW
                ADD RHS-RECS-READ  TO W09-VOL-RECS
                ADD RHS-CTL-AMT-IN TO W09-VOL-AMT
            END-IF
            .
        P0518-READ-NEXT.

            PERFORM P0950-READ-SORT        THRU P0959-EXIT
            .
        P0519-EXIT.
            EXIT.

        P0520-GROUP-HEADING.

            MOVE W08-GRP-PERIOD-END     TO W14-PERIOD-END
            MOVE W08-GRP-RUN-NBR        TO W14-RUN-NBR
            MOVE SPACES                 TO W14-CURRENT-FLAG
            IF RUN-CTL-AVAILABLE
             AND W08-GRP-PERIOD-END = W03-CURR-PERIOD-END
             AND W08-GRP-RUN-NBR = W03-CURR-RUN-NBR
                MOVE '** CURRENT RUN **' TO W14-CURRENT-FLAG
            END-IF
            IF W08-GRP-PERIOD-END = ZERO
                MOVE 'PERIOD NOT KNOWN'  TO W14-CURRENT-FLAG
            END-IF

            MOVE W23-BLANK-LINE         TO W22-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT
            MOVE W14-GROUP-LINE         TO W22-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            MOVE 'Y' TO W02-GROUP-PRINTED-SW

            .
        P0529-EXIT.
            EXIT.

        P0530-GROUP-BREAK.

            IF RUN-CTL-AVAILABLE
             AND W08-GRP-PERIOD-END = W03-CURR-PERIOD-END
             AND W08-GRP-RUN-NBR = W03-CURR-RUN-NBR
                MOVE 'Y' TO W02-CURR-SEEN-SW
                IF NOT GROUP-PRINTED
                    PERFORM P0520-GROUP-HEADING THRU P0529-EXIT
                END-IF
            END-IF

            IF GROUP-PRINTED
             AND W08-GRP-PERIOD-END NOT = ZERO
                PERFORM P0535-STEP-STATUS  THRU P0538-EXIT
                    VARYING W07-STEP-SUB FROM 1 BY 1
                    UNTIL W07-STEP-SUB > W07-STEP-COUNT
            END-IF

            PERFORM P0550-RESET-GROUP      THRU P0559-EXIT
                VARYING W07-STEP-SUB FROM 1 BY 1
                UNTIL W07-STEP-SUB > W07-STEP-COUNT

            MOVE 'N' TO W02-GROUP-PRINTED-SW

            .
        P0534-EXIT.
            EXIT.

        P0535-STEP-STATUS.

            IF W07-GRP-CLEAN (W07-STEP-SUB)
                GO TO P0538-EXIT
            END-IF

            MOVE W06-STEP-NAME (W07-STEP-SUB) TO W16-PROGRAM

            IF W07-GRP-ABNORMAL (W07-STEP-SUB)
                MOVE '** ENDED ABNORMALLY, NOT RERUN CLEAN'
                                        TO W16-MESSAGE
                MOVE 'RC'               TO W16-RC-LABEL
                MOVE W07-GRP-LAST-RC (W07-STEP-SUB)
                                        TO W16-RETURN-CODE
                ADD +1 TO W01-ABNORMAL-CNT
            ELSE
                MOVE '** OUTSTANDING, NOT YET RUN'
                                        TO W16-MESSAGE
                MOVE SPACES             TO W16-RC-LABEL
                MOVE ZERO               TO W16-RETURN-CODE
                ADD +1 TO W01-OUTSTANDING-CNT
            END-IF

            MOVE W16-STEP-STATUS-LINE   TO W22-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            .
        P0538-EXIT.
            EXIT.

        P0540-PRINT-DETAIL.

            IF NOT GROUP-PRINTED
                PERFORM P0520-GROUP-HEADING THRU P0529-EXIT
            END-IF

            MOVE RHS-PROGRAM            TO W15-PROGRAM
            MOVE RHS-START-DATE         TO W15-START-DATE
            MOVE W10-START-HH           TO W21-HH
            MOVE W10-START-MI           TO W21-MI
            MOVE W10-START-SS           TO W21-SS
            MOVE W21-TIME-EDIT          TO W15-START-TIME
            MOVE W10-END-HH             TO W21-HH
            MOVE W10-END-MI             TO W21-MI
            MOVE W10-END-SS             TO W21-SS
            MOVE W21-TIME-EDIT          TO W15-END-TIME
            MOVE W10-ELAPSED-SECS       TO W15-ELAPSED
            MOVE W10-AVG-SECS           TO W15-AVG-SECS
            MOVE W10-PCT-OF-AVG         TO W15-PCT-OF-AVG
            MOVE RHS-RECS-READ          TO W15-RECS-READ
            MOVE RHS-RECS-WRITTEN       TO W15-RECS-WRITTEN
            MOVE RHS-RECS-REJECTED      TO W15-RECS-REJECTED
            MOVE RHS-CTL-AMT-IN         TO W15-CTL-AMT-IN
            MOVE RHS-CTL-AMT-OUT        TO W15-CTL-AMT-OUT
            MOVE RHS-RETURN-CODE        TO W15-RETURN-CODE

            EVALUATE TRUE
                WHEN RHS-RETURN-CODE = ZERO
                    MOVE 'OK'       TO W15-STATUS
                WHEN RHS-STEP-OK
                    MOVE 'WARNING'  TO W15-STATUS
                WHEN OTHER
                    MOVE 'ABNORMAL' TO W15-STATUS
            END-EVALUATE

            MOVE W15-DETAIL-LINE        TO W22-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            ADD +1 TO W01-HIST-PRINTED

            .
        P0549-EXIT.
            EXIT.

        P0550-RESET-GROUP.

            MOVE SPACE TO W07-GRP-STATUS (W07-STEP-SUB)
            MOVE ZERO  TO W07-GRP-LAST-RC (W07-STEP-SUB)

            .
        P0559-EXIT.
            EXIT.

        P0560-VOLUME-BREAK.

            IF NOT VOLUME-SEEN
                GO TO P0569-EXIT
            END-IF

            IF W09-VOL-PERIOD-END NOT < W05-CUTOFF-DATE
                PERFORM P0570-PRINT-VOLUME THRU P0579-EXIT
            END-IF

            MOVE 'Y'                    TO W09-PRIOR-SEEN-SW
            MOVE W09-VOL-PERIOD-END     TO W09-PRIOR-PERIOD-END
            MOVE W09-VOL-RECS           TO W09-PRIOR-RECS
            MOVE W09-VOL-AMT            TO W09-PRIOR-AMT

            MOVE 'N'                    TO W09-VOL-SEEN-SW
            MOVE ZERO                   TO W09-VOL-RECS
            MOVE ZERO                   TO W09-VOL-AMT

            .
        P0569-EXIT.
            EXIT.

        P0570-PRINT-VOLUME.

            MOVE W09-VOL-PERIOD-END     TO W17-PERIOD-END
            MOVE W09-VOL-RECS           TO W17-RECS
            MOVE W09-VOL-AMT            TO W17-AMT
            MOVE ZERO                   TO W17-PRIOR-RECS
            MOVE ZERO                   TO W17-PRIOR-AMT
            MOVE ZERO                   TO W17-PCT-RECS
            MOVE ZERO                   TO W17-PCT-AMT
            MOVE SPACES                 TO W17-FLAG

            IF NOT PRIOR-VOLUME-SEEN
                MOVE 'NO PRIOR'         TO W17-FLAG
                GO TO P0578-WRITE
            END-IF

            MOVE W09-PRIOR-RECS         TO W17-PRIOR-RECS
            MOVE W09-PRIOR-AMT          TO W17-PRIOR-AMT
            MOVE ZERO                   TO W09-PCT-RECS
            MOVE ZERO                   TO W09-PCT-AMT

            IF W09-PRIOR-RECS NOT = ZERO
                COMPUTE W09-PCT-RECS ROUNDED =
                    (W09-VOL-RECS - W09-PRIOR-RECS) * 100
                    / W09-PRIOR-RECS
                    ON SIZE ERROR
                        MOVE 99999 TO W09-PCT-RECS
                END-COMPUTE
            END-IF

            IF W09-PRIOR-AMT NOT = ZERO
                COMPUTE W09-PCT-AMT ROUNDED =
                    (W09-VOL-AMT - W09-PRIOR-AMT) * 100
                    / W09-PRIOR-AMT
                    ON SIZE ERROR
                        MOVE 99999 TO W09-PCT-AMT
                END-COMPUTE
            END-IF

            MOVE W09-PCT-RECS           TO W17-PCT-RECS
            MOVE W09-PCT-AMT            TO W17-PCT-AMT

            IF W09-PCT-RECS > W04-VARIANCE-PCT
             OR W09-PCT-AMT > W04-VARIANCE-PCT
                MOVE '** HIGH **'       TO W17-FLAG
                ADD +1 TO W01-VOLUME-FLAGS
            END-IF

            IF W09-PCT-RECS < ZERO - W04-VARIANCE-PCT
             OR W09-PCT-AMT < ZERO - W04-VARIANCE-PCT
                MOVE '** LOW **'        TO W17-FLAG
                ADD +1 TO W01-VOLUME-FLAGS
            END-IF
            .
        P0578-WRITE.

            MOVE W17-VOLUME-LINE        TO W22-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            .
        P0579-EXIT.
            EXIT.

        P0600-COMPUTE-ELAPSED.

            MOVE RHS-START-TIME         TO W10-START-TIME
            MOVE RHS-END-TIME           TO W10-END-TIME
            MOVE ZERO                   TO W10-ELAPSED-SECS

            IF RHS-START-DATE NOT NUMERIC
             OR RHS-END-DATE NOT NUMERIC
             OR RHS-START-DATE = ZERO
             OR RHS-END-DATE = ZERO
                GO TO P0609-EXIT
            END-IF

            COMPUTE W10-START-INT =
                FUNCTION INTEGER-OF-DATE (RHS-START-DATE)
            COMPUTE W10-END-INT =
                FUNCTION INTEGER-OF-DATE (RHS-END-DATE)

            COMPUTE W10-ELAPSED-SECS =
                ((W10-END-INT - W10-START-INT) * 86400)
              + (W10-END-HH * 3600) + (W10-END-MI * 60) + W10-END-SS
              - (W10-START-HH * 3600) - (W10-START-MI * 60)
              - W10-START-SS

            IF W10-ELAPSED-SECS < ZERO
                MOVE ZERO TO W10-ELAPSED-SECS
            END-IF

            .
        P0609-EXIT.
            EXIT.

        P0610-FIND-STEP.

            MOVE ZERO TO W07-STEP-HIT-SUB

            PERFORM P0615-SCAN-STEP        THRU P0618-EXIT
                VARYING W07-STEP-SUB FROM 1 BY 1
                UNTIL W07-STEP-SUB > W07-STEP-COUNT
                   OR W07-STEP-HIT-SUB > ZERO

            .
        P0619-EXIT.
            EXIT.

        P0615-SCAN-STEP.

            IF W06-STEP-NAME (W07-STEP-SUB) = RHS-PROGRAM
                MOVE W07-STEP-SUB TO W07-STEP-HIT-SUB
            END-IF

            .
        P0618-EXIT.
            EXIT.

        P0620-UPDATE-TREND.

            IF W07-CLEAN-RUNS (W07-STEP-HIT-SUB) = ZERO
             OR W10-ELAPSED-SECS < W07-MIN-SECS (W07-STEP-HIT-SUB)
                MOVE W10-ELAPSED-SECS
                    TO W07-MIN-SECS (W07-STEP-HIT-SUB)
            END-IF

            IF W10-ELAPSED-SECS > W07-MAX-SECS (W07-STEP-HIT-SUB)
                MOVE W10-ELAPSED-SECS
                    TO W07-MAX-SECS (W07-STEP-HIT-SUB)
            END-IF

            ADD +1 TO W07-CLEAN-RUNS (W07-STEP-HIT-SUB)
            ADD W10-ELAPSED-SECS TO W07-TOT-SECS (W07-STEP-HIT-SUB)
            MOVE W10-ELAPSED-SECS
                TO W07-LAST-SECS (W07-STEP-HIT-SUB)

            .
        P0629-EXIT.
            EXIT.

        P0700-PRINT-TRENDS.

            MOVE W11-LINES-PER-PAGE     TO W11-LINE-CT

            MOVE W20-TREND-TITLE        TO W22-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT
            MOVE W18-TREND-HDG          TO W22-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            PERFORM P0710-PRINT-ONE-TREND  THRU P0719-EXIT
                VARYING W07-STEP-SUB FROM 1 BY 1
                UNTIL W07-STEP-SUB > W07-STEP-COUNT

            .
        P0799-EXIT.
            EXIT.

        P0710-PRINT-ONE-TREND.

            MOVE W06-STEP-NAME (W07-STEP-SUB) TO W19-PROGRAM
            MOVE W07-CLEAN-RUNS (W07-STEP-SUB) TO W19-CLEAN-RUNS
            MOVE W07-MIN-SECS (W07-STEP-SUB)   TO W19-MIN-SECS
            MOVE W07-MAX-SECS (W07-STEP-SUB)   TO W19-MAX-SECS
            MOVE W07-LAST-SECS (W07-STEP-SUB)  TO W19-LAST-SECS
            MOVE ZERO                   TO W10-AVG-SECS
            MOVE ZERO                   TO W10-PCT-OF-AVG

            IF W07-CLEAN-RUNS (W07-STEP-SUB) > ZERO
                COMPUTE W10-AVG-SECS ROUNDED =
                    W07-TOT-SECS (W07-STEP-SUB)
                    / W07-CLEAN-RUNS (W07-STEP-SUB)
            END-IF

            IF W10-AVG-SECS > ZERO
                COMPUTE W10-PCT-OF-AVG ROUNDED =
                    W07-LAST-SECS (W07-STEP-SUB) * 100 / W10-AVG-SECS
                    ON SIZE ERROR
                        MOVE 99999 TO W10-PCT-OF-AVG
                END-COMPUTE
            END-IF

            MOVE W10-AVG-SECS           TO W19-AVG-SECS
            MOVE W10-PCT-OF-AVG         TO W19-PCT-OF-AVG

            MOVE W19-TREND-LINE         TO W22-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            .
        P0719-EXIT.
            EXIT.

        P0800-WRITE-LINE.

            IF W11-LINE-CT >= W11-LINES-PER-PAGE
                PERFORM P0850-WRITE-HEADINGS THRU P0859-EXIT
            END-IF

            WRITE RPT-LINE FROM W22-PRINT-LINE
            ADD +1 TO W11-LINE-CT
            .
        P0899-EXIT.
            EXIT.

        P0850-WRITE-HEADINGS.

            ADD +1 TO W11-PAGE-NO
            MOVE W11-PAGE-NO TO W12-HDG1-PAGE

            IF W11-PAGE-NO > 1
                WRITE RPT-LINE FROM W12-HDG1
                    BEFORE ADVANCING PAGE
            ELSE
                WRITE RPT-LINE FROM W12-HDG1
            END-IF

            WRITE RPT-LINE FROM W13-HDG2
            MOVE ZERO TO W11-LINE-CT
            .
        P0859-EXIT.
            EXIT.

        P0950-READ-SORT.

            RETURN SORT-WORK-FILE INTO RHS-REC
                AT END
                    MOVE 'Y' TO W02-SORT-EOF-SW
                NOT AT END
                    ADD +1 TO W01-HIST-IN
            END-RETURN

            .
        P0959-EXIT.
            EXIT.
