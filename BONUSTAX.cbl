                RECORD KEY IS YTD-KEY
                FILE STATUS IS W16-YTD-STATUS.
            SELECT OPTIONAL TAX-CHECKPOINT ASSIGN TO BONTAXCK.
            SELECT GROSS-UP-RPT ASSIGN TO BONGRSRG.
            SELECT DEFERRAL-MASTER ASSIGN TO BONDEFM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS DEF-KEY
                FILE STATUS IS W30-DEF-STATUS.
            SELECT CONTRIB-FILE ASSIGN TO BONDEFCN.
            SELECT WORK-ALLOC ASSIGN TO BONALLOC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALC-KEY
                FILE STATUS IS W34-ALC-STATUS.
            SELECT RECIP-MASTER ASSIGN TO BONRECIP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RCP-KEY
                FILE STATUS IS W35-RCP-STATUS.
            SELECT RUN-HISTORY ASSIGN TO BONRUNHS
                FILE STATUS IS W37-RHS-STATUS.
            SELECT GROSS-UP-WORK ASSIGN TO BONGRSWK.
            SELECT SORT-WORK-FILE ASSIGN TO SRTWORK.
            SELECT EMP-MASTER ASSIGN TO EMPMAST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS EMP-MAST-KEY
                FILE STATUS IS W38-EMP-STATUS.
            SELECT AGR-MASTER ASSIGN TO BONAGRM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AGR-KEY
                FILE STATUS IS W39-AGR-STATUS.

        DATA DIVISION.
        FILE SECTION.
        01 TAXCKPT-REC.
            05 TAXCKPT-REC-IN                   PIC 9(9).

        FD GROSS-UP-RPT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RPT-LINE.
        01 RPT-LINE                             PIC X(133).

        FD DEFERRAL-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS DEF-ELECT-REC.
            COPY BONUSDEF.

        FD CONTRIB-FILE
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS CON-REC.
        01 CON-REC.
            05 CON-REC-TYPE                     PIC X.
            05 CON-EMP-ID                       PIC 9(9).
            05 CON-LAST-NAME                    PIC X(20).
            05 CON-FIRST-NAME                   PIC X(15).
            05 CON-MID-INIT                     PIC X.
            05 CON-SOURCE-CODE                  PIC X(2).
            05 CON-PAY-DATE                     PIC 9(8).
            05 CON-RUN-NBR                      PIC 9(3).
            05 CON-BONUS-TYPE                   PIC X(2).
            05 CON-CONTRIB-AMT                  PIC S9(7)V99.
            05 CON-GROSS-AMT                    PIC S9(7)V99.
            05 FILLER                           PIC X(1).

        FD WORK-ALLOC
            LABEL RECORDS STANDARD
            DATA RECORD IS ALC-REC.
            COPY BONUSALC.

        FD RECIP-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS RCP-REC.
            COPY BONUSRCP.

        FD RUN-HISTORY
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 120 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RHS-REC.
            COPY BONUSRHS.

        FD GROSS-UP-WORK
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS GWK-REC.
        01 GWK-REC.
            05 GWK-COST-CENTER                  PIC X(4).
            05 GWK-EMP-ID                       PIC 9(9).
            05 GWK-LAST-NAME                    PIC X(20).
            05 GWK-BONUS-TYPE                   PIC X(2).
            05 GWK-STATE-CODE                   PIC X(2).
            05 GWK-REQ-NET-AMT                  PIC S9(7)V99 COMP-3.
            05 GWK-GROSS-AMT                    PIC S9(7)V99 COMP-3.
            05 GWK-FED-AMT                      PIC S9(7)V99 COMP-3.
            05 GWK-STATE-AMT                    PIC S9(7)V99 COMP-3.
            05 GWK-OASDI-AMT                    PIC S9(7)V99 COMP-3.
            05 GWK-MEDI-AMT                     PIC S9(7)V99 COMP-3.
            05 FILLER                           PIC X(13).

        SD SORT-WORK-FILE
            DATA RECORD IS SRT-GWK-REC.
        01 SRT-GWK-REC.
            05 SRT-COST-CENTER                  PIC X(4).
            05 SRT-EMP-ID                       PIC 9(9).
            05 SRT-LAST-NAME                    PIC X(20).
            05 SRT-BONUS-TYPE                   PIC X(2).
            05 SRT-STATE-CODE                   PIC X(2).
            05 SRT-REQ-NET-AMT                  PIC S9(7)V99 COMP-3.
            05 SRT-GROSS-AMT                    PIC S9(7)V99 COMP-3.
            05 SRT-FED-AMT                      PIC S9(7)V99 COMP-3.
            05 SRT-STATE-AMT                    PIC S9(7)V99 COMP-3.
            05 SRT-OASDI-AMT                    PIC S9(7)V99 COMP-3.
            05 SRT-MEDI-AMT                     PIC S9(7)V99 COMP-3.
            05 FILLER                           PIC X(13).

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

        FD AGR-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS AGR-REC.
            COPY BONUSAGR.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR TAX'.
        01 W01-ACCUMULATORS.
            05 W01-REC-IN                   PIC S9(4) COMP   VALUE ZERO.
            05 W01-REC-OUT                  PIC S9(4) COMP   VALUE ZERO.
            05 W01-DETAIL-OUT               PIC S9(7) COMP   VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-IN-EOF-SW                PIC X           VALUE 'N'.
        01 W21-TAX-CKPT-LAST-REC             PIC 9(9)       VALUE ZERO.
        01 W22-TAX-CKPT-CURR-REC             PIC 9(9)       VALUE ZERO.

        01 W23-GROSS-UP-WORK.
            05 W23-GROSS-AMT                PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W23-REQ-NET-AMT              PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W23-DIFF-AMT                 PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W23-EST-GROSS-AMT            PIC S9(9)V99 COMP-3
                                                             VALUE ZERO.
            05 W23-MAX-GROSS-AMT            PIC S9(9)V99 COMP-3
                                                 VALUE 9999999.99.
            05 W23-EST-RATE                 PIC 9V9999      VALUE ZERO.
            05 W23-EST-SLOPE                PIC S9V9999     VALUE ZERO.
            05 W23-MIN-SLOPE                PIC S9V9999   VALUE 0.0500.
            05 W23-ITER-CT                  PIC S9(4) COMP  VALUE ZERO.
            05 W23-MAX-ITER                 PIC S9(4) COMP  VALUE +25.
            05 W23-SOLVING-SW               PIC X           VALUE 'N'.
                88 GROSS-UP-SOLVING                         VALUE 'Y'.
            05 W23-SAVE-OASDI-WAGES         PIC 9(9)V99 COMP-3
                                                             VALUE ZERO.
            05 W23-SAVE-MEDI-WAGES          PIC 9(9)V99 COMP-3
                                                             VALUE ZERO.
            05 W23-SAVE-FEDTAX-WAGES        PIC 9(9)V99 COMP-3
                                                             VALUE ZERO.

        01 W24-GROSS-UP-TOTALS.
            05 W24-GRSUP-CNT                PIC S9(7) COMP  VALUE ZERO.
            05 W24-GRSUP-NOT-DONE           PIC S9(7) COMP  VALUE ZERO.
            05 W24-GRSUP-REQ-NET            PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W24-GRSUP-GROSS              PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W24-GRSUP-FED                PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W24-GRSUP-STATE              PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W24-GRSUP-OASDI              PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W24-GRSUP-MEDI               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W24-GRSUP-COST               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W25-PAGE-CTRL.
            05 W25-PAGE-NO                  PIC S9(3) COMP VALUE ZERO.
            05 W25-LINE-CT                  PIC S9(3) COMP VALUE 99.
            05 W25-LINES-PER-PAGE           PIC S9(3) COMP VALUE 50.

        01 W26-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(30) VALUE
                'BONUS GROSS-UP REGISTER'.
            05 FILLER               PIC X(8)  VALUE 'PERIOD '.
            05 W26-HDG1-PERIOD      PIC 9(8).
            05 FILLER               PIC X(6)  VALUE '  RUN '.
            05 W26-HDG1-RUN         PIC 9(3).
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 FILLER               PIC X(5)  VALUE 'PAGE '.
            05 W26-HDG1-PAGE        PIC ZZ9.

        01 W27-HDG2.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(5)  VALUE 'CC'.
            05 FILLER               PIC X(10) VALUE 'EMP ID'.
            05 FILLER               PIC X(13) VALUE 'LAST NAME'.
            05 FILLER               PIC X(3)  VALUE 'TY'.
            05 FILLER               PIC X(3)  VALUE 'ST'.
            05 FILLER               PIC X(13) VALUE '  REQUEST NET'.
            05 FILLER               PIC X(14) VALUE '  COMPUTED GRS'.
            05 FILLER               PIC X(14) VALUE '       FED TAX'.
            05 FILLER               PIC X(14) VALUE '     STATE TAX'.
            05 FILLER               PIC X(14) VALUE '         OASDI'.
            05 FILLER               PIC X(14) VALUE '      MEDICARE'.
            05 FILLER               PIC X(14) VALUE '      TAX COST'.

        01 W28-DETAIL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W28-COST-CENTER      PIC X(4).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-EMP-ID           PIC 9(9).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-LAST-NAME        PIC X(12).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-BONUS-TYPE       PIC X(2).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-STATE-CODE       PIC X(2).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-REQ-NET          PIC ZZZZZZZZ9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-GROSS            PIC ZZZZZZZZ9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-FED              PIC ZZZZZZZZ9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-STATE            PIC ZZZZZZZZ9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-OASDI            PIC ZZZZZZZZ9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-MEDI             PIC ZZZZZZZZ9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W28-COST             PIC ZZZZZZZZ9.99-.
        01 W28-TOTAL-LINE REDEFINES W28-DETAIL-LINE.
            05 FILLER               PIC X(2).
            05 W28-TOT-LABEL        PIC X(20).
            05 W28-TOT-COUNT        PIC ZZZ,ZZ9.
            05 FILLER               PIC X(104).

        01 W29-PRINT-LINE                   PIC X(133).

        01 W30-DEFERRAL-WORK.
            05 W30-DEF-STATUS               PIC X(2)        VALUE '00'.
                88 DEF-REC-FOUND                            VALUE '00'.
                88 DEF-KEY-NOT-FOUND                        VALUE '23'.
                88 DEF-FILE-NOT-FOUND                       VALUE '35'.
            05 W30-DEF-AVAIL-SW             PIC X           VALUE 'N'.
                88 DEF-MASTER-AVAILABLE                     VALUE 'Y'.
            05 W30-DEF-ACTIVE-SW            PIC X           VALUE 'N'.
                88 DEFERRAL-ACTIVE                          VALUE 'Y'.
                88 DEFERRAL-REVERSAL                        VALUE 'R'.
            05 W30-DEF-LIMITED-SW           PIC X           VALUE 'N'.
                88 DEFERRAL-LIMITED                         VALUE 'Y'.
            05 W30-PERIOD-YEAR              PIC 9(4)        VALUE ZERO.
            05 W30-PRIOR-DEFERRED           PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W30-ANNUAL-LIMIT             PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W30-LIMIT-ROOM               PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W30-DEFER-PCT                PIC 9V9999      VALUE ZERO.
            05 W30-DEFER-FLAT               PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W30-DEFER-CAP                PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W30-MAX-DEFER-AMT            PIC S9(7)V99 COMP-3
                                                 VALUE 9999999.99.
            05 W30-DEFER-AMT                PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W30-TAXABLE-AMT              PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W30-NEW-DEFERRED             PIC S9(9)V99 COMP-3
                                                             VALUE ZERO.

        01 W31-DEFERRAL-LIMITS.
            05 W31-ELECTIVE-LIMIT           PIC 9(7)V99 COMP-3
                                                 VALUE 24500.00.
            05 W31-CATCHUP-LIMIT            PIC 9(7)V99 COMP-3
                                                 VALUE 8000.00.

        01 W32-DEFERRAL-TOTALS.
            05 W32-DEF-CNT                  PIC S9(7) COMP  VALUE ZERO.
            05 W32-DEF-LIMITED-CNT          PIC S9(7) COMP  VALUE ZERO.
            05 W32-DEF-REDUCED-CNT          PIC S9(7) COMP  VALUE ZERO.
            05 W32-DEF-AMT                  PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W33-ALLOC-TABLE.
            05 W33-ALLOC-COUNT              PIC S9(4) COMP  VALUE ZERO.
            05 W33-ALLOC-SUB                PIC S9(4) COMP  VALUE ZERO.
            05 W33-ALLOC-PCT-TOT            PIC S9(5)V99 COMP-3
                                                             VALUE ZERO.
            05 W33-ALLOC-ENTRY  OCCURS 10 TIMES.
                10 W33-ALC-STATE             PIC X(2).
                10 W33-ALC-PCT               PIC 9(3)V99.
                10 W33-ALC-RATE              PIC 9V9999.
                10 W33-ALC-RECIP-SW          PIC X.
                    88 W33-ALC-RECIPROCAL                   VALUE 'Y'.
                10 W33-ALC-WAGES             PIC S9(7)V99 COMP-3.
                10 W33-ALC-WH                PIC S9(7)V99 COMP-3.

        01 W34-MULTI-STATE-WORK.
            05 W34-ALC-STATUS               PIC X(2)        VALUE '00'.
                88 ALC-FILE-NOT-FOUND                       VALUE '35'.
            05 W34-ALC-AVAIL-SW             PIC X           VALUE 'N'.
                88 ALC-FILE-AVAILABLE                       VALUE 'Y'.
            05 W34-ALC-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-ALLOC                             VALUE 'Y'.
            05 W34-MULTI-SW                 PIC X           VALUE 'N'.
                88 MULTI-STATE-ACTIVE                       VALUE 'Y'.
            05 W34-RES-SUB                  PIC S9(4) COMP  VALUE ZERO.
            05 W34-RES-TAX                  PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W34-CREDIT-AMT               PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W34-CREDIT-ONE               PIC S9(7)V99 COMP-3
                                                             VALUE ZERO.
            05 W34-MULTI-CNT                PIC S9(7) COMP  VALUE ZERO.
            05 W34-ALLOC-ERR-CNT            PIC S9(7) COMP  VALUE ZERO.

        01 W35-RECIP-TABLE.
            05 W35-RCP-STATUS               PIC X(2)        VALUE '00'.
                88 RCP-FILE-NOT-FOUND                       VALUE '35'.
            05 W35-RCP-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-RECIP-FILE                        VALUE 'Y'.
            05 W35-RCP-FOUND-SW             PIC X           VALUE 'N'.
                88 RECIP-FOUND                              VALUE 'Y'.
            05 W35-RCP-COUNT                PIC S9(4) COMP  VALUE ZERO.
            05 W35-RCP-SUB                  PIC S9(4) COMP  VALUE ZERO.
            05 W35-RCP-ENTRY  OCCURS 200 TIMES.
                10 W35-RCP-RES-STATE         PIC X(2).
                10 W35-RCP-WORK-STATE        PIC X(2).

        01 W36-PRIMARY-SAVE                 PIC X(100)    VALUE SPACES.

        01 W37-RUN-HISTORY.
            05 W37-RHS-STATUS               PIC X(2)        VALUE '00'.
                88 RHS-FILE-NOT-FOUND                       VALUE '35'.
            05 W37-START-DATETIME           PIC X(21)   VALUE SPACES.
            05 W37-END-DATETIME             PIC X(21)   VALUE SPACES.
            05 W37-CTL-AMT-IN               PIC S9(13)V99 COMP-3
                                                             VALUE ZERO.
            05 W37-CTL-AMT-OUT              PIC S9(13)V99 COMP-3
                                                             VALUE ZERO.

        01 W38-COST-CENTER-WORK.
            05 W38-EMP-STATUS               PIC X(2)        VALUE '00'.
                88 EMP-REC-FOUND                            VALUE '00'.
                88 EMP-FILE-NOT-FOUND                       VALUE '35'.
            05 W38-EMP-AVAIL-SW             PIC X           VALUE 'N'.
                88 EMP-MASTER-AVAILABLE                     VALUE 'Y'.
            05 W38-COST-CENTER              PIC X(4)    VALUE SPACES.
            05 W38-CC-UNASSIGNED            PIC X(4)    VALUE '9999'.
            05 W38-CC-DEFAULT-CNT           PIC S9(7) COMP  VALUE ZERO.
            05 W38-SORT-EOF-SW              PIC X           VALUE 'N'.
                88 END-OF-SORT-FILE                         VALUE 'Y'.
            05 W38-CURRENT-CC               PIC X(4)    VALUE SPACES.
            05 W38-CC-CNT                   PIC S9(7) COMP  VALUE ZERO.
            05 W38-CC-REQ-NET               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W38-CC-GROSS                 PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W38-CC-FED                   PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W38-CC-STATE                 PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W38-CC-OASDI                 PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W38-CC-MEDI                  PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W38-CC-COST                  PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W38-CC-LABEL.
                10 FILLER                   PIC X(12)
                                            VALUE 'COST CENTER '.
                10 W38-CC-LABEL-CC          PIC X(4).

        01 W39-REPAYMENT-AGR.
            05 W39-AGR-STATUS               PIC X(2)        VALUE '00'.
                88 AGR-IO-OK                                VALUE '00'.
                88 AGR-FILE-NOT-FOUND                       VALUE '35'.
            05 W39-AGR-AVAIL-SW             PIC X           VALUE 'N'.
                88 AGR-MASTER-AVAILABLE                     VALUE 'Y'.
            05 W39-AGR-UPDATED              PIC S9(7) COMP  VALUE ZERO.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            MOVE FUNCTION CURRENT-DATE TO W37-START-DATETIME

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

            IF W21-TAX-CKPT-LAST-REC > ZERO
                OPEN EXTEND TAX-BONUS
                OPEN EXTEND GROSS-UP-WORK
                OPEN EXTEND CONTRIB-FILE
                DISPLAY 'BONUSTAX - RESTART, SKIPPING FIRST '
                    W21-TAX-CKPT-LAST-REC ' APPLIED RECORDS'
            ELSE
                OPEN OUTPUT TAX-BONUS
                OPEN OUTPUT GROSS-UP-WORK
                OPEN OUTPUT CONTRIB-FILE
            END-IF

            MOVE W12-PERIOD-END TO W26-HDG1-PERIOD
            MOVE W12-RUN-NBR    TO W26-HDG1-RUN

            OPEN I-O    YTD-MASTER
            IF YTD-FILE-NOT-FOUND
                OPEN OUTPUT YTD-MASTER
                DISPLAY 'BONUSTAX - BONYTDM NOT FOUND, CREATED NEW'
            END-IF

            OPEN I-O    DEFERRAL-MASTER
            IF DEF-FILE-NOT-FOUND
                MOVE 'N' TO W30-DEF-AVAIL-SW
                DISPLAY 'BONUSTAX - BONDEFM NOT FOUND, NO 401K'
                    ' DEFERRALS APPLIED'
            ELSE
                MOVE 'Y' TO W30-DEF-AVAIL-SW
            END-IF

            OPEN INPUT  EMP-MASTER
            IF EMP-FILE-NOT-FOUND
                MOVE 'N' TO W38-EMP-AVAIL-SW
                DISPLAY 'BONUSTAX - EMPMAST NOT FOUND, GROSS-UPS'
                    ' REGISTERED TO COST CENTER ' W38-CC-UNASSIGNED
            ELSE
                MOVE 'Y' TO W38-EMP-AVAIL-SW
            END-IF

            OPEN I-O    AGR-MASTER
            IF AGR-FILE-NOT-FOUND
                MOVE 'N' TO W39-AGR-AVAIL-SW
                DISPLAY 'BONUSTAX - BONAGRM NOT FOUND, GROSSED-UP'
                    ' AMOUNTS NOT RECORDED ON AGREEMENTS'
            ELSE
                MOVE 'Y' TO W39-AGR-AVAIL-SW
            END-IF

            MOVE W12-PERIOD-END TO W10-RUN-DATE
            MOVE W12-PERIOD-END (1:4) TO W30-PERIOD-YEAR

            PERFORM P0250-LOAD-RATE-TABLE  THRU P0259-EXIT

            PERFORM P0270-LOAD-RECIP-TABLE THRU P0279-EXIT

            OPEN INPUT  WORK-ALLOC
            IF ALC-FILE-NOT-FOUND
                MOVE 'N' TO W34-ALC-AVAIL-SW
                DISPLAY 'BONUSTAX - BONALLOC NOT FOUND, RESIDENT'
                    ' STATE WITHHOLDING ONLY'
            ELSE
                MOVE 'Y' TO W34-ALC-AVAIL-SW
            END-IF

            PERFORM P0900-READ-INPUT       THRU P0999-EXIT

            PERFORM P0220-SKIP-PROCESSED   THRU P0229-EXIT
        P0269-EXIT.
            EXIT.

        P0270-LOAD-RECIP-TABLE.

            OPEN INPUT RECIP-MASTER

            IF RCP-FILE-NOT-FOUND
                MOVE 'Y' TO W35-RCP-EOF-SW
                DISPLAY 'BONUSTAX - BONRECIP NOT FOUND, NO STATE'
                    ' RECIPROCITY APPLIED'
                GO TO P0279-EXIT
            END-IF

            PERFORM P0280-LOAD-ONE-RECIP THRU P0289-EXIT
                UNTIL END-OF-RECIP-FILE

            CLOSE RECIP-MASTER

            DISPLAY 'BONUSTAX - RECIPROCAL STATE PAIRS IN EFFECT '
                W10-RUN-DATE ' = ' W35-RCP-COUNT

            .
        P0279-EXIT.
            EXIT.

        P0280-LOAD-ONE-RECIP.

            READ RECIP-MASTER
                AT END
                    MOVE 'Y' TO W35-RCP-EOF-SW
            END-READ

            IF END-OF-RECIP-FILE
                GO TO P0289-EXIT
            END-IF

            IF RCP-EFF-FROM > W10-RUN-DATE
             OR RCP-EFF-TO < W10-RUN-DATE
                GO TO P0289-EXIT
            END-IF

            IF W35-RCP-COUNT < 200
                ADD +1 TO W35-RCP-COUNT
                MOVE RCP-RESIDENT-STATE
                    TO W35-RCP-RES-STATE (W35-RCP-COUNT)
                MOVE RCP-WORK-STATE
                    TO W35-RCP-WORK-STATE (W35-RCP-COUNT)
            ELSE
                DISPLAY 'BONUSTAX - RECIPROCITY TABLE FULL, PAIR '
                    RCP-RESIDENT-STATE '/' RCP-WORK-STATE ' DROPPED'
            END-IF

            .
        P0289-EXIT.
            EXIT.

        P0300-PROCESS-INPUT.

            ADD +1 TO W01-REC-IN

        P0400-WRAP-UP.

            PERFORM P0660-PRINT-GROSS-UP-REG THRU P0669-EXIT

            CLOSE OUTPUT-BONUS
                  TAX-BONUS
                  YTD-MASTER
                  CONTRIB-FILE

            IF EMP-MASTER-AVAILABLE
                CLOSE EMP-MASTER
            END-IF

            IF AGR-MASTER-AVAILABLE
                CLOSE AGR-MASTER
            END-IF

            IF DEF-MASTER-AVAILABLE
                CLOSE DEFERRAL-MASTER
            END-IF

            IF ALC-FILE-AVAILABLE
                CLOSE WORK-ALLOC
            END-IF

            DISPLAY 'TOTAL RECORDS READ = ' W01-REC-IN
            DISPLAY 'TOTAL RECORDS TAXED = ' W01-REC-OUT
            DISPLAY 'TOTAL MULTI-STATE RECORDS = ' W34-MULTI-CNT
            DISPLAY 'TOTAL STATE DETAIL RECS  = ' W01-DETAIL-OUT

            IF W34-ALLOC-ERR-CNT > ZERO
                DISPLAY 'TOTAL ALLOCATIONS IGNORED = '
                    W34-ALLOC-ERR-CNT
            END-IF
            DISPLAY 'TOTAL 401K DEFERRALS     = ' W32-DEF-CNT
            DISPLAY 'TOTAL 401K DEFERRAL AMT  = ' W32-DEF-AMT

            IF W32-DEF-LIMITED-CNT > ZERO
                DISPLAY 'TOTAL DEFERRALS AT LIMIT = '
                    W32-DEF-LIMITED-CNT
            END-IF

            IF W32-DEF-REDUCED-CNT > ZERO
                DISPLAY 'TOTAL DEFERRALS REDUCED  = '
                    W32-DEF-REDUCED-CNT
            END-IF
            DISPLAY 'TOTAL GROSSED-UP RECORDS = ' W24-GRSUP-CNT
            DISPLAY 'TOTAL GROSS-UP TAX COST  = ' W24-GRSUP-COST

            IF W38-CC-DEFAULT-CNT > ZERO
                DISPLAY 'GROSS-UPS TO UNASSIGNED CC = '
                    W38-CC-DEFAULT-CNT
            END-IF
            DISPLAY 'AGREEMENTS SET TO GROSS  = ' W39-AGR-UPDATED

            IF W24-GRSUP-NOT-DONE > ZERO
                DISPLAY 'TOTAL GROSS-UPS NOT DONE = ' W24-GRSUP-NOT-DONE
            END-IF

            IF W01-REC-IN = W01-REC-OUT
                MOVE +0 TO RETURN-CODE
            MOVE OUT-LAST-NAME          TO TAX-LAST-NAME
            MOVE OUT-FIRST-NAME         TO TAX-FIRST-NAME
            MOVE OUT-MID-INIT           TO TAX-MID-INIT
            MOVE OUT-FED-EXEMPT-IND     TO TAX-FED-EXEMPT-IND
            MOVE OUT-ST-EXEMPT-IND      TO TAX-ST-EXEMPT-IND
            MOVE OUT-EMP-ID             TO TAX-EMP-ID
            MOVE OUT-BONUS-TYPE         TO TAX-BONUS-TYPE
            MOVE W12-PERIOD-END         TO TAX-PERIOD-END
            MOVE W12-RUN-NBR            TO TAX-RUN-NBR
            MOVE 'N'                    TO TAX-GROSS-UP-IND

            PERFORM P0510-READ-YTD-MASTER THRU P0519-EXIT

            PERFORM P0550-LOOKUP-STATE-RATE THRU P0559-EXIT

            PERFORM P0590-READ-DEFER-ELECTION THRU P0591-EXIT

            PERFORM P0700-LOAD-ALLOCATION   THRU P0709-EXIT

            MOVE YTD-OASDI-WAGES-YTD    TO W23-SAVE-OASDI-WAGES
            MOVE YTD-MEDI-WAGES-YTD     TO W23-SAVE-MEDI-WAGES
            MOVE YTD-FEDTAX-WAGES-YTD   TO W23-SAVE-FEDTAX-WAGES

            MOVE OUT-BONUS-AMT          TO W23-GROSS-AMT

            IF OUT-GROSS-UP-REQUESTED
               AND OUT-BONUS-AMT > ZERO
                PERFORM P0570-SOLVE-GROSS-UP  THRU P0579-EXIT
            END-IF

            PERFORM P0580-COMPUTE-TAXES     THRU P0589-EXIT

            IF TAX-NET-BONUS-AMT < ZERO
               AND W30-DEFER-AMT > ZERO
               AND NOT TAX-GROSSED-UP
                PERFORM P0594-REDUCE-DEFERRAL THRU P0595-EXIT
                    UNTIL TAX-NET-BONUS-AMT >= ZERO
                       OR W30-DEFER-AMT = ZERO
                ADD +1 TO W32-DEF-REDUCED-CNT
                DISPLAY 'BONUSTAX - 401K DEFERRAL REDUCED TO KEEP NET'
                    ' PAY POSITIVE FOR ' OUT-EMP-ID
            END-IF

            IF W30-DEFER-AMT NOT = ZERO
               OR DEFERRAL-LIMITED
                PERFORM P0596-POST-DEFERRAL  THRU P0597-EXIT
            END-IF

            IF TAX-GROSSED-UP
                COMPUTE YTD-AMOUNT-YTD =
                    YTD-AMOUNT-YTD + W23-GROSS-AMT - OUT-BONUS-AMT
                PERFORM P0650-WRITE-GROSS-UP-REG THRU P0659-EXIT
                IF AGR-MASTER-AVAILABLE
                 AND (OUT-BONUS-TYPE = 'SI' OR 'RF')
                    PERFORM P0630-UPDATE-AGREEMENT THRU P0639-EXIT
                END-IF
            END-IF

            PERFORM P0530-UPDATE-YTD-MASTER THRU P0539-EXIT

                MOVE ZERO TO W17-OASDI-ROOM
            END-IF

            IF W23-GROSS-AMT < ZERO
                COMPUTE W17-OASDI-TAXABLE =
                    ZERO - YTD-OASDI-WAGES-YTD
                IF W23-GROSS-AMT > W17-OASDI-TAXABLE
                    MOVE W23-GROSS-AMT TO W17-OASDI-TAXABLE
                END-IF
            ELSE
                IF W23-GROSS-AMT < W17-OASDI-ROOM
                    MOVE W23-GROSS-AMT TO W17-OASDI-TAXABLE
                ELSE
                    MOVE W17-OASDI-ROOM TO W17-OASDI-TAXABLE
                END-IF
            MOVE YTD-MEDI-WAGES-YTD TO W17-MEDI-PRIOR-WAGES

            COMPUTE TAX-MEDI-WITHHELD-AMT ROUNDED =
                W23-GROSS-AMT * W13-MEDI-RATE

            COMPUTE W17-ADDL-MEDI-BEFORE =
                W17-MEDI-PRIOR-WAGES - W15-ADDL-MEDI-THRESHOLD
            END-IF

            COMPUTE W17-ADDL-MEDI-TAXABLE =
                W17-MEDI-PRIOR-WAGES + W23-GROSS-AMT
                    - W15-ADDL-MEDI-THRESHOLD
            IF W17-ADDL-MEDI-TAXABLE < ZERO
                MOVE ZERO TO W17-ADDL-MEDI-TAXABLE
            END-IF

            COMPUTE W17-NEW-WAGES =
                W17-MEDI-PRIOR-WAGES + W23-GROSS-AMT
            IF W17-NEW-WAGES < ZERO
                MOVE ZERO TO W17-NEW-WAGES
            END-IF
            MOVE YTD-FEDTAX-WAGES-YTD TO W20-FED-PRIOR-WAGES

            IF W20-FED-PRIOR-WAGES >= W19-SUPP-WAGE-THRESHOLD
                MOVE W30-TAXABLE-AMT TO W20-OVER-PORTION
                MOVE ZERO            TO W20-UNDER-PORTION
            ELSE
                IF (W20-FED-PRIOR-WAGES + W30-TAXABLE-AMT)
                        > W19-SUPP-WAGE-THRESHOLD
                    COMPUTE W20-OVER-PORTION =
                        W20-FED-PRIOR-WAGES + W30-TAXABLE-AMT
                            - W19-SUPP-WAGE-THRESHOLD
                    COMPUTE W20-UNDER-PORTION =
                        W30-TAXABLE-AMT - W20-OVER-PORTION
                    IF NOT GROSS-UP-SOLVING
                        DISPLAY 'BONUSTAX - SUPP WAGES CROSSED 1M,'
                            ' SPLIT-RATE BONUS FOR ' OUT-EMP-ID
                    END-IF
                ELSE
                    MOVE ZERO            TO W20-OVER-PORTION
                    MOVE W30-TAXABLE-AMT TO W20-UNDER-PORTION
                END-IF
            END-IF

            END-IF

            COMPUTE W17-NEW-WAGES =
                W20-FED-PRIOR-WAGES + W30-TAXABLE-AMT
            IF W17-NEW-WAGES < ZERO
                MOVE ZERO TO W17-NEW-WAGES
            END-IF
        P0569-EXIT.
            EXIT.

        P0570-SOLVE-GROSS-UP.

            MOVE OUT-BONUS-AMT TO W23-REQ-NET-AMT
            MOVE ZERO          TO W23-EST-RATE

            IF OUT-FED-EXEMPT-IND NOT = 'Y'
                ADD W03-FED-SUPP-RATE   TO W23-EST-RATE
            END-IF

            IF OUT-ST-EXEMPT-IND NOT = 'Y'
                ADD W07-STATE-RATE-USED TO W23-EST-RATE
            END-IF

            COMPUTE W23-EST-SLOPE =
                ((1 - W30-DEFER-PCT) * (1 - W23-EST-RATE))
                    - W13-OASDI-RATE - W13-MEDI-RATE

            IF W23-EST-SLOPE < W23-MIN-SLOPE
                DISPLAY 'BONUSTAX - GROSS-UP NOT POSSIBLE WITH 401K'
                    ' ELECTION FOR ' OUT-EMP-ID ', PAID AS REQUESTED'
                ADD +1 TO W24-GRSUP-NOT-DONE
                GO TO P0579-EXIT
            END-IF

            COMPUTE W23-EST-GROSS-AMT ROUNDED =
                (W23-REQ-NET-AMT
                    + (W30-DEFER-FLAT * (1 - W23-EST-RATE)))
                        / W23-EST-SLOPE

            IF W23-EST-GROSS-AMT > W23-MAX-GROSS-AMT
                DISPLAY 'BONUSTAX - GROSS-UP EXCEEDS MAXIMUM FOR '
                    OUT-EMP-ID ', PAID AS REQUESTED'
                ADD +1 TO W24-GRSUP-NOT-DONE
                GO TO P0579-EXIT
            END-IF

            MOVE W23-EST-GROSS-AMT TO W23-GROSS-AMT
            MOVE 'Y'               TO W23-SOLVING-SW
            MOVE ZERO              TO W23-ITER-CT
            MOVE 1                 TO W23-DIFF-AMT

            PERFORM P0571-GROSS-UP-ITERATE THRU P0572-EXIT
                UNTIL W23-DIFF-AMT = ZERO
                   OR W23-ITER-CT >= W23-MAX-ITER

            IF W23-DIFF-AMT NOT = ZERO
                PERFORM P0580-COMPUTE-TAXES    THRU P0589-EXIT
                PERFORM P0573-GROSS-UP-BACK-OFF THRU P0574-EXIT
                    UNTIL TAX-NET-BONUS-AMT < W23-REQ-NET-AMT
                       OR W23-GROSS-AMT <= W23-REQ-NET-AMT
                PERFORM P0575-GROSS-UP-PENNY   THRU P0576-EXIT
                    UNTIL TAX-NET-BONUS-AMT >= W23-REQ-NET-AMT
            END-IF

            MOVE 'N' TO W23-SOLVING-SW
            MOVE 'Y' TO TAX-GROSS-UP-IND

            .
        P0579-EXIT.
            EXIT.

        P0571-GROSS-UP-ITERATE.

            ADD +1 TO W23-ITER-CT

            PERFORM P0580-COMPUTE-TAXES    THRU P0589-EXIT

            COMPUTE W23-DIFF-AMT =
                W23-REQ-NET-AMT - TAX-NET-BONUS-AMT

            IF W23-DIFF-AMT NOT = ZERO
                COMPUTE W23-GROSS-AMT ROUNDED =
                    W23-GROSS-AMT + (W23-DIFF-AMT / W23-EST-SLOPE)
            END-IF

            .
        P0572-EXIT.
            EXIT.

        P0573-GROSS-UP-BACK-OFF.

            SUBTRACT 0.05 FROM W23-GROSS-AMT

            PERFORM P0580-COMPUTE-TAXES    THRU P0589-EXIT

            .
        P0574-EXIT.
            EXIT.

        P0575-GROSS-UP-PENNY.

            ADD 0.01 TO W23-GROSS-AMT

            PERFORM P0580-COMPUTE-TAXES    THRU P0589-EXIT

            .
        P0576-EXIT.
            EXIT.

        P0580-COMPUTE-TAXES.

            MOVE W23-SAVE-OASDI-WAGES   TO YTD-OASDI-WAGES-YTD
            MOVE W23-SAVE-MEDI-WAGES    TO YTD-MEDI-WAGES-YTD
            MOVE W23-SAVE-FEDTAX-WAGES  TO YTD-FEDTAX-WAGES-YTD

            MOVE W23-GROSS-AMT          TO TAX-GROSS-BONUS-AMT

            PERFORM P0592-COMPUTE-DEFERRAL  THRU P0593-EXIT

            PERFORM P0540-COMPUTE-FED-WH  THRU P0549-EXIT

            PERFORM P0720-COMPUTE-STATE-WH  THRU P0729-EXIT

            PERFORM P0520-COMPUTE-FICA      THRU P0529-EXIT

            COMPUTE TAX-NET-BONUS-AMT =
                W23-GROSS-AMT - TAX-DEFERRAL-AMT
                              - TAX-FED-WITHHELD-AMT
                              - TAX-STATE-WITHHELD-AMT
                              - TAX-OASDI-WITHHELD-AMT
                              - TAX-MEDI-WITHHELD-AMT

            .
        P0589-EXIT.
            EXIT.

        P0590-READ-DEFER-ELECTION.

            MOVE 'N'                TO W30-DEF-ACTIVE-SW
            MOVE 'N'                TO W30-DEF-LIMITED-SW
            MOVE ZERO               TO W30-PRIOR-DEFERRED
            MOVE ZERO               TO W30-DEFER-PCT
            MOVE ZERO               TO W30-DEFER-FLAT
            MOVE ZERO               TO W30-DEFER-AMT
            MOVE W30-MAX-DEFER-AMT  TO W30-DEFER-CAP

            IF NOT DEF-MASTER-AVAILABLE
                GO TO P0591-EXIT
            END-IF

            MOVE OUT-EMP-ID         TO DEF-EMP-ID

            READ DEFERRAL-MASTER

            IF NOT DEF-REC-FOUND
                GO TO P0591-EXIT
            END-IF

            IF DEF-YTD-YEAR = W30-PERIOD-YEAR
                MOVE DEF-YTD-DEFERRED TO W30-PRIOR-DEFERRED
            END-IF

            MOVE W31-ELECTIVE-LIMIT TO W30-ANNUAL-LIMIT
            IF DEF-CATCHUP-ELIGIBLE
                ADD W31-CATCHUP-LIMIT TO W30-ANNUAL-LIMIT
            END-IF

            IF OUT-BONUS-AMT < ZERO
                IF W30-PRIOR-DEFERRED > ZERO
                   AND YTD-AMOUNT-YTD > ZERO
                    MOVE 'R' TO W30-DEF-ACTIVE-SW
                END-IF
                GO TO P0591-EXIT
            END-IF

            IF NOT DEF-BONUS-INCLUDED
                GO TO P0591-EXIT
            END-IF

            IF DEF-EFF-FROM > W12-PERIOD-END
                GO TO P0591-EXIT
            END-IF

            IF DEF-EFF-TO NOT = ZERO
               AND DEF-EFF-TO < W12-PERIOD-END
                GO TO P0591-EXIT
            END-IF

            IF DEF-PERCENT-ELECTION
                COMPUTE W30-DEFER-PCT = DEF-ELECT-PCT / 100
            ELSE
                IF DEF-FLAT-ELECTION
                    MOVE DEF-ELECT-FLAT-AMT TO W30-DEFER-FLAT
                ELSE
                    DISPLAY 'BONUSTAX - INVALID 401K ELECTION TYPE '
                        DEF-ELECT-TYPE ' FOR ' OUT-EMP-ID
                    GO TO P0591-EXIT
                END-IF
            END-IF

            MOVE 'Y' TO W30-DEF-ACTIVE-SW

            .
        P0591-EXIT.
            EXIT.

        P0592-COMPUTE-DEFERRAL.

            MOVE ZERO TO W30-DEFER-AMT

            IF DEFERRAL-REVERSAL
                COMPUTE W30-DEFER-AMT ROUNDED =
                    W23-GROSS-AMT * W30-PRIOR-DEFERRED
                        / YTD-AMOUNT-YTD
                IF (ZERO - W30-DEFER-AMT) > W30-PRIOR-DEFERRED
                    COMPUTE W30-DEFER-AMT =
                        ZERO - W30-PRIOR-DEFERRED
                END-IF
            END-IF

            IF DEFERRAL-ACTIVE
               AND W23-GROSS-AMT > ZERO
                IF W30-DEFER-PCT > ZERO
                    COMPUTE W30-DEFER-AMT ROUNDED =
                        W23-GROSS-AMT * W30-DEFER-PCT
                ELSE
                    MOVE W30-DEFER-FLAT TO W30-DEFER-AMT
                END-IF

                IF W30-DEFER-AMT > W23-GROSS-AMT
                    MOVE W23-GROSS-AMT TO W30-DEFER-AMT
                END-IF

                COMPUTE W30-LIMIT-ROOM =
                    W30-ANNUAL-LIMIT - W30-PRIOR-DEFERRED
                IF W30-LIMIT-ROOM < ZERO
                    MOVE ZERO TO W30-LIMIT-ROOM
                END-IF

                MOVE 'N' TO W30-DEF-LIMITED-SW
                IF W30-DEFER-AMT > W30-LIMIT-ROOM
                    MOVE W30-LIMIT-ROOM TO W30-DEFER-AMT
                    MOVE 'Y' TO W30-DEF-LIMITED-SW
                END-IF

                IF W30-DEFER-AMT > W30-DEFER-CAP
                    MOVE W30-DEFER-CAP TO W30-DEFER-AMT
                END-IF
            END-IF

            COMPUTE W30-TAXABLE-AMT =
                W23-GROSS-AMT - W30-DEFER-AMT

            MOVE W30-DEFER-AMT TO TAX-DEFERRAL-AMT

            .
        P0593-EXIT.
            EXIT.

        P0594-REDUCE-DEFERRAL.

            COMPUTE W30-DEFER-CAP =
                W30-DEFER-AMT + TAX-NET-BONUS-AMT

            IF W30-DEFER-CAP >= W30-DEFER-AMT
                SUBTRACT 0.01 FROM W30-DEFER-AMT
                    GIVING W30-DEFER-CAP
            END-IF

            IF W30-DEFER-CAP < ZERO
                MOVE ZERO TO W30-DEFER-CAP
            END-IF

            PERFORM P0580-COMPUTE-TAXES     THRU P0589-EXIT

            .
        P0595-EXIT.
            EXIT.

        P0596-POST-DEFERRAL.

            IF DEFERRAL-LIMITED
                ADD +1 TO W32-DEF-LIMITED-CNT
                DISPLAY 'BONUSTAX - 401K DEFERRAL LIMITED TO ANNUAL'
                    ' MAXIMUM FOR ' OUT-EMP-ID
            END-IF

            IF W30-DEFER-AMT = ZERO
                GO TO P0597-EXIT
            END-IF

            COMPUTE W30-NEW-DEFERRED =
                W30-PRIOR-DEFERRED + W30-DEFER-AMT
            IF W30-NEW-DEFERRED < ZERO
                MOVE ZERO TO W30-NEW-DEFERRED
            END-IF

            MOVE W30-PERIOD-YEAR    TO DEF-YTD-YEAR
            MOVE W30-NEW-DEFERRED   TO DEF-YTD-DEFERRED

            REWRITE DEF-ELECT-REC

            IF NOT DEF-REC-FOUND
                DISPLAY 'BONUSTAX - BONDEFM REWRITE FAILED FOR '
                    OUT-EMP-ID ' STATUS ' W30-DEF-STATUS
            END-IF

            MOVE SPACES             TO CON-REC
            MOVE 'D'                TO CON-REC-TYPE
            MOVE OUT-EMP-ID         TO CON-EMP-ID
            MOVE OUT-LAST-NAME      TO CON-LAST-NAME
            MOVE OUT-FIRST-NAME     TO CON-FIRST-NAME
            MOVE OUT-MID-INIT       TO CON-MID-INIT
            MOVE 'PT'               TO CON-SOURCE-CODE
            MOVE W12-PERIOD-END     TO CON-PAY-DATE
            MOVE W12-RUN-NBR        TO CON-RUN-NBR
            MOVE OUT-BONUS-TYPE     TO CON-BONUS-TYPE
            MOVE W30-DEFER-AMT      TO CON-CONTRIB-AMT
            MOVE TAX-GROSS-BONUS-AMT TO CON-GROSS-AMT

            WRITE CON-REC

            ADD +1                  TO W32-DEF-CNT
            ADD W30-DEFER-AMT       TO W32-DEF-AMT

            .
        P0597-EXIT.
            EXIT.

        P0600-WRITE-OUTPUT.

            WRITE TAX-BONUS-REC
            ADD +1 TO W01-REC-OUT
            ADD OUT-BONUS-AMT     TO W37-CTL-AMT-IN
            ADD TAX-NET-BONUS-AMT TO W37-CTL-AMT-OUT

            IF MULTI-STATE-ACTIVE
                PERFORM P0610-WRITE-STATE-DETAILS THRU P0619-EXIT
            END-IF
            .
        P0699-EXIT.
            EXIT.

        P0610-WRITE-STATE-DETAILS.

            MOVE TAX-BONUS-REC          TO W36-PRIMARY-SAVE

            PERFORM P0620-WRITE-ONE-DETAIL THRU P0629-EXIT
                VARYING W33-ALLOC-SUB FROM 1 BY 1
                UNTIL W33-ALLOC-SUB > W33-ALLOC-COUNT

            MOVE W36-PRIMARY-SAVE       TO TAX-BONUS-REC

            .
        P0619-EXIT.
            EXIT.

        P0620-WRITE-ONE-DETAIL.

            IF W33-ALC-RECIPROCAL (W33-ALLOC-SUB)
                GO TO P0629-EXIT
            END-IF

            MOVE W36-PRIMARY-SAVE       TO TAX-BONUS-REC
            MOVE W33-ALC-STATE (W33-ALLOC-SUB)
                                        TO TAX-STATE-CODE
            MOVE W33-ALC-WAGES (W33-ALLOC-SUB)
                                        TO TAX-GROSS-BONUS-AMT
            MOVE W33-ALC-WH (W33-ALLOC-SUB)
                                        TO TAX-STATE-WITHHELD-AMT
            MOVE ZERO                   TO TAX-FED-WITHHELD-AMT
            MOVE ZERO                   TO TAX-OASDI-WITHHELD-AMT
            MOVE ZERO                   TO TAX-MEDI-WITHHELD-AMT
            MOVE ZERO                   TO TAX-NET-BONUS-AMT
            MOVE ZERO                   TO TAX-DEFERRAL-AMT
            MOVE 'N'                    TO TAX-GROSS-UP-IND
            MOVE 'S'                    TO TAX-REC-TYPE

            WRITE TAX-BONUS-REC
            ADD +1 TO W01-DETAIL-OUT

            .
        P0629-EXIT.
            EXIT.

        P0630-UPDATE-AGREEMENT.

            MOVE OUT-EMP-ID             TO AGR-EMP-ID
            MOVE OUT-PERIOD-END         TO AGR-PAY-DATE
            MOVE OUT-RUN-NBR            TO AGR-RUN-NBR

            READ AGR-MASTER

            IF NOT AGR-IO-OK
             OR NOT AGR-OPEN
                DISPLAY 'BONUSTAX - NO OPEN REPAYMENT AGREEMENT FOR '
                    OUT-EMP-ID ', GROSS NOT RECORDED'
                GO TO P0639-EXIT
            END-IF

            MOVE TAX-GROSS-BONUS-AMT    TO AGR-AMOUNT-PAID

            REWRITE AGR-REC
                INVALID KEY
                    DISPLAY 'BONUSTAX - AGREEMENT REWRITE FAILED FOR '
                        OUT-EMP-ID
                NOT INVALID KEY
                    ADD +1 TO W39-AGR-UPDATED
            END-REWRITE

            .
        P0639-EXIT.
            EXIT.

        P0640-FIND-COST-CENTER.

            MOVE W38-CC-UNASSIGNED      TO W38-COST-CENTER

            IF NOT EMP-MASTER-AVAILABLE
                GO TO P0649-EXIT
            END-IF

            MOVE OUT-STATE-CODE         TO EMP-MAST-STATE-CODE
            MOVE OUT-LAST-NAME          TO EMP-MAST-LAST-NAME
            MOVE OUT-FIRST-NAME         TO EMP-MAST-FIRST-NAME
            MOVE OUT-MID-INIT           TO EMP-MAST-MID-INIT

            READ EMP-MASTER

            IF EMP-REC-FOUND
             AND EMP-MAST-COST-CENTER NOT = SPACES
                MOVE EMP-MAST-COST-CENTER TO W38-COST-CENTER
            ELSE
                ADD +1 TO W38-CC-DEFAULT-CNT
                DISPLAY 'BONUSTAX - NO COST CENTER FOR '
                    EMP-MAST-KEY ', REGISTERED TO ' W38-CC-UNASSIGNED
            END-IF

            .
        P0649-EXIT.
            EXIT.

        P0650-WRITE-GROSS-UP-REG.

            PERFORM P0640-FIND-COST-CENTER THRU P0649-EXIT

            MOVE SPACES                 TO GWK-REC
            MOVE W38-COST-CENTER        TO GWK-COST-CENTER
            MOVE OUT-EMP-ID             TO GWK-EMP-ID
            MOVE OUT-LAST-NAME          TO GWK-LAST-NAME
            MOVE OUT-BONUS-TYPE         TO GWK-BONUS-TYPE
            MOVE OUT-STATE-CODE         TO GWK-STATE-CODE
            MOVE W23-REQ-NET-AMT        TO GWK-REQ-NET-AMT
            MOVE TAX-GROSS-BONUS-AMT    TO GWK-GROSS-AMT
            MOVE TAX-FED-WITHHELD-AMT   TO GWK-FED-AMT
            MOVE TAX-STATE-WITHHELD-AMT TO GWK-STATE-AMT
            MOVE TAX-OASDI-WITHHELD-AMT TO GWK-OASDI-AMT
            MOVE TAX-MEDI-WITHHELD-AMT  TO GWK-MEDI-AMT

            WRITE GWK-REC

            .
        P0659-EXIT.
            EXIT.

        P0660-PRINT-GROSS-UP-REG.

            CLOSE GROSS-UP-WORK

            OPEN OUTPUT GROSS-UP-RPT

            SORT SORT-WORK-FILE
                ON ASCENDING KEY SRT-COST-CENTER
                                 SRT-EMP-ID
                USING GROSS-UP-WORK
                OUTPUT PROCEDURE IS P0670-SORT-OUTPUT THRU P0679-EXIT

            CLOSE GROSS-UP-RPT

            .
        P0669-EXIT.
            EXIT.

        P0670-SORT-OUTPUT.

            MOVE ZERO TO W24-GRSUP-CNT
            MOVE ZERO TO W24-GRSUP-REQ-NET
            MOVE ZERO TO W24-GRSUP-GROSS
            MOVE ZERO TO W24-GRSUP-FED
            MOVE ZERO TO W24-GRSUP-STATE
            MOVE ZERO TO W24-GRSUP-OASDI
            MOVE ZERO TO W24-GRSUP-MEDI
            MOVE ZERO TO W24-GRSUP-COST

            PERFORM P0950-READ-SORT        THRU P0959-EXIT

            IF NOT END-OF-SORT-FILE
                MOVE SRT-COST-CENTER    TO W38-CURRENT-CC
            END-IF

            PERFORM P0680-PRINT-ONE-REG    THRU P0689-EXIT
                UNTIL END-OF-SORT-FILE

            IF W38-CC-CNT > ZERO
                PERFORM P0690-CC-BREAK     THRU P0698-EXIT
            END-IF

            MOVE SPACES                 TO W29-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            MOVE SPACES                 TO W28-DETAIL-LINE
            MOVE W24-GRSUP-REQ-NET      TO W28-REQ-NET
            MOVE W24-GRSUP-GROSS        TO W28-GROSS
            MOVE W24-GRSUP-FED          TO W28-FED
            MOVE W24-GRSUP-STATE        TO W28-STATE
            MOVE W24-GRSUP-OASDI        TO W28-OASDI
            MOVE W24-GRSUP-MEDI         TO W28-MEDI
            MOVE W24-GRSUP-COST         TO W28-COST
            MOVE 'TOTAL GROSS-UPS'      TO W28-TOT-LABEL
            MOVE W24-GRSUP-CNT          TO W28-TOT-COUNT

            MOVE W28-DETAIL-LINE        TO W29-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            .
        P0679-EXIT.
            EXIT.

        P0680-PRINT-ONE-REG.

            IF SRT-COST-CENTER NOT = W38-CURRENT-CC
                PERFORM P0690-CC-BREAK     THRU P0698-EXIT
                MOVE SRT-COST-CENTER    TO W38-CURRENT-CC
            END-IF

            MOVE SPACES                 TO W28-DETAIL-LINE
            MOVE SRT-COST-CENTER        TO W28-COST-CENTER
            MOVE SRT-EMP-ID             TO W28-EMP-ID
            MOVE SRT-LAST-NAME          TO W28-LAST-NAME
            MOVE SRT-BONUS-TYPE         TO W28-BONUS-TYPE
            MOVE SRT-STATE-CODE         TO W28-STATE-CODE
            MOVE SRT-REQ-NET-AMT        TO W28-REQ-NET
            MOVE SRT-GROSS-AMT          TO W28-GROSS
            MOVE SRT-FED-AMT            TO W28-FED
            MOVE SRT-STATE-AMT          TO W28-STATE
            MOVE SRT-OASDI-AMT          TO W28-OASDI
            MOVE SRT-MEDI-AMT           TO W28-MEDI
            COMPUTE W28-COST =
                SRT-GROSS-AMT - SRT-REQ-NET-AMT

            MOVE W28-DETAIL-LINE        TO W29-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            ADD +1                      TO W38-CC-CNT
            ADD SRT-REQ-NET-AMT         TO W38-CC-REQ-NET
            ADD SRT-GROSS-AMT           TO W38-CC-GROSS
            ADD SRT-FED-AMT             TO W38-CC-FED
            ADD SRT-STATE-AMT           TO W38-CC-STATE
            ADD SRT-OASDI-AMT           TO W38-CC-OASDI
            ADD SRT-MEDI-AMT            TO W38-CC-MEDI
            COMPUTE W38-CC-COST =
                W38-CC-COST + SRT-GROSS-AMT - SRT-REQ-NET-AMT

            PERFORM P0950-READ-SORT        THRU P0959-EXIT
            .
        P0689-EXIT.
            EXIT.

        P0690-CC-BREAK.

            MOVE SPACES                 TO W28-DETAIL-LINE
            MOVE W38-CC-REQ-NET         TO W28-REQ-NET
            MOVE W38-CC-GROSS           TO W28-GROSS
            MOVE W38-CC-FED             TO W28-FED
            MOVE W38-CC-STATE           TO W28-STATE
            MOVE W38-CC-OASDI           TO W28-OASDI
            MOVE W38-CC-MEDI            TO W28-MEDI
            MOVE W38-CC-COST            TO W28-COST
            MOVE W38-CURRENT-CC         TO W38-CC-LABEL-CC
            MOVE W38-CC-LABEL           TO W28-TOT-LABEL
            MOVE W38-CC-CNT             TO W28-TOT-COUNT

            MOVE W28-DETAIL-LINE        TO W29-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            MOVE SPACES                 TO W29-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            ADD W38-CC-CNT              TO W24-GRSUP-CNT
            ADD W38-CC-REQ-NET          TO W24-GRSUP-REQ-NET
            ADD W38-CC-GROSS            TO W24-GRSUP-GROSS
            ADD W38-CC-FED              TO W24-GRSUP-FED
            ADD W38-CC-STATE            TO W24-GRSUP-STATE
            ADD W38-CC-OASDI            TO W24-GRSUP-OASDI
            ADD W38-CC-MEDI             TO W24-GRSUP-MEDI
            ADD W38-CC-COST             TO W24-GRSUP-COST

            MOVE ZERO TO W38-CC-CNT
            MOVE ZERO TO W38-CC-REQ-NET
            MOVE ZERO TO W38-CC-GROSS
            MOVE ZERO TO W38-CC-FED
            MOVE ZERO TO W38-CC-STATE
            MOVE ZERO TO W38-CC-OASDI
            MOVE ZERO TO W38-CC-MEDI
            MOVE ZERO TO W38-CC-COST

            .
        P0698-EXIT.
            EXIT.

        P0700-LOAD-ALLOCATION.

            MOVE 'N'  TO W34-MULTI-SW
            MOVE ZERO TO W33-ALLOC-COUNT
            MOVE ZERO TO W33-ALLOC-PCT-TOT
            MOVE ZERO TO W34-RES-SUB

            IF NOT ALC-FILE-AVAILABLE
             OR OUT-ST-EXEMPT-IND = 'Y'
                GO TO P0709-EXIT
            END-IF

            MOVE OUT-EMP-ID         TO ALC-EMP-ID
            MOVE W30-PERIOD-YEAR    TO ALC-PLAN-YEAR
            MOVE LOW-VALUES         TO ALC-STATE-CODE
            MOVE 'N'                TO W34-ALC-EOF-SW

            START WORK-ALLOC KEY IS NOT LESS THAN ALC-KEY
                INVALID KEY
                    MOVE 'Y' TO W34-ALC-EOF-SW
            END-START

            PERFORM P0710-READ-ONE-ALLOC THRU P0711-EXIT
                UNTIL END-OF-ALLOC

            IF W33-ALLOC-COUNT = ZERO
                GO TO P0709-EXIT
            END-IF

            IF W33-ALLOC-PCT-TOT > 100
                DISPLAY 'BONUSTAX - WORK-STATE ALLOCATION OVER 100'
                    ' PCT FOR ' OUT-EMP-ID ', RESIDENT STATE ONLY'
                ADD +1 TO W34-ALLOC-ERR-CNT
                GO TO P0709-EXIT
            END-IF

            PERFORM P0712-SCAN-RESIDENT  THRU P0713-EXIT
                VARYING W33-ALLOC-SUB FROM 1 BY 1
                UNTIL W33-ALLOC-SUB > W33-ALLOC-COUNT
                   OR W34-RES-SUB > ZERO

            IF W34-RES-SUB = ZERO
                IF W33-ALLOC-COUNT < 10
                    ADD +1 TO W33-ALLOC-COUNT
                    MOVE W33-ALLOC-COUNT TO W34-RES-SUB
                    MOVE OUT-STATE-CODE
                        TO W33-ALC-STATE (W34-RES-SUB)
                    MOVE ZERO TO W33-ALC-PCT (W34-RES-SUB)
                ELSE
                    DISPLAY 'BONUSTAX - ALLOCATION TABLE FULL FOR '
                        OUT-EMP-ID ', RESIDENT STATE ONLY'
                    ADD +1 TO W34-ALLOC-ERR-CNT
                    GO TO P0709-EXIT
                END-IF
            END-IF

            COMPUTE W33-ALC-PCT (W34-RES-SUB) =
                W33-ALC-PCT (W34-RES-SUB) + 100 - W33-ALLOC-PCT-TOT

            IF W33-ALC-PCT (W34-RES-SUB) = 100
                GO TO P0709-EXIT
            END-IF

            PERFORM P0714-SET-ALLOC-STATE THRU P0715-EXIT
                VARYING W33-ALLOC-SUB FROM 1 BY 1
                UNTIL W33-ALLOC-SUB > W33-ALLOC-COUNT

            MOVE 'Y' TO W34-MULTI-SW
            MOVE 'M' TO TAX-REC-TYPE
            ADD +1   TO W34-MULTI-CNT

            .
        P0709-EXIT.
            EXIT.

        P0710-READ-ONE-ALLOC.

            READ WORK-ALLOC NEXT RECORD
                AT END
                    MOVE 'Y' TO W34-ALC-EOF-SW
            END-READ

            IF END-OF-ALLOC
                GO TO P0711-EXIT
            END-IF

            IF ALC-EMP-ID NOT = OUT-EMP-ID
             OR ALC-PLAN-YEAR NOT = W30-PERIOD-YEAR
                MOVE 'Y' TO W34-ALC-EOF-SW
                GO TO P0711-EXIT
            END-IF

            IF ALC-ALLOC-PCT = ZERO
                GO TO P0711-EXIT
            END-IF

            IF W33-ALLOC-COUNT < 10
                ADD +1 TO W33-ALLOC-COUNT
                MOVE ALC-STATE-CODE
                    TO W33-ALC-STATE (W33-ALLOC-COUNT)
                MOVE ALC-ALLOC-PCT
                    TO W33-ALC-PCT (W33-ALLOC-COUNT)
                ADD ALC-ALLOC-PCT TO W33-ALLOC-PCT-TOT
            ELSE
                DISPLAY 'BONUSTAX - ALLOCATION TABLE FULL, STATE '
                    ALC-STATE-CODE ' DROPPED FOR ' OUT-EMP-ID
            END-IF

            .
        P0711-EXIT.
            EXIT.

        P0712-SCAN-RESIDENT.

            IF W33-ALC-STATE (W33-ALLOC-SUB) = OUT-STATE-CODE
                MOVE W33-ALLOC-SUB TO W34-RES-SUB
            END-IF

            .
        P0713-EXIT.
            EXIT.

        P0714-SET-ALLOC-STATE.

            MOVE 'N' TO W33-ALC-RECIP-SW (W33-ALLOC-SUB)

            IF W33-ALLOC-SUB = W34-RES-SUB
                MOVE W07-STATE-RATE-USED
                    TO W33-ALC-RATE (W33-ALLOC-SUB)
                GO TO P0715-EXIT
            END-IF

            MOVE 'N' TO W06-STATE-FOUND-SW
            MOVE W05-DEF-STATE-RATE TO W33-ALC-RATE (W33-ALLOC-SUB)

            PERFORM P0716-SCAN-ALLOC-RATE THRU P0717-EXIT
                VARYING W04-ST-SUB FROM 1 BY 1
                UNTIL W04-ST-SUB > W04-RATE-COUNT
                   OR STATE-RATE-FOUND

            IF NOT STATE-RATE-FOUND
                DISPLAY 'BONUSTAX - NO RATE ON FILE FOR STATE '
                    W33-ALC-STATE (W33-ALLOC-SUB)
                    ', DEFAULT RATE APPLIED'
            END-IF

            MOVE 'N' TO W35-RCP-FOUND-SW

            PERFORM P0718-SCAN-RECIP      THRU P0719-EXIT
                VARYING W35-RCP-SUB FROM 1 BY 1
                UNTIL W35-RCP-SUB > W35-RCP-COUNT
                   OR RECIP-FOUND

            IF RECIP-FOUND
                MOVE 'Y' TO W33-ALC-RECIP-SW (W33-ALLOC-SUB)
            END-IF

            .
        P0715-EXIT.
            EXIT.

        P0716-SCAN-ALLOC-RATE.

            IF W04-ST-CODE (W04-ST-SUB) = W33-ALC-STATE (W33-ALLOC-SUB)
                MOVE 'Y' TO W06-STATE-FOUND-SW
                MOVE W04-ST-RATE (W04-ST-SUB)
                    TO W33-ALC-RATE (W33-ALLOC-SUB)
            END-IF

            .
        P0717-EXIT.
            EXIT.

        P0718-SCAN-RECIP.

            IF W35-RCP-RES-STATE (W35-RCP-SUB) = OUT-STATE-CODE
               AND W35-RCP-WORK-STATE (W35-RCP-SUB)
                   = W33-ALC-STATE (W33-ALLOC-SUB)
                MOVE 'Y' TO W35-RCP-FOUND-SW
            END-IF

            .
        P0719-EXIT.
            EXIT.

        P0720-COMPUTE-STATE-WH.

            IF OUT-ST-EXEMPT-IND = 'Y'
                MOVE 0 TO TAX-STATE-WITHHELD-AMT
                GO TO P0729-EXIT
            END-IF

            IF NOT MULTI-STATE-ACTIVE
                COMPUTE TAX-STATE-WITHHELD-AMT ROUNDED =
                    W30-TAXABLE-AMT * W07-STATE-RATE-USED
                GO TO P0729-EXIT
            END-IF

            MOVE ZERO TO W34-CREDIT-AMT
            MOVE ZERO TO TAX-STATE-WITHHELD-AMT

            PERFORM P0730-ALLOC-ONE-STATE THRU P0739-EXIT
                VARYING W33-ALLOC-SUB FROM 1 BY 1
                UNTIL W33-ALLOC-SUB > W33-ALLOC-COUNT

            COMPUTE W34-RES-TAX ROUNDED =
                W30-TAXABLE-AMT * W33-ALC-RATE (W34-RES-SUB)

            MOVE W30-TAXABLE-AMT TO W33-ALC-WAGES (W34-RES-SUB)

            COMPUTE W33-ALC-WH (W34-RES-SUB) =
                W34-RES-TAX - W34-CREDIT-AMT

            IF W30-TAXABLE-AMT < ZERO
                IF W33-ALC-WH (W34-RES-SUB) > ZERO
                    MOVE ZERO TO W33-ALC-WH (W34-RES-SUB)
                END-IF
            ELSE
                IF W33-ALC-WH (W34-RES-SUB) < ZERO
                    MOVE ZERO TO W33-ALC-WH (W34-RES-SUB)
                END-IF
            END-IF

            ADD W33-ALC-WH (W34-RES-SUB) TO TAX-STATE-WITHHELD-AMT

            .
        P0729-EXIT.
            EXIT.

        P0730-ALLOC-ONE-STATE.

            IF W33-ALLOC-SUB = W34-RES-SUB
                GO TO P0739-EXIT
            END-IF

            COMPUTE W33-ALC-WAGES (W33-ALLOC-SUB) ROUNDED =
                W30-TAXABLE-AMT * W33-ALC-PCT (W33-ALLOC-SUB) / 100

            MOVE ZERO TO W33-ALC-WH (W33-ALLOC-SUB)

            IF W33-ALC-RECIPROCAL (W33-ALLOC-SUB)
                GO TO P0739-EXIT
            END-IF

            COMPUTE W33-ALC-WH (W33-ALLOC-SUB) ROUNDED =
                W33-ALC-WAGES (W33-ALLOC-SUB)
                    * W33-ALC-RATE (W33-ALLOC-SUB)

            COMPUTE W34-CREDIT-ONE ROUNDED =
                W33-ALC-WAGES (W33-ALLOC-SUB)
                    * W33-ALC-RATE (W34-RES-SUB)

            IF W30-TAXABLE-AMT < ZERO
                IF W33-ALC-WH (W33-ALLOC-SUB) > W34-CREDIT-ONE
                    MOVE W33-ALC-WH (W33-ALLOC-SUB) TO W34-CREDIT-ONE
                END-IF
            ELSE
                IF W33-ALC-WH (W33-ALLOC-SUB) < W34-CREDIT-ONE
                    MOVE W33-ALC-WH (W33-ALLOC-SUB) TO W34-CREDIT-ONE
                END-IF
            END-IF

            ADD W34-CREDIT-ONE TO W34-CREDIT-AMT
            ADD W33-ALC-WH (W33-ALLOC-SUB) TO TAX-STATE-WITHHELD-AMT

            .
        P0739-EXIT.
            EXIT.

        P0800-WRITE-LINE.

            IF W25-LINE-CT >= W25-LINES-PER-PAGE
                PERFORM P0850-WRITE-HEADINGS THRU P0859-EXIT
            END-IF

            WRITE RPT-LINE FROM W29-PRINT-LINE
            ADD +1 TO W25-LINE-CT
            .
        P0899-EXIT.
            EXIT.

        P0850-WRITE-HEADINGS.

            ADD +1 TO W25-PAGE-NO
            MOVE W25-PAGE-NO TO W26-HDG1-PAGE

            IF W25-PAGE-NO > 1
                WRITE RPT-LINE FROM W26-HDG1
                    BEFORE ADVANCING PAGE
            ELSE
                WRITE RPT-LINE FROM W26-HDG1
            END-IF

            WRITE RPT-LINE FROM W27-HDG2
            MOVE ZERO TO W25-LINE-CT
            .
        P0859-EXIT.
            EXIT.

        P0900-READ-INPUT.

            READ OUTPUT-BONUS
                AT END
                    MOVE 'Y' TO W02-IN-EOF-SW
                NOT AT END
                    ADD +1 TO W22-TAX-CKPT-CURR-REC
            END-READ

            .
        P0999-EXIT.
            EXIT.

        P0950-READ-SORT.

            RETURN SORT-WORK-FILE
                AT END
                    MOVE 'Y' TO W38-SORT-EOF-SW
            END-RETURN

            .
        P0959-EXIT.
            EXIT.

        P0970-WRITE-RUN-HISTORY.

            MOVE FUNCTION CURRENT-DATE TO W37-END-DATETIME

            MOVE SPACES                  TO RHS-REC
            MOVE W12-PERIOD-END          TO RHS-PERIOD-END
            MOVE W12-RUN-NBR             TO RHS-RUN-NBR
            MOVE 'BONUSTAX'              TO RHS-PROGRAM
            MOVE W37-START-DATETIME (1:8) TO RHS-START-DATE
            MOVE W37-START-DATETIME (9:8) TO RHS-START-TIME
            MOVE W37-END-DATETIME (1:8)   TO RHS-END-DATE
            MOVE W37-END-DATETIME (9:8)   TO RHS-END-TIME
            MOVE W01-REC-IN              TO RHS-RECS-READ
            MOVE W01-REC-OUT             TO RHS-RECS-WRITTEN
            MOVE ZERO                    TO RHS-RECS-REJECTED
            MOVE W37-CTL-AMT-IN          TO RHS-CTL-AMT-IN
            MOVE W37-CTL-AMT-OUT         TO RHS-CTL-AMT-OUT
            MOVE RETURN-CODE             TO RHS-RETURN-CODE

            OPEN EXTEND RUN-HISTORY
            IF RHS-FILE-NOT-FOUND
                OPEN OUTPUT RUN-HISTORY
                CLOSE RUN-HISTORY
                OPEN EXTEND RUN-HISTORY
                DISPLAY 'BONUSTAX - BONRUNHS NOT FOUND, CREATED NEW'
            END-IF

            WRITE RHS-REC
            CLOSE RUN-HISTORY

            .
        P0979-EXIT.
            EXIT.
