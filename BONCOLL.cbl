        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONCOLL.
        AUTHOR. REF.
        INSTALLATION. REF COMPANY.
        DATE-WRITTEN. 10/15/2026.
        DATE-COMPILED. 10/15/2026.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OPTIONAL RECEIVABLE-QUEUE ASSIGN TO BONRECV.
            SELECT AGR-MASTER ASSIGN TO BONAGRM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AGR-KEY
                FILE STATUS IS W03-AGR-STATUS.
            SELECT DEMAND-LETTERS ASSIGN TO BONDMDLT.
            SELECT COLL-RPT ASSIGN TO BONCOLRP.
            SELECT RV-BATCH ASSIGN TO BONRVBON
                FILE STATUS IS W03-RVB-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD RECEIVABLE-QUEUE
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RCV-REC.
            COPY BONUSRCV.

        FD AGR-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS AGR-REC.
            COPY BONUSAGR.

        FD DEMAND-LETTERS
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS DLTR-LINE.
        01 DLTR-LINE                            PIC X(133).

        FD COLL-RPT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS COLL-LINE.
        01 COLL-LINE                            PIC X(133).

        FD RV-BATCH
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS IN-BONUS-REC.
            COPY BONUSIN.

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR COLL'.

        01 W01-ACCUMULATORS.
            05 W01-QUEUE-IN                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-LETTERS                  PIC S9(7) COMP   VALUE ZERO.
            05 W01-LETTER-AMT               PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-AGR-READ                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-RCV-OPEN                 PIC S9(7) COMP   VALUE ZERO.
            05 W01-RCV-OPEN-AMT             PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.
            05 W01-RV-WRITTEN               PIC S9(7) COMP   VALUE ZERO.
            05 W01-RV-DEFERRED              PIC S9(7) COMP   VALUE ZERO.
            05 W01-RV-REQUEUED              PIC S9(7) COMP   VALUE ZERO.
            05 W01-RV-HASH-AMT              PIC 9(13)V99 COMP-3
                                                             VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-RCV-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-QUEUE-FILE                        VALUE 'Y'.
            05 W02-AGR-EOF-SW               PIC X           VALUE 'N'.
                88 END-OF-AGREEMENTS                        VALUE 'Y'.

        01 W03-AGR-STATUS                   PIC X(2)        VALUE '00'.
            88 AGR-IO-OK                                    VALUE '00'.
            88 AGR-FILE-NOT-FOUND                           VALUE '35'.

        01 W03-RVB-STATUS                   PIC X(2)        VALUE '00'.
            88 RVB-FILE-NOT-FOUND                           VALUE '35'.

        01 W04-PARMS.
            05 W04-PARM-RVGEN               PIC X(1)   VALUE SPACES.
            05 W04-PARM-DUEDAYS             PIC X(3)   VALUE SPACES.
            05 W04-PARM-DUEDAYS-N REDEFINES W04-PARM-DUEDAYS
                                            PIC 9(3).
            05 W04-PARM-RQDAYS              PIC X(3)   VALUE SPACES.
            05 W04-PARM-RQDAYS-N REDEFINES W04-PARM-RQDAYS
                                            PIC 9(3).
            05 W04-RVGEN-SW                 PIC X(1)        VALUE 'N'.
                88 GENERATE-REVERSALS                       VALUE 'Y'.
            05 W04-DUE-DAYS                 PIC S9(4) COMP  VALUE +30.
            05 W04-REQUEUE-DAYS             PIC S9(4) COMP  VALUE +30.
            05 W04-RV-SELECT-SW             PIC X(1)        VALUE 'N'.
                88 RV-SELECTED                              VALUE 'Y'.

        01 W05-DATE-WORK.
            05 W05-CURR-DATETIME            PIC X(21).
            05 W05-TODAY                    PIC 9(8)        VALUE ZERO.
            05 W05-DUE-DATE                 PIC 9(8)        VALUE ZERO.
            05 W05-AGE-DAYS                 PIC S9(7) COMP  VALUE ZERO.
            05 W05-QUEUED-DAYS              PIC S9(7) COMP  VALUE ZERO.
            05 W05-LAST-RV-EMP-ID           PIC 9(9)        VALUE ZERO.

        01 W06-BUCKET-NAMES.
            05 FILLER               PIC X(16) VALUE '0 - 30 DAYS'.
            05 FILLER               PIC X(16) VALUE '31 - 60 DAYS'.
            05 FILLER               PIC X(16) VALUE '61 - 90 DAYS'.
            05 FILLER               PIC X(16) VALUE 'OVER 90 DAYS'.
        01 W06-BUCKET-NAMES-R REDEFINES W06-BUCKET-NAMES.
            05 W06-BUCKET-NAME      PIC X(16) OCCURS 4 TIMES.

        01 W07-BUCKET-TOTALS.
            05 W07-BKT-SUB                  PIC S9(4) COMP  VALUE ZERO.
            05 W07-BKT-ENTRY  OCCURS 4 TIMES.
                10 W07-BKT-COUNT             PIC S9(7) COMP.
                10 W07-BKT-AMT               PIC S9(11)V99 COMP-3.

        01 W08-PAGE-CTRL.
            05 W08-PAGE-NO                  PIC S9(3) COMP VALUE ZERO.
            05 W08-LINE-CT                  PIC S9(3) COMP VALUE 99.
            05 W08-LINES-PER-PAGE           PIC S9(3) COMP VALUE 50.

        01 W09-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(44) VALUE
                'BONUS REPAYMENT COLLECTIONS REPORT'.
            05 FILLER               PIC X(8)  VALUE 'RUN ON '.
            05 W09-HDG1-DATE        PIC 9(8).
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 FILLER               PIC X(5)  VALUE 'PAGE '.
            05 W09-HDG1-PAGE        PIC ZZ9.

        01 W10-HDG2.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(11) VALUE 'EMP ID'.
            05 FILLER               PIC X(21) VALUE 'LAST NAME'.
            05 FILLER               PIC X(5)  VALUE 'TYPE'.
            05 FILLER               PIC X(10) VALUE 'PAY DATE'.
            05 FILLER               PIC X(15) VALUE '    AMOUNT PAID'.
            05 FILLER               PIC X(8)  VALUE ' COMMIT'.
            05 FILLER               PIC X(7)  VALUE 'SERVED'.
            05 FILLER               PIC X(10) VALUE 'TERM DATE'.
            05 FILLER               PIC X(15) VALUE '    AMOUNT OWED'.
            05 FILLER               PIC X(6)  VALUE '  DAYS'.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(20) VALUE 'RV REVERSAL'.

        01 W11-DETAIL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-EMP-ID           PIC 9(9).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-LAST-NAME        PIC X(20).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W11-BONUS-TYPE       PIC X(2).
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 W11-PAY-DATE         PIC 9(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-AMOUNT-PAID      PIC Z,ZZZ,ZZ9.99-.
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 W11-COMMIT-MONTHS    PIC ZZ9.
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 W11-MONTHS-SERVED    PIC ZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 W11-TERM-DATE        PIC 9(8).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-AMOUNT-OWED      PIC Z,ZZZ,ZZ9.99-.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W11-AGE-DAYS         PIC ZZZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 W11-RV-STATUS        PIC X(7).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W11-RV-DATE          PIC X(8).

        01 W12-BUCKET-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(15) VALUE 'AGED '.
            05 W12-BUCKET           PIC X(16).
            05 W12-COUNT            PIC ZZZ,ZZ9.
            05 FILLER               PIC X(10) VALUE ' ACCOUNTS '.
            05 W12-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

        01 W13-TOTAL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 FILLER               PIC X(31) VALUE
                'TOTAL REPAYMENTS OUTSTANDING'.
            05 W13-COUNT            PIC ZZZ,ZZ9.
            05 FILLER               PIC X(10) VALUE ' ACCOUNTS '.
            05 W13-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.

        01 W14-PRINT-LINE                   PIC X(133).
        01 W15-BLANK-LINE                   PIC X(133) VALUE SPACES.

        01 W16-LTR-HEAD.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(50) VALUE
                'REF COMPANY - PAYROLL DEPARTMENT'.
            05 W16-LTR-DATE         PIC 9(8).

        01 W17-LTR-NAME.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 W17-FIRST-NAME       PIC X(15).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W17-MID-INIT         PIC X(1).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W17-LAST-NAME        PIC X(20).

        01 W18-LTR-EMP.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(13) VALUE 'EMPLOYEE ID: '.
            05 W18-EMP-ID           PIC 9(9).
            05 FILLER               PIC X(10) VALUE '   STATE: '.
            05 W18-STATE-CODE       PIC X(2).

        01 W19-LTR-SUBJECT.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(17) VALUE 'RE: REPAYMENT OF '.
            05 W19-BONUS-DESC       PIC X(20).

        01 W20-LTR-TEXT.
            05 FILLER               PIC X(56) VALUE
                'UNDER THE TERMS OF YOUR BONUS REPAYMENT AGREEMENT,'.
            05 FILLER               PIC X(56) VALUE
                'THE BONUS PAID TO YOU IS REPAYABLE IF YOUR EMPLOYMENT'.
            05 FILLER               PIC X(56) VALUE
                'ENDS BEFORE THE END OF THE COMMITMENT PERIOD.'.
            05 FILLER               PIC X(56) VALUE
                'OUR RECORDS SHOW THE FOLLOWING:'.
            05 FILLER               PIC X(56) VALUE
                'PLEASE REMIT THE AMOUNT DUE TO THE PAYROLL DEPARTMENT'.
            05 FILLER               PIC X(56) VALUE
                'BY THE DUE DATE. IF YOU BELIEVE THIS AMOUNT IS'.
            05 FILLER               PIC X(56) VALUE
                'INCORRECT, CONTACT PAYROLL BEFORE THAT DATE.'.
        01 W20-LTR-TEXT-R REDEFINES W20-LTR-TEXT.
            05 W20-LTR-TEXT-LINE    PIC X(56) OCCURS 7 TIMES.

        01 W21-LTR-TEXT-LINE.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 W21-TEXT             PIC X(56).

        01 W22-LTR-DETAIL.
            05 FILLER               PIC X(14) VALUE SPACES.
            05 W22-LABEL            PIC X(24).
            05 W22-VALUE            PIC X(20).

        01 W23-EDIT-FIELDS.
            05 W23-AMT-EDIT         PIC Z,ZZZ,ZZ9.99.
            05 W23-MONTHS-EDIT      PIC ZZ9.
            05 W23-MONTHS-TEXT.
                10 W23-MONTHS       PIC ZZ9.
                10 FILLER           PIC X(7)  VALUE ' MONTHS'.

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            PERFORM P0200-INITIALIZE        THRU P0299-EXIT

            PERFORM P0300-PRINT-LETTERS     THRU P0399-EXIT

            PERFORM P0500-SCAN-AGREEMENTS   THRU P0599-EXIT

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            GOBACK
            .
        P0199-EXIT.
            EXIT.

        P0200-INITIALIZE.

            OPEN I-O    AGR-MASTER
            IF AGR-FILE-NOT-FOUND
                DISPLAY 'BONCOLL - AGREEMENT MASTER BONAGRM MISSING'
                MOVE +95 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN INPUT  RECEIVABLE-QUEUE
                 OUTPUT DEMAND-LETTERS
                 OUTPUT COLL-RPT

            MOVE FUNCTION CURRENT-DATE TO W05-CURR-DATETIME
            MOVE W05-CURR-DATETIME (1:8) TO W05-TODAY
            MOVE W05-TODAY               TO W09-HDG1-DATE
            MOVE W05-TODAY               TO W16-LTR-DATE

            PERFORM P0250-GET-PARMS        THRU P0259-EXIT

            COMPUTE W05-DUE-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (W05-TODAY) + W04-DUE-DAYS)

            IF GENERATE-REVERSALS
                OPEN EXTEND RV-BATCH
                IF RVB-FILE-NOT-FOUND
                    OPEN OUTPUT RV-BATCH
                    CLOSE RV-BATCH
                    OPEN EXTEND RV-BATCH
                    DISPLAY 'BONCOLL - BONRVBON NOT FOUND, CREATED NEW'
                END-IF
            END-IF

            PERFORM P0270-CLEAR-BUCKET     THRU P0279-EXIT
                VARYING W07-BKT-SUB FROM 1 BY 1
                UNTIL W07-BKT-SUB > 4

            .
        P0299-EXIT.
            EXIT.

        P0250-GET-PARMS.

            ACCEPT W04-PARM-RVGEN   FROM ENVIRONMENT 'BONCOLL-RVGEN'
            ACCEPT W04-PARM-DUEDAYS FROM ENVIRONMENT 'BONCOLL-DUEDAYS'
            ACCEPT W04-PARM-RQDAYS  FROM ENVIRONMENT 'BONCOLL-RQDAYS'

            IF W04-PARM-RVGEN = 'Y' OR 'N'
                MOVE W04-PARM-RVGEN TO W04-RVGEN-SW
            ELSE
                IF W04-PARM-RVGEN NOT = SPACES
                    DISPLAY 'BONCOLL - BONCOLL-RVGEN INVALID (Y/N),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            IF W04-PARM-DUEDAYS NUMERIC
                MOVE W04-PARM-DUEDAYS-N TO W04-DUE-DAYS
            ELSE
                IF W04-PARM-DUEDAYS NOT = SPACES
                    DISPLAY 'BONCOLL - BONCOLL-DUEDAYS INVALID (NNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            IF W04-PARM-RQDAYS NUMERIC
                MOVE W04-PARM-RQDAYS-N TO W04-REQUEUE-DAYS
            ELSE
                IF W04-PARM-RQDAYS NOT = SPACES
                    DISPLAY 'BONCOLL - BONCOLL-RQDAYS INVALID (NNN),'
                        ' DEFAULT USED'
                END-IF
            END-IF

            DISPLAY 'BONCOLL - GENERATE RV REVERSALS = ' W04-RVGEN-SW
            DISPLAY 'BONCOLL - PAYMENT DUE DAYS      = ' W04-DUE-DAYS
            DISPLAY 'BONCOLL - RV REQUEUE AFTER DAYS = '
                W04-REQUEUE-DAYS

            .
        P0259-EXIT.
            EXIT.

        P0270-CLEAR-BUCKET.

            MOVE ZERO TO W07-BKT-COUNT (W07-BKT-SUB)
            MOVE ZERO TO W07-BKT-AMT (W07-BKT-SUB)

            .
        P0279-EXIT.
            EXIT.

        P0300-PRINT-LETTERS.

            PERFORM P0900-READ-QUEUE       THRU P0909-EXIT

            IF END-OF-QUEUE-FILE
                DISPLAY 'BONCOLL - NO NEW REPAYMENTS, NO DEMAND'
                    ' LETTERS PRINTED'
            END-IF

            PERFORM P0310-PRINT-ONE-LETTER THRU P0319-EXIT
                UNTIL END-OF-QUEUE-FILE

            .
        P0399-EXIT.
            EXIT.

        P0310-PRINT-ONE-LETTER.

            ADD +1 TO W01-LETTERS
            ADD RCV-AMOUNT-OWED TO W01-LETTER-AMT

            IF W01-LETTERS > 1
                WRITE DLTR-LINE FROM W16-LTR-HEAD
                    AFTER ADVANCING PAGE
            ELSE
                WRITE DLTR-LINE FROM W16-LTR-HEAD
            END-IF

            WRITE DLTR-LINE FROM W15-BLANK-LINE
            WRITE DLTR-LINE FROM W15-BLANK-LINE

            MOVE RCV-FIRST-NAME         TO W17-FIRST-NAME
            MOVE RCV-MID-INIT           TO W17-MID-INIT
            MOVE RCV-LAST-NAME          TO W17-LAST-NAME
            WRITE DLTR-LINE FROM W17-LTR-NAME

            MOVE RCV-EMP-ID             TO W18-EMP-ID
            MOVE RCV-STATE-CODE         TO W18-STATE-CODE
            WRITE DLTR-LINE FROM W18-LTR-EMP

            WRITE DLTR-LINE FROM W15-BLANK-LINE

            IF RCV-BONUS-TYPE = 'SI'
                MOVE 'SIGN-ON BONUS'    TO W19-BONUS-DESC
            ELSE
                MOVE 'RETENTION BONUS'  TO W19-BONUS-DESC
            END-IF
            WRITE DLTR-LINE FROM W19-LTR-SUBJECT

            WRITE DLTR-LINE FROM W15-BLANK-LINE

            MOVE W20-LTR-TEXT-LINE (1)  TO W21-TEXT
            WRITE DLTR-LINE FROM W21-LTR-TEXT-LINE
            MOVE W20-LTR-TEXT-LINE (2)  TO W21-TEXT
            WRITE DLTR-LINE FROM W21-LTR-TEXT-LINE
            MOVE W20-LTR-TEXT-LINE (3)  TO W21-TEXT
            WRITE DLTR-LINE FROM W21-LTR-TEXT-LINE
            MOVE W20-LTR-TEXT-LINE (4)  TO W21-TEXT
            WRITE DLTR-LINE FROM W21-LTR-TEXT-LINE

            WRITE DLTR-LINE FROM W15-BLANK-LINE

            MOVE 'BONUS PAID ON'        TO W22-LABEL
            MOVE RCV-PAY-DATE           TO W22-VALUE
            WRITE DLTR-LINE FROM W22-LTR-DETAIL

            MOVE 'AMOUNT PAID'          TO W22-LABEL
            MOVE RCV-AMOUNT-PAID        TO W23-AMT-EDIT
            MOVE W23-AMT-EDIT           TO W22-VALUE
            WRITE DLTR-LINE FROM W22-LTR-DETAIL

            MOVE 'COMMITMENT PERIOD'    TO W22-LABEL
            MOVE RCV-COMMIT-MONTHS      TO W23-MONTHS
            MOVE W23-MONTHS-TEXT        TO W22-VALUE
            WRITE DLTR-LINE FROM W22-LTR-DETAIL

            MOVE 'EMPLOYMENT ENDED'     TO W22-LABEL
            MOVE RCV-TERM-DATE          TO W22-VALUE
            WRITE DLTR-LINE FROM W22-LTR-DETAIL

            MOVE 'MONTHS SERVED'        TO W22-LABEL
            MOVE RCV-MONTHS-SERVED      TO W23-MONTHS
            MOVE W23-MONTHS-TEXT        TO W22-VALUE
            WRITE DLTR-LINE FROM W22-LTR-DETAIL

            MOVE 'REPAYMENT BASIS'      TO W22-LABEL
            IF RCV-PRORATE-RULE = 'F'
                MOVE 'FULL AMOUNT'      TO W22-VALUE
            ELSE
                MOVE 'PRORATED MONTHLY' TO W22-VALUE
            END-IF
            WRITE DLTR-LINE FROM W22-LTR-DETAIL

            WRITE DLTR-LINE FROM W15-BLANK-LINE

            MOVE 'AMOUNT DUE'           TO W22-LABEL
            MOVE RCV-AMOUNT-OWED        TO W23-AMT-EDIT
            MOVE W23-AMT-EDIT           TO W22-VALUE
            WRITE DLTR-LINE FROM W22-LTR-DETAIL

            MOVE 'PAYMENT DUE BY'       TO W22-LABEL
            MOVE W05-DUE-DATE           TO W22-VALUE
            WRITE DLTR-LINE FROM W22-LTR-DETAIL

            WRITE DLTR-LINE FROM W15-BLANK-LINE

            MOVE W20-LTR-TEXT-LINE (5)  TO W21-TEXT
            WRITE DLTR-LINE FROM W21-LTR-TEXT-LINE
            MOVE W20-LTR-TEXT-LINE (6)  TO W21-TEXT
            WRITE DLTR-LINE FROM W21-LTR-TEXT-LINE
            MOVE W20-LTR-TEXT-LINE (7)  TO W21-TEXT
            WRITE DLTR-LINE FROM W21-LTR-TEXT-LINE

            PERFORM P0900-READ-QUEUE       THRU P0909-EXIT
            .
        P0319-EXIT.
            EXIT.

        P0400-WRAP-UP.

            IF W01-RV-WRITTEN > ZERO
                PERFORM P0450-WRITE-TRAILER THRU P0459-EXIT
            END-IF

            CLOSE RECEIVABLE-QUEUE
                  AGR-MASTER
                  DEMAND-LETTERS
                  COLL-RPT

            IF GENERATE-REVERSALS
                CLOSE RV-BATCH
            END-IF

            DISPLAY 'TOTAL NEW REPAYMENTS READ  = ' W01-QUEUE-IN
            DISPLAY 'TOTAL DEMAND LETTERS       = ' W01-LETTERS
            DISPLAY 'TOTAL DEMANDED AMOUNT      = ' W01-LETTER-AMT
            DISPLAY 'TOTAL AGREEMENTS READ      = ' W01-AGR-READ
            DISPLAY 'TOTAL REPAYMENTS OPEN      = ' W01-RCV-OPEN
            DISPLAY 'TOTAL AMOUNT OUTSTANDING   = ' W01-RCV-OPEN-AMT
            DISPLAY 'TOTAL RV REVERSALS WRITTEN = ' W01-RV-WRITTEN
            DISPLAY 'TOTAL RV DEFERRED TO NEXT  = ' W01-RV-DEFERRED
            DISPLAY 'TOTAL RV REQUEUED          = ' W01-RV-REQUEUED

            IF W01-QUEUE-IN > ZERO
                OPEN OUTPUT RECEIVABLE-QUEUE
                CLOSE RECEIVABLE-QUEUE
                DISPLAY 'BONCOLL - RECEIVABLE QUEUE BONRECV CLEARED'
            END-IF

            MOVE +0 TO RETURN-CODE

            .
        P0499-EXIT.
            EXIT.

        P0450-WRITE-TRAILER.

            MOVE SPACES              TO IN-CTL-TRL-REC
            MOVE 'TR'                TO IN-TRL-REC-ID
            MOVE W01-RV-WRITTEN      TO IN-TRL-REC-COUNT
            MOVE W01-RV-HASH-AMT     TO IN-TRL-HASH-AMT

            WRITE IN-CTL-TRL-REC

            .
        P0459-EXIT.
            EXIT.

        P0500-SCAN-AGREEMENTS.

            MOVE LOW-VALUES TO AGR-KEY

            START AGR-MASTER KEY IS NOT LESS THAN AGR-KEY
                INVALID KEY
                    MOVE 'Y' TO W02-AGR-EOF-SW
            END-START

            PERFORM P0510-SCAN-ONE-AGR     THRU P0519-EXIT
                UNTIL END-OF-AGREEMENTS

            PERFORM P0560-PRINT-TOTALS     THRU P0569-EXIT

            .
        P0599-EXIT.
            EXIT.

        P0510-SCAN-ONE-AGR.

            READ AGR-MASTER NEXT RECORD
                AT END
                    MOVE 'Y' TO W02-AGR-EOF-SW
            END-READ

            IF END-OF-AGREEMENTS
                GO TO P0519-EXIT
            END-IF

            ADD +1 TO W01-AGR-READ

            IF NOT AGR-RECEIVABLE
                GO TO P0519-EXIT
            END-IF

            IF GENERATE-REVERSALS
             AND AGR-RVSL-POSTED-DATE = ZERO
                PERFORM P0530-SELECT-REVERSAL THRU P0539-EXIT
                IF RV-SELECTED
                    PERFORM P0550-WRITE-REVERSAL THRU P0559-EXIT
                END-IF
            END-IF

            PERFORM P0520-PRINT-ONE-AGR    THRU P0529-EXIT

            .
        P0519-EXIT.
            EXIT.

        P0520-PRINT-ONE-AGR.

            MOVE ZERO TO W05-AGE-DAYS

            IF AGR-TERM-DATE NUMERIC
             AND AGR-TERM-DATE > ZERO
                COMPUTE W05-AGE-DAYS =
                    FUNCTION INTEGER-OF-DATE (W05-TODAY)
                  - FUNCTION INTEGER-OF-DATE (AGR-TERM-DATE)
            END-IF

            EVALUATE TRUE
                WHEN W05-AGE-DAYS > 90
                    MOVE 4 TO W07-BKT-SUB
                WHEN W05-AGE-DAYS > 60
                    MOVE 3 TO W07-BKT-SUB
                WHEN W05-AGE-DAYS > 30
                    MOVE 2 TO W07-BKT-SUB
                WHEN OTHER
                    MOVE 1 TO W07-BKT-SUB
            END-EVALUATE

            ADD +1 TO W07-BKT-COUNT (W07-BKT-SUB)
            ADD AGR-AMOUNT-OWED TO W07-BKT-AMT (W07-BKT-SUB)
            ADD +1 TO W01-RCV-OPEN
            ADD AGR-AMOUNT-OWED TO W01-RCV-OPEN-AMT

            MOVE AGR-EMP-ID             TO W11-EMP-ID
            MOVE AGR-LAST-NAME          TO W11-LAST-NAME
            MOVE AGR-BONUS-TYPE         TO W11-BONUS-TYPE
            MOVE AGR-PAY-DATE           TO W11-PAY-DATE
            MOVE AGR-AMOUNT-PAID        TO W11-AMOUNT-PAID
            MOVE AGR-COMMIT-MONTHS      TO W11-COMMIT-MONTHS
            MOVE AGR-MONTHS-SERVED      TO W11-MONTHS-SERVED
            MOVE AGR-TERM-DATE          TO W11-TERM-DATE
            MOVE AGR-AMOUNT-OWED        TO W11-AMOUNT-OWED
            MOVE W05-AGE-DAYS           TO W11-AGE-DAYS

            EVALUATE TRUE
                WHEN AGR-RVSL-POSTED-DATE > ZERO
                    MOVE 'POSTED'       TO W11-RV-STATUS
                    MOVE AGR-RVSL-POSTED-DATE TO W11-RV-DATE
                WHEN AGR-RVSL-QUEUED-DATE > ZERO
                    MOVE 'QUEUED'       TO W11-RV-STATUS
                    MOVE AGR-RVSL-QUEUED-DATE TO W11-RV-DATE
                WHEN OTHER
                    MOVE 'NONE'         TO W11-RV-STATUS
                    MOVE SPACES         TO W11-RV-DATE
            END-EVALUATE

            MOVE W11-DETAIL-LINE        TO W14-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            .
        P0529-EXIT.
            EXIT.

        P0530-SELECT-REVERSAL.

            MOVE 'N' TO W04-RV-SELECT-SW

            IF AGR-RVSL-QUEUED-DATE = ZERO
                MOVE 'Y' TO W04-RV-SELECT-SW
                GO TO P0539-EXIT
            END-IF

            COMPUTE W05-QUEUED-DAYS =
                FUNCTION INTEGER-OF-DATE (W05-TODAY)
              - FUNCTION INTEGER-OF-DATE (AGR-RVSL-QUEUED-DATE)

            IF W05-QUEUED-DAYS > W04-REQUEUE-DAYS
                MOVE 'Y' TO W04-RV-SELECT-SW
                ADD +1 TO W01-RV-REQUEUED
                DISPLAY 'BONCOLL - RV FOR ' AGR-EMP-ID ' QUEUED '
                    AGR-RVSL-QUEUED-DATE ' NOT POSTED, REQUEUED'
            END-IF

            .
        P0539-EXIT.
            EXIT.

        P0550-WRITE-REVERSAL.

            IF AGR-EMP-ID = W05-LAST-RV-EMP-ID
                ADD +1 TO W01-RV-DEFERRED
                DISPLAY 'BONCOLL - SECOND REVERSAL FOR ' AGR-EMP-ID
                    ' DEFERRED TO NEXT RUN'
                GO TO P0559-EXIT
            END-IF

            IF W01-RV-WRITTEN = ZERO
                PERFORM P0540-WRITE-HEADER THRU P0549-EXIT
            END-IF

            MOVE SPACES                 TO IN-BONUS-REC
            MOVE AGR-STATE-CODE         TO IN-STATE-CODE
            MOVE AGR-LAST-NAME          TO IN-LAST-NAME
            MOVE AGR-FIRST-NAME         TO IN-FIRST-NAME
            MOVE AGR-MID-INIT           TO IN-MID-INIT
            MOVE AGR-AMOUNT-OWED        TO IN-BONUS-AMT
            MOVE AGR-FED-EXEMPT-IND     TO IN-FED-EXEMPT-IND
            MOVE AGR-ST-EXEMPT-IND      TO IN-STATE-EXEMPT-IND
            MOVE 'RV'                   TO IN-BONUS-TYPE
            MOVE AGR-EMP-ID             TO IN-AGR-EMP-ID
            MOVE AGR-PAY-DATE           TO IN-AGR-PAY-DATE

            WRITE IN-BONUS-REC

            ADD +1 TO W01-RV-WRITTEN
            ADD IN-BONUS-AMT TO W01-RV-HASH-AMT
            MOVE AGR-EMP-ID             TO W05-LAST-RV-EMP-ID

            MOVE W05-TODAY              TO AGR-RVSL-QUEUED-DATE

            REWRITE AGR-REC
                INVALID KEY
                    DISPLAY 'BONCOLL - AGREEMENT REWRITE FAILED FOR '
                        AGR-EMP-ID
            END-REWRITE

            .
        P0559-EXIT.
            EXIT.

        P0540-WRITE-HEADER.

            MOVE SPACES                   TO IN-CTL-HDR-REC
            MOVE 'HD'                     TO IN-HDR-REC-ID
            MOVE W05-TODAY                TO IN-HDR-FILE-DATE
            MOVE 'BONCOLL '               TO IN-HDR-SOURCE-SYS

            WRITE IN-CTL-HDR-REC

            .
        P0549-EXIT.
            EXIT.

        P0560-PRINT-TOTALS.

            MOVE W15-BLANK-LINE         TO W14-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            PERFORM P0565-PRINT-ONE-BUCKET THRU P0568-EXIT
                VARYING W07-BKT-SUB FROM 1 BY 1
                UNTIL W07-BKT-SUB > 4

            MOVE W01-RCV-OPEN           TO W13-COUNT
            MOVE W01-RCV-OPEN-AMT       TO W13-AMOUNT
            MOVE W13-TOTAL-LINE         TO W14-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            .
        P0569-EXIT.
            EXIT.

        P0565-PRINT-ONE-BUCKET.

            MOVE W06-BUCKET-NAME (W07-BKT-SUB) TO W12-BUCKET
            MOVE W07-BKT-COUNT (W07-BKT-SUB)   TO W12-COUNT
            MOVE W07-BKT-AMT (W07-BKT-SUB)     TO W12-AMOUNT
            MOVE W12-BUCKET-LINE        TO W14-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            .
        P0568-EXIT.
            EXIT.

        P0800-WRITE-LINE.

            IF W08-LINE-CT >= W08-LINES-PER-PAGE
                PERFORM P0850-WRITE-HEADINGS THRU P0859-EXIT
            END-IF

            WRITE COLL-LINE FROM W14-PRINT-LINE
            ADD +1 TO W08-LINE-CT
            .
        P0899-EXIT.
            EXIT.

        P0850-WRITE-HEADINGS.

            ADD +1 TO W08-PAGE-NO
            MOVE W08-PAGE-NO TO W09-HDG1-PAGE

            IF W08-PAGE-NO > 1
                WRITE COLL-LINE FROM W09-HDG1
                    BEFORE ADVANCING PAGE
            ELSE
                WRITE COLL-LINE FROM W09-HDG1
            END-IF

            WRITE COLL-LINE FROM W10-HDG2
            MOVE ZERO TO W08-LINE-CT
            .
        P0859-EXIT.
            EXIT.

        P0900-READ-QUEUE.

            READ RECEIVABLE-QUEUE
                AT END
                    MOVE 'Y' TO W02-RCV-EOF-SW
                NOT AT END
                    ADD +1 TO W01-QUEUE-IN
            END-READ

            .
        P0909-EXIT.
            EXIT.
