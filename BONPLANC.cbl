        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONPLANC.
        AUTHOR. REF.
        INSTALLATION. REF COMPANY.
        DATE-WRITTEN. 10/15/2026.
        DATE-COMPILED. 10/15/2026.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ELIG-RATING ASSIGN TO BONELIG.
            SELECT PLAN-MASTER ASSIGN TO BONPLANM
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PLAN-KEY
                FILE STATUS IS W03-PLAN-STATUS.
            SELECT INPUT-BONUS ASSIGN TO INBONUS.
            SELECT WORKSHEET-RPT ASSIGN TO BONPLNWS.

        DATA DIVISION.
        FILE SECTION.

        FD ELIG-RATING
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 100 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS ELG-REC.
        01 ELG-REC.
            05 ELG-EMP-ID                       PIC 9(9).
            05 ELG-STATE-CODE                   PIC X(2).
            05 ELG-LAST-NAME                    PIC X(20).
            05 ELG-FIRST-NAME                   PIC X(15).
            05 ELG-MID-INIT                     PIC X.
            05 ELG-PLAN-CODE                    PIC X(4).
            05 ELG-BASE-SALARY                  PIC 9(7)V99.
            05 ELG-RATING                       PIC X(1).
            05 ELG-ELIG-PCT                     PIC 9(3)V99.
            05 ELG-FED-EXEMPT-IND               PIC X.
            05 ELG-ST-EXEMPT-IND                PIC X.
            05 FILLER                           PIC X(32).

        FD PLAN-MASTER
            LABEL RECORDS STANDARD
            DATA RECORD IS PLAN-MAST-REC.
            COPY BONUSPLN.

        FD INPUT-BONUS
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 80 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS IN-BONUS-REC.
            COPY BONUSIN.

        FD WORKSHEET-RPT
            RECORDING MODE IS F
            LABEL RECORDS STANDARD
            RECORD CONTAINS 133 CHARACTERS
            BLOCK CONTAINS 0 RECORDS
            DATA RECORD IS RPT-LINE.
        01 RPT-LINE                             PIC X(133).

        WORKING-STORAGE SECTION.
        01 FILLER                               PIC X(40) VALUE
            'BEGIN WORKING STORAGE SECTION FOR PLANC'.

        01 W01-ACCUMULATORS.
            05 W01-REC-IN                   PIC S9(7) COMP   VALUE ZERO.
            05 W01-REC-OUT                  PIC S9(7) COMP   VALUE ZERO.
            05 W01-REC-REJECTED             PIC S9(7) COMP   VALUE ZERO.
            05 W01-REC-NO-AWARD             PIC S9(7) COMP   VALUE ZERO.
            05 W01-REC-CAPPED               PIC S9(7) COMP   VALUE ZERO.
            05 W01-AWARD-TOTAL              PIC S9(11)V99 COMP-3
                                                             VALUE ZERO.

        01 W02-SWITCHES.
            05 W02-IN-EOF-SW                PIC X           VALUE 'N'.
                88 END-OF-INPUT-FILE                        VALUE 'Y'.
            05 W02-REJECT-SW                PIC X           VALUE 'N'.
                88 REJECT-THIS-RECORD                       VALUE 'Y'.
            05 W02-CAPPED-SW                PIC X           VALUE 'N'.
                88 AWARD-CAPPED                             VALUE 'Y'.

        01 W03-PLAN-STATUS                  PIC X(2)        VALUE '00'.
            88 PLAN-REC-FOUND                               VALUE '00'.
            88 PLAN-FILE-NOT-FOUND                          VALUE '35'.

        01 W04-PAGE-CTRL.
            05 W04-PAGE-NO                  PIC S9(3) COMP VALUE ZERO.
            05 W04-LINE-CT                  PIC S9(3) COMP VALUE 99.
            05 W04-LINES-PER-PAGE           PIC S9(3) COMP VALUE 50.

        01 W05-CURR-DATETIME                PIC X(21).

        01 W06-CALC-WORK.
            05 W06-TARGET-AMT               PIC S9(9)V99 COMP-3
                                                             VALUE ZERO.
            05 W06-CALC-AMT                 PIC S9(9)V99 COMP-3
                                                             VALUE ZERO.
            05 W06-AWARD-AMT                PIC S9(9)V99 COMP-3
                                                             VALUE ZERO.
            05 W06-MULTIPLIER               PIC 9V999       VALUE ZERO.
            05 W06-RATE-SUB                 PIC S9(4) COMP  VALUE ZERO.
            05 W06-RATE-HIT-SUB             PIC S9(4) COMP  VALUE ZERO.
            05 W06-MAX-AWARD                PIC S9(9)V99 COMP-3
                                                 VALUE 9999999.99.

        01 W07-TRL-HASH-AMT                 PIC 9(13)V99 COMP-3
                                                 VALUE ZERO.

        01 W08-HDG1.
            05 FILLER               PIC X(10) VALUE SPACES.
            05 FILLER               PIC X(40) VALUE
                'BONUS PLAN AWARD CALCULATION WORKSHEET'.
            05 FILLER               PIC X(10) VALUE 'RUN DATE '.
            05 W08-HDG1-DATE        PIC X(8).
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 FILLER               PIC X(5)  VALUE 'PAGE '.
            05 W08-HDG1-PAGE        PIC ZZ9.

        01 W09-HDG2.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 FILLER               PIC X(11) VALUE 'EMP ID'.
            05 FILLER               PIC X(16) VALUE 'LAST NAME'.
            05 FILLER               PIC X(5)  VALUE 'PLAN'.
            05 FILLER               PIC X(3)  VALUE 'TY'.
            05 FILLER               PIC X(3)  VALUE 'RT'.
            05 FILLER               PIC X(12) VALUE '  BASE SAL'.
            05 FILLER               PIC X(7)  VALUE ' TGT %'.
            05 FILLER               PIC X(13) VALUE '  TARGET AMT'.
            05 FILLER               PIC X(6)  VALUE ' MULT'.
            05 FILLER               PIC X(7)  VALUE 'ELIG %'.
            05 FILLER               PIC X(14) VALUE '    CALC AMT'.
            05 FILLER               PIC X(13) VALUE '       AWARD'.
            05 FILLER               PIC X(22) VALUE 'NOTE'.

        01 W10-DETAIL-LINE.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-EMP-ID           PIC 9(9).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W10-LAST-NAME        PIC X(15).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-PLAN-CODE        PIC X(4).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-BONUS-TYPE       PIC X(2).
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-RATING           PIC X(1).
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W10-BASE-SALARY      PIC ZZZZ,ZZ9.99.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-TARGET-PCT       PIC ZZ9.99.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-TARGET-AMT       PIC Z,ZZZ,ZZ9.99.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-MULTIPLIER       PIC 9.999.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-ELIG-PCT         PIC ZZ9.99.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-CALC-AMT         PIC ZZ,ZZZ,ZZ9.99.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-AWARD-AMT        PIC Z,ZZZ,ZZ9.99.
            05 FILLER               PIC X(1)  VALUE SPACES.
            05 W10-NOTE             PIC X(22).

        01 W11-TOTAL-LINE.
            05 FILLER               PIC X(2)  VALUE SPACES.
            05 W11-TOT-LABEL        PIC X(30).
            05 W11-TOT-COUNT        PIC ZZZ,ZZ9.
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 W11-TOT-AMOUNT       PIC $$,$$$,$$$,$$9.99-.

        01 W12-PRINT-LINE                   PIC X(133).

        PROCEDURE DIVISION.
        P0100-MAINLINE.

            PERFORM P0200-INITIALIZE        THRU P0299-EXIT

            PERFORM P0300-PROCESS-INPUT     THRU P0399-EXIT
                UNTIL END-OF-INPUT-FILE

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            GOBACK
            .
        P0199-EXIT.
            EXIT.

        P0200-INITIALIZE.

            OPEN INPUT PLAN-MASTER
            IF PLAN-FILE-NOT-FOUND
                DISPLAY 'BONPLANC - PLAN MASTER BONPLANM MISSING'
                MOVE +95 TO RETURN-CODE
                GOBACK
            END-IF

            OPEN INPUT  ELIG-RATING
                 OUTPUT INPUT-BONUS
                 OUTPUT WORKSHEET-RPT

            MOVE FUNCTION CURRENT-DATE TO W05-CURR-DATETIME
            MOVE W05-CURR-DATETIME (1:8) TO W08-HDG1-DATE

            PERFORM P0250-WRITE-HEADER     THRU P0259-EXIT

            PERFORM P0900-READ-INPUT       THRU P0999-EXIT

            IF END-OF-INPUT-FILE
                DISPLAY 'BONPLANC - NO ELIGIBILITY RECORDS TO PROCESS'
            END-IF

            .
        P0299-EXIT.
            EXIT.

        P0250-WRITE-HEADER.

            MOVE SPACES                   TO IN-CTL-HDR-REC
            MOVE 'HD'                     TO IN-HDR-REC-ID
            MOVE W05-CURR-DATETIME (1:8)  TO IN-HDR-FILE-DATE
            MOVE 'BONPLANC'               TO IN-HDR-SOURCE-SYS

            WRITE IN-CTL-HDR-REC

            .
        P0259-EXIT.
            EXIT.

        P0300-PROCESS-INPUT.

            MOVE 'N'    TO W02-REJECT-SW
            MOVE 'N'    TO W02-CAPPED-SW
            MOVE SPACES TO W03-PLAN-STATUS
            MOVE SPACES TO W10-NOTE
            MOVE ZERO   TO W06-TARGET-AMT
                           W06-CALC-AMT
                           W06-AWARD-AMT
                           W06-MULTIPLIER

            PERFORM P0350-VALIDATE-ELIG    THRU P0359-EXIT

            IF REJECT-THIS-RECORD
                ADD +1 TO W01-REC-REJECTED
                PERFORM P0700-WRITE-WORKSHEET THRU P0799-EXIT
                GO TO P0390-NEXT
            END-IF

            PERFORM P0500-COMPUTE-AWARD    THRU P0599-EXIT

            IF REJECT-THIS-RECORD
                ADD +1 TO W01-REC-REJECTED
                PERFORM P0700-WRITE-WORKSHEET THRU P0799-EXIT
                GO TO P0390-NEXT
            END-IF

            IF W06-AWARD-AMT = ZERO
                ADD +1 TO W01-REC-NO-AWARD
                MOVE 'NO AWARD FOR RATING' TO W10-NOTE
                PERFORM P0700-WRITE-WORKSHEET THRU P0799-EXIT
                GO TO P0390-NEXT
            END-IF

            PERFORM P0600-WRITE-INBONUS    THRU P0699-EXIT

            IF AWARD-CAPPED
                MOVE 'CAPPED AT PLAN MAXIMUM' TO W10-NOTE
            END-IF
            PERFORM P0700-WRITE-WORKSHEET  THRU P0799-EXIT
            .
        P0390-NEXT.

            PERFORM P0900-READ-INPUT       THRU P0999-EXIT
            .
        P0399-EXIT.
            EXIT.

        P0350-VALIDATE-ELIG.

            MOVE ELG-STATE-CODE TO IN-STATE-CODE

            IF NOT VALID-STATE-CODE
                MOVE 'Y' TO W02-REJECT-SW
                MOVE 'INVALID STATE CODE' TO W10-NOTE
                GO TO P0359-EXIT
            END-IF

            IF ELG-LAST-NAME = SPACES OR ELG-FIRST-NAME = SPACES
                MOVE 'Y' TO W02-REJECT-SW
                MOVE 'NAME MISSING' TO W10-NOTE
                GO TO P0359-EXIT
            END-IF

            IF ELG-BASE-SALARY NOT NUMERIC
             OR ELG-BASE-SALARY = ZERO
                MOVE 'Y' TO W02-REJECT-SW
                MOVE 'BASE SALARY INVALID' TO W10-NOTE
                GO TO P0359-EXIT
            END-IF

            IF ELG-ELIG-PCT NOT NUMERIC
             OR ELG-ELIG-PCT = ZERO
             OR ELG-ELIG-PCT > 100
                MOVE 'Y' TO W02-REJECT-SW
                MOVE 'ELIGIBLE PERCENT INVALID' TO W10-NOTE
                GO TO P0359-EXIT
            END-IF

            IF (ELG-FED-EXEMPT-IND NOT = 'Y'
             AND ELG-FED-EXEMPT-IND NOT = 'N')
             OR (ELG-ST-EXEMPT-IND NOT = 'Y'
             AND ELG-ST-EXEMPT-IND NOT = 'N')
                MOVE 'Y' TO W02-REJECT-SW
                MOVE 'EXEMPT INDICATOR INVALID' TO W10-NOTE
                GO TO P0359-EXIT
            END-IF

            MOVE ELG-PLAN-CODE TO PLAN-CODE

            READ PLAN-MASTER

            IF NOT PLAN-REC-FOUND
                MOVE 'Y' TO W02-REJECT-SW
                MOVE 'PLAN NOT ON BONPLANM' TO W10-NOTE
                GO TO P0359-EXIT
            END-IF

            IF NOT VALID-PLAN-TYPE
                MOVE 'Y' TO W02-REJECT-SW
                MOVE 'PLAN BONUS TYPE INVALID' TO W10-NOTE
                GO TO P0359-EXIT
            END-IF

            MOVE ZERO TO W06-RATE-HIT-SUB

            PERFORM P0360-SCAN-RATING      THRU P0369-EXIT
                VARYING W06-RATE-SUB FROM 1 BY 1
                UNTIL W06-RATE-SUB > 5
                   OR W06-RATE-HIT-SUB > ZERO

            IF W06-RATE-HIT-SUB = ZERO
                MOVE 'Y' TO W02-REJECT-SW
                MOVE 'RATING NOT IN PLAN TABLE' TO W10-NOTE
                GO TO P0359-EXIT
            END-IF

            MOVE PLAN-RATING-MULT (W06-RATE-HIT-SUB) TO W06-MULTIPLIER

            .
        P0359-EXIT.
            EXIT.

        P0360-SCAN-RATING.

            IF PLAN-RATING-CODE (W06-RATE-SUB) = ELG-RATING
             AND ELG-RATING NOT = SPACE
                MOVE W06-RATE-SUB TO W06-RATE-HIT-SUB
            END-IF

            .
        P0369-EXIT.
            EXIT.

        P0500-COMPUTE-AWARD.

            COMPUTE W06-TARGET-AMT ROUNDED =
                ELG-BASE-SALARY * PLAN-TARGET-PCT / 100

            COMPUTE W06-CALC-AMT ROUNDED =
                W06-TARGET-AMT * W06-MULTIPLIER * ELG-ELIG-PCT / 100

            MOVE W06-CALC-AMT TO W06-AWARD-AMT

            IF PLAN-CAP-AMT > ZERO
             AND W06-AWARD-AMT > PLAN-CAP-AMT
                MOVE PLAN-CAP-AMT TO W06-AWARD-AMT
                MOVE 'Y' TO W02-CAPPED-SW
            END-IF

            IF W06-AWARD-AMT > W06-MAX-AWARD
                MOVE 'Y' TO W02-REJECT-SW
                MOVE 'AWARD EXCEEDS MAXIMUM' TO W10-NOTE
            END-IF

            .
        P0599-EXIT.
            EXIT.

        P0600-WRITE-INBONUS.

            INITIALIZE IN-BONUS-REC

            MOVE ELG-STATE-CODE         TO IN-STATE-CODE
            MOVE ELG-LAST-NAME          TO IN-LAST-NAME
            MOVE ELG-FIRST-NAME         TO IN-FIRST-NAME
            MOVE ELG-MID-INIT           TO IN-MID-INIT
            MOVE W06-AWARD-AMT          TO IN-BONUS-AMT
            MOVE ELG-FED-EXEMPT-IND     TO IN-FED-EXEMPT-IND
            MOVE ELG-ST-EXEMPT-IND      TO IN-STATE-EXEMPT-IND
            MOVE PLAN-BONUS-TYPE        TO IN-BONUS-TYPE
            MOVE SPACES                 TO IN-FILLER

            WRITE IN-BONUS-REC

            ADD +1 TO W01-REC-OUT
            ADD IN-BONUS-AMT TO W07-TRL-HASH-AMT
            ADD IN-BONUS-AMT TO W01-AWARD-TOTAL

            IF AWARD-CAPPED
                ADD +1 TO W01-REC-CAPPED
            END-IF

            .
        P0699-EXIT.
            EXIT.

        P0400-WRAP-UP.

            PERFORM P0450-WRITE-TRAILER    THRU P0459-EXIT

            MOVE SPACES TO W12-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            MOVE 'ELIGIBILITY RECORDS READ'  TO W11-TOT-LABEL
            MOVE W01-REC-IN                  TO W11-TOT-COUNT
            MOVE ZERO                        TO W11-TOT-AMOUNT
            PERFORM P0750-WRITE-TOTAL      THRU P0759-EXIT

            MOVE 'AWARDS WRITTEN TO INBONUS' TO W11-TOT-LABEL
            MOVE W01-REC-OUT                 TO W11-TOT-COUNT
            MOVE W01-AWARD-TOTAL             TO W11-TOT-AMOUNT
            PERFORM P0750-WRITE-TOTAL      THRU P0759-EXIT

            MOVE 'AWARDS CAPPED'             TO W11-TOT-LABEL
            MOVE W01-REC-CAPPED              TO W11-TOT-COUNT
            MOVE ZERO                        TO W11-TOT-AMOUNT
            PERFORM P0750-WRITE-TOTAL      THRU P0759-EXIT

            MOVE 'NO AWARD FOR RATING'       TO W11-TOT-LABEL
            MOVE W01-REC-NO-AWARD            TO W11-TOT-COUNT
            PERFORM P0750-WRITE-TOTAL      THRU P0759-EXIT

            MOVE 'REJECTED'                  TO W11-TOT-LABEL
            MOVE W01-REC-REJECTED            TO W11-TOT-COUNT
            PERFORM P0750-WRITE-TOTAL      THRU P0759-EXIT

            CLOSE ELIG-RATING
                  PLAN-MASTER
                  INPUT-BONUS
                  WORKSHEET-RPT

            DISPLAY 'TOTAL RECORDS READ       = ' W01-REC-IN
            DISPLAY 'TOTAL AWARDS WRITTEN     = ' W01-REC-OUT
            DISPLAY 'TOTAL AWARDS CAPPED      = ' W01-REC-CAPPED
            DISPLAY 'TOTAL NO AWARD           = ' W01-REC-NO-AWARD
            DISPLAY 'TOTAL REJECTED           = ' W01-REC-REJECTED
            DISPLAY 'TOTAL AWARD AMOUNT       = ' W01-AWARD-TOTAL

            IF W01-REC-IN NOT =
               (W01-REC-OUT + W01-REC-NO-AWARD + W01-REC-REJECTED)
                DISPLAY 'BONPLANC - RECORD COUNT OUT OF BALANCE'
                MOVE +99 TO RETURN-CODE
                GO TO P0499-EXIT
            END-IF

            IF W01-REC-REJECTED > ZERO
                MOVE +4 TO RETURN-CODE
            ELSE
                MOVE +0 TO RETURN-CODE
            END-IF

            .
        P0499-EXIT.
            EXIT.

        P0450-WRITE-TRAILER.

            MOVE SPACES              TO IN-CTL-TRL-REC
            MOVE 'TR'                TO IN-TRL-REC-ID
            MOVE W01-REC-OUT         TO IN-TRL-REC-COUNT
            MOVE W07-TRL-HASH-AMT    TO IN-TRL-HASH-AMT

            WRITE IN-CTL-TRL-REC

            .
        P0459-EXIT.
            EXIT.

        P0700-WRITE-WORKSHEET.

            MOVE ELG-EMP-ID             TO W10-EMP-ID
            MOVE ELG-LAST-NAME          TO W10-LAST-NAME
            MOVE ELG-PLAN-CODE          TO W10-PLAN-CODE
            MOVE ELG-RATING             TO W10-RATING

            IF PLAN-REC-FOUND
                MOVE PLAN-BONUS-TYPE    TO W10-BONUS-TYPE
                MOVE PLAN-TARGET-PCT    TO W10-TARGET-PCT
            ELSE
                MOVE SPACES             TO W10-BONUS-TYPE
                MOVE ZERO               TO W10-TARGET-PCT
            END-IF

            IF ELG-BASE-SALARY NUMERIC
                MOVE ELG-BASE-SALARY    TO W10-BASE-SALARY
            ELSE
                MOVE ZERO               TO W10-BASE-SALARY
            END-IF

            IF ELG-ELIG-PCT NUMERIC
                MOVE ELG-ELIG-PCT       TO W10-ELIG-PCT
            ELSE
                MOVE ZERO               TO W10-ELIG-PCT
            END-IF

            MOVE W06-TARGET-AMT         TO W10-TARGET-AMT
            MOVE W06-MULTIPLIER         TO W10-MULTIPLIER
            MOVE W06-CALC-AMT           TO W10-CALC-AMT

            IF REJECT-THIS-RECORD
                MOVE ZERO               TO W10-AWARD-AMT
            ELSE
                MOVE W06-AWARD-AMT      TO W10-AWARD-AMT
            END-IF

            MOVE W10-DETAIL-LINE        TO W12-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT

            .
        P0799-EXIT.
            EXIT.

        P0750-WRITE-TOTAL.

            MOVE W11-TOTAL-LINE TO W12-PRINT-LINE
            PERFORM P0800-WRITE-LINE       THRU P0899-EXIT
            .
        P0759-EXIT.
            EXIT.

        P0800-WRITE-LINE.

            IF W04-LINE-CT >= W04-LINES-PER-PAGE
                PERFORM P0850-WRITE-HEADINGS THRU P0859-EXIT
            END-IF

            WRITE RPT-LINE FROM W12-PRINT-LINE
            ADD +1 TO W04-LINE-CT
            .
        P0899-EXIT.
            EXIT.

        P0850-WRITE-HEADINGS.

            ADD +1 TO W04-PAGE-NO
            MOVE W04-PAGE-NO TO W08-HDG1-PAGE

            IF W04-PAGE-NO > 1
                WRITE RPT-LINE FROM W08-HDG1
                    BEFORE ADVANCING PAGE
            ELSE
                WRITE RPT-LINE FROM W08-HDG1
            END-IF

            WRITE RPT-LINE FROM W09-HDG2
            MOVE ZERO TO W04-LINE-CT
            .
        P0859-EXIT.
            EXIT.

        P0900-READ-INPUT.

            READ ELIG-RATING
                AT END
                    MOVE 'Y' TO W02-IN-EOF-SW
                NOT AT END
                    ADD +1 TO W01-REC-IN
            END-READ

            .
        P0999-EXIT.
            EXIT.
