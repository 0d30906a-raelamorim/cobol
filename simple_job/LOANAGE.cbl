      ****************************************************************
      * Program name:    LOANAGE
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - loan delinquency aging.
      *                         Runs after LOANPAY.  For every active
      *                         loan on LOANPOS the periods on LOANSCH
      *                         due on or before the as-of date and
      *                         not yet paid make up the arrears; the
      *                         oldest of them is aged in business
      *                         days on the CALLKP processing calendar
      *                         and the loan bucketed CURRENT (under
      *                         30), 30, 60 or 90+.  The arrears, the
      *                         oldest unpaid due date, the days and
      *                         the bucket are kept on the position.
      *                         LAGERPT lists every active loan, then
      *                         count, balance and arrears by bucket.
      *                         The as-of date is the expected
      *                         processing date from the calendar, or
      *                         a YYYYMMDD date on the command line.
      *                         With no usable calendar the run date
      *                         stands in and days are calendar days.
      *                         RETURN-CODE 0 clean, 4 calendar not
      *                         usable or a schedule line missing, 8
      *                         bad parameter, 16 file failure.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANAGE.
       AUTHOR. CALC MAINTENANCE TEAM.
       INSTALLATION. PROJECT COBOL.
       DATE-WRITTEN. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE   ASSIGN TO "LOANSCH"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SCH-KEY
                                   FILE STATUS IS WK-SCHEDULE-STATUS.

           SELECT POSITION-FILE   ASSIGN TO "LOANPOS"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPS-SCHEDULE-ID
                                   FILE STATUS IS WK-POSITION-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "LAGERPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
           COPY SCHREC.

       FD  POSITION-FILE.
           COPY LPOSREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-SCHEDULE-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-POSITION-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-SCAN-FLAG        PIC X(01)  VALUE 'N'.
              88  WK-SCAN-DONE                VALUE 'Y'.
           05  WK-COUNT-FLAG       PIC X(01)  VALUE 'N'.
              88  WK-COUNT-DONE               VALUE 'Y'.
           05  WK-CAL-FLAG         PIC X(01)  VALUE 'Y'.
              88  WK-CAL-USABLE               VALUE 'Y'.
           05  WK-CAL-WARNED       PIC X(01)  VALUE 'N'.
              88  WK-CAL-WARN-GIVEN           VALUE 'Y'.
           05  WK-LINE-FLAG        PIC X(01)  VALUE 'N'.
              88  WK-LINE-MISSING             VALUE 'Y'.

       01  WK-PARM-CONTROLS.
           05  WK-PARM-LINE        PIC X(40)  VALUE SPACES.
           05  WK-ASOF-PARM        PIC X(08)  VALUE SPACES.

       01  WK-RUN-CONTROLS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-ASOF-DATE        PIC 9(08)  VALUE ZEROS.
           05  WK-ASOF-DAYS        PIC 9(07)  VALUE ZEROS.
           05  WK-DUE-DAYS         PIC 9(07)  VALUE ZEROS.
           05  WK-COUNT-DATE       PIC 9(08)  VALUE ZEROS.
           05  WK-DAYS-PAST-DUE    PIC 9(07)  VALUE ZEROS.
           05  WK-NEXT-PERIOD      PIC 9(03)  VALUE ZEROS.
           05  WK-ARREARS          PIC S9(07)V99 VALUE ZEROS.
           05  WK-OLDEST-DUE       PIC 9(08)  VALUE ZEROS.

      *    Count, balance and arrears per aging bucket - 1 CURRENT,
      *    2 30, 3 60, 4 90+.
       01  WK-BUCKET-VALUES.
           05  FILLER              PIC X(10)  VALUE 'CURRENT   '.
           05  FILLER              PIC X(10)  VALUE '30 DAYS   '.
           05  FILLER              PIC X(10)  VALUE '60 DAYS   '.
           05  FILLER              PIC X(10)  VALUE '90+ DAYS  '.
       01  WK-BUCKET-NAMES REDEFINES WK-BUCKET-VALUES.
           05  WK-BUCKET-NAME      PIC X(10)  OCCURS 4.

       01  WK-BUCKET-TABLE.
           05  WK-BUCKET-IX        PIC 9(01)  VALUE ZEROS.
           05  WK-BUCKET-ENTRY OCCURS 4.
              10  WK-BK-LOANS      PIC 9(09).
              10  WK-BK-BALANCE    PIC S9(11)V99.
              10  WK-BK-ARREARS    PIC S9(11)V99.

       01  WK-RUN-COUNTERS.
           05  WK-POSITIONS-READ   PIC 9(09)  VALUE ZEROS.
           05  WK-LOANS-AGED       PIC 9(09)  VALUE ZEROS.
           05  WK-LOANS-PAID-OFF   PIC 9(09)  VALUE ZEROS.
           05  WK-LOANS-DELINQUENT PIC 9(09)  VALUE ZEROS.
           05  WK-LINES-MISSING    PIC 9(09)  VALUE ZEROS.

       01  WK-REPORT-CONTROLS.
           05  WK-LINE-COUNT       PIC 9(03)  VALUE 99.
           05  WK-LINES-PER-PAGE   PIC 9(03)  VALUE 55.
           05  WK-PAGE-COUNT       PIC 9(05)  VALUE ZEROS.
           05  WK-COLUMN-HEADING   PIC X(132) VALUE SPACES.

       01  WK-HEADING-ONE.
           05  FILLER              PIC X(44)  VALUE
               'LOANAGE - LOAN DELINQUENCY AGING            '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  HD1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(19)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HD1-PAGE            PIC ZZZZ9.

       01  WK-HEADING-ASOF.
           05  FILLER              PIC X(18)  VALUE
               'AGED AS OF        '.
           05  HDA-ASOF-DATE       PIC 9(08).
           05  HDA-DAY-BASIS       PIC X(40)  VALUE SPACES.

       01  WK-HEADING-DETAIL.
           05  FILLER              PIC X(10)  VALUE 'SCHEDULE  '.
           05  FILLER              PIC X(09)  VALUE 'PAID/TERM'.
           05  FILLER              PIC X(13)  VALUE
               '     BALANCE '.
           05  FILLER              PIC X(15)  VALUE
               '       ARREARS '.
           05  FILLER              PIC X(15)  VALUE
               '   CREDIT HELD '.
           05  FILLER              PIC X(10)  VALUE 'OLDEST DUE'.
           05  FILLER              PIC X(06)  VALUE '  DAYS'.
           05  FILLER              PIC X(12)  VALUE '  BUCKET    '.
           05  FILLER              PIC X(08)  VALUE 'LAST PAY'.

      *    One active loan.
       01  WK-DETAIL-LINE.
           05  DET-SCHEDULE-ID     PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-PAID-THRU       PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE '/'.
           05  DET-TERM            PIC ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-BALANCE         PIC -(07)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-ARREARS         PIC -(09)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-CREDIT          PIC -(09)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-OLDEST-DUE      PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-DAYS            PIC ZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-BUCKET          PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-LAST-PAY        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-NOTE            PIC X(20).

       01  WK-HEADING-BUCKET.
           05  FILLER              PIC X(12)  VALUE 'BUCKET      '.
           05  FILLER              PIC X(13)  VALUE
               '        LOANS'.
           05  FILLER              PIC X(20)  VALUE
               '             BALANCE'.
           05  FILLER              PIC X(20)  VALUE
               '             ARREARS'.

       01  WK-BUCKET-LINE.
           05  BKL-NAME            PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  BKL-LOANS           PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  BKL-BALANCE         PIC -(15)9,99.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  BKL-ARREARS         PIC -(15)9,99.

       01  WK-TOTAL-LINE.
           05  TOL-LABEL           PIC X(30).
           05  TOL-COUNT           PIC ZZZ.ZZZ.ZZ9.

           COPY LKCAL.

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 030-LOG-START       THRU 030-EXIT.
           PERFORM 000-HOUSEKEEPING    THRU 000-EXIT.
           PERFORM 100-AGE-LOANS       THRU 100-EXIT.
           PERFORM 500-PRINT-BUCKETS   THRU 500-EXIT.
           PERFORM 900-TERMINATION     THRU 900-EXIT.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - the as-of date from the command line,
      *  else the expected processing date on the calendar, else the
      *  run date.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
              INTO WK-ASOF-PARM.

           MOVE 'E'   TO LKC-FUNCTION.
           MOVE ZEROS TO LKC-DATE.
           PERFORM 350-CALL-CALLKP THRU 350-EXIT.
           IF LKC-RETURN-CODE = ZEROS
              MOVE LKC-DATE TO WK-ASOF-DATE
           ELSE
              MOVE WK-RUN-DATE TO WK-ASOF-DATE
              PERFORM 360-CALENDAR-LOST THRU 360-EXIT
           END-IF.

           IF WK-ASOF-PARM NOT = SPACES
              IF WK-ASOF-PARM IS NOT NUMERIC
                 DISPLAY 'LOANAGE: AS-OF DATE MUST BE YYYYMMDD - '
                         WK-ASOF-PARM
                 PERFORM 090-REFUSE-RUN THRU 090-EXIT
              END-IF
              MOVE WK-ASOF-PARM TO WK-ASOF-DATE
           END-IF.
           COMPUTE WK-ASOF-DAYS =
                   FUNCTION INTEGER-OF-DATE(WK-ASOF-DATE).

           PERFORM VARYING WK-BUCKET-IX FROM 1 BY 1
                   UNTIL WK-BUCKET-IX > 4
              MOVE ZEROS TO WK-BK-LOANS (WK-BUCKET-IX)
              MOVE ZEROS TO WK-BK-BALANCE (WK-BUCKET-IX)
              MOVE ZEROS TO WK-BK-ARREARS (WK-BUCKET-IX)
           END-PERFORM.

           OPEN INPUT SCHEDULE-FILE.
           IF WK-SCHEDULE-STATUS = '35'
              DISPLAY 'LOANAGE: NO LOANSCH - NO LOANS TO AGE'
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.
           IF WK-SCHEDULE-STATUS NOT = '00'
              DISPLAY 'LOANAGE: UNABLE TO OPEN LOANSCH, STATUS = '
                      WK-SCHEDULE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O POSITION-FILE.
           IF WK-POSITION-STATUS = '35'
              DISPLAY 'LOANAGE: NO LOANPOS - NO LOANS TO AGE'
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.
           IF WK-POSITION-STATUS NOT = '00'
              DISPLAY 'LOANAGE: UNABLE TO OPEN LOANPOS, STATUS = '
                      WK-POSITION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'LOANAGE: UNABLE TO OPEN LAGERPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WK-CAL-USABLE
              MOVE '   - DAYS ARE BUSINESS DAYS (CALFILE)'
                   TO HDA-DAY-BASIS
           ELSE
              MOVE '   - DAYS ARE CALENDAR DAYS, NO CALFILE'
                   TO HDA-DAY-BASIS
           END-IF.

       000-EXIT.
           EXIT.

      ****************************************************************
      *  Start record on the common run log - logged before anything
      *  opens, so a step that dies shows its start without an end
      *  on the morning checkout report.
      ****************************************************************
       030-LOG-START.

           MOVE SPACES    TO RUNLOG-RECORD.
           MOVE 'S'       TO RNL-RECORD-TYPE.
           MOVE 'LOANAGE' TO RNL-PROGRAM.
           MOVE ZEROS     TO RNL-RECORDS-READ.
           MOVE ZEROS     TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS     TO RNL-REJECTS.
           MOVE ZEROS     TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'LOANAGE: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       030-EXIT.
           EXIT.

      ****************************************************************
      *  Refuse the run - a bad parameter, or no loans on file.
      ****************************************************************
       090-REFUSE-RUN.

           DISPLAY 'LOANAGE: AGING NOT RUN'.
           MOVE 8 TO RETURN-CODE.
           PERFORM 950-LOG-END THRU 950-EXIT.
           STOP RUN.

       090-EXIT.
           EXIT.

      ****************************************************************
      *  Every loan on LOANPOS, in schedule ID order.
      ****************************************************************
       100-AGE-LOANS.

           MOVE WK-HEADING-DETAIL TO WK-COLUMN-HEADING.

           MOVE LOW-VALUES TO LPS-SCHEDULE-ID.
           START POSITION-FILE KEY NOT LESS THAN LPS-SCHEDULE-ID
              INVALID KEY
                 SET WK-END-OF-FILE TO TRUE
           END-START.

           PERFORM 110-AGE-LOAN THRU 110-EXIT
              UNTIL WK-END-OF-FILE.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  One loan - a paid-off loan is counted and cleared of any
      *  old arrears; an active one is aged, bucketed, listed and
      *  the result kept on the position.
      ****************************************************************
       110-AGE-LOAN.

           READ POSITION-FILE NEXT
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 110-EXIT
           END-READ.
           IF WK-POSITION-STATUS NOT = '00'
              DISPLAY 'LOANAGE: ERROR READING LOANPOS, STATUS = '
                      WK-POSITION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-POSITIONS-READ.

           IF LPS-IS-PAID-OFF
              ADD 1 TO WK-LOANS-PAID-OFF
              MOVE ZEROS TO WK-ARREARS
              MOVE ZEROS TO WK-OLDEST-DUE
              MOVE ZEROS TO WK-DAYS-PAST-DUE
              MOVE 1     TO WK-BUCKET-IX
              PERFORM 400-UPDATE-POSITION THRU 400-EXIT
              GO TO 110-EXIT
           END-IF.

           PERFORM 200-FIND-ARREARS THRU 200-EXIT.

           MOVE ZEROS TO WK-DAYS-PAST-DUE.
           IF WK-OLDEST-DUE NOT = ZEROS
              PERFORM 300-COUNT-DAYS THRU 300-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN WK-DAYS-PAST-DUE < 30
                 MOVE 1 TO WK-BUCKET-IX
              WHEN WK-DAYS-PAST-DUE < 60
                 MOVE 2 TO WK-BUCKET-IX
              WHEN WK-DAYS-PAST-DUE < 90
                 MOVE 3 TO WK-BUCKET-IX
              WHEN OTHER
                 MOVE 4 TO WK-BUCKET-IX
           END-EVALUATE.

           ADD 1 TO WK-LOANS-AGED.
           IF WK-ARREARS > ZEROS
              ADD 1 TO WK-LOANS-DELINQUENT
           END-IF.
           ADD 1           TO WK-BK-LOANS (WK-BUCKET-IX).
           ADD LPS-BALANCE TO WK-BK-BALANCE (WK-BUCKET-IX).
           ADD WK-ARREARS  TO WK-BK-ARREARS (WK-BUCKET-IX).

           PERFORM 400-UPDATE-POSITION THRU 400-EXIT.

           MOVE SPACES          TO WK-DETAIL-LINE.
           MOVE LPS-SCHEDULE-ID TO DET-SCHEDULE-ID.
           MOVE LPS-PAID-THRU   TO DET-PAID-THRU.
           MOVE LPS-TERM        TO DET-TERM.
           MOVE LPS-BALANCE     TO DET-BALANCE.
           MOVE WK-ARREARS      TO DET-ARREARS.
           MOVE LPS-OVERPAYMENT TO DET-CREDIT.
           IF WK-OLDEST-DUE NOT = ZEROS
              MOVE WK-OLDEST-DUE TO DET-OLDEST-DUE
           END-IF.
           MOVE WK-DAYS-PAST-DUE TO DET-DAYS.
           MOVE WK-BUCKET-NAME (WK-BUCKET-IX) TO DET-BUCKET.
           IF LPS-LAST-PAY-DATE NOT = ZEROS
              MOVE LPS-LAST-PAY-DATE TO DET-LAST-PAY
           END-IF.
           IF WK-LINE-MISSING
              MOVE 'SCHEDULE LINE MISSING' TO DET-NOTE
           END-IF.
           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.

       110-EXIT.
           EXIT.

      ****************************************************************
      *  The arrears - every unpaid period due on or before the as-of
      *  date, less whatever has already gone to the oldest one.
      ****************************************************************
       200-FIND-ARREARS.

           MOVE ZEROS TO WK-ARREARS.
           MOVE ZEROS TO WK-OLDEST-DUE.
           MOVE 'N'   TO WK-SCAN-FLAG.
           MOVE 'N'   TO WK-LINE-FLAG.
           COMPUTE WK-NEXT-PERIOD = LPS-PAID-THRU + 1.

           PERFORM 210-ADD-PERIOD THRU 210-EXIT
              UNTIL WK-SCAN-DONE.

           IF WK-OLDEST-DUE NOT = ZEROS
              SUBTRACT LPS-PART-INTEREST  FROM WK-ARREARS
              SUBTRACT LPS-PART-PRINCIPAL FROM WK-ARREARS
           END-IF.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  One unpaid period.
      ****************************************************************
       210-ADD-PERIOD.

           IF WK-NEXT-PERIOD > LPS-TERM
              SET WK-SCAN-DONE TO TRUE
              GO TO 210-EXIT
           END-IF.

           MOVE LPS-SCHEDULE-ID TO SCH-SCHEDULE-ID.
           MOVE WK-NEXT-PERIOD  TO SCH-PERIOD.
           READ SCHEDULE-FILE
              INVALID KEY
                 SET WK-LINE-MISSING TO TRUE
                 SET WK-SCAN-DONE    TO TRUE
                 ADD 1 TO WK-LINES-MISSING
                 GO TO 210-EXIT
           END-READ.
           IF WK-SCHEDULE-STATUS NOT = '00'
              DISPLAY 'LOANAGE: ERROR READING LOANSCH, STATUS = '
                      WK-SCHEDULE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF SCH-DUE-DATE > WK-ASOF-DATE
              SET WK-SCAN-DONE TO TRUE
              GO TO 210-EXIT
           END-IF.

           IF WK-OLDEST-DUE = ZEROS
              MOVE SCH-DUE-DATE TO WK-OLDEST-DUE
           END-IF.
           ADD SCH-PAYMENT TO WK-ARREARS.
           ADD 1 TO WK-NEXT-PERIOD.

       210-EXIT.
           EXIT.

      ****************************************************************
      *  Days past the oldest unpaid due date.  On the calendar, each
      *  business day after the due date up to and including the
      *  as-of date counts one; without it, calendar days.
      ****************************************************************
       300-COUNT-DAYS.

           IF NOT WK-CAL-USABLE
              COMPUTE WK-DUE-DAYS =
                      FUNCTION INTEGER-OF-DATE(WK-OLDEST-DUE)
              IF WK-DUE-DAYS < WK-ASOF-DAYS
                 COMPUTE WK-DAYS-PAST-DUE =
                         WK-ASOF-DAYS - WK-DUE-DAYS
              END-IF
              IF WK-DAYS-PAST-DUE > 999
                 MOVE 999 TO WK-DAYS-PAST-DUE
              END-IF
              GO TO 300-EXIT
           END-IF.

           MOVE WK-OLDEST-DUE TO WK-COUNT-DATE.
           MOVE 'N'           TO WK-COUNT-FLAG.
           PERFORM 310-COUNT-ONE-DAY THRU 310-EXIT
              UNTIL WK-COUNT-DONE.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  The next business day after WK-COUNT-DATE.  CALLKP's 'N'
      *  looks for the first business day after the date it is given
      *  less one, so the count date plus one finds the day after it.
      *  The count stops at 999 - well past 90+.
      ****************************************************************
       310-COUNT-ONE-DAY.

           MOVE 'N' TO LKC-FUNCTION.
           COMPUTE LKC-DATE = WK-COUNT-DATE + 1.
           PERFORM 350-CALL-CALLKP THRU 350-EXIT.
           IF LKC-RETURN-CODE NOT = ZEROS
              PERFORM 360-CALENDAR-LOST THRU 360-EXIT
              SET WK-COUNT-DONE TO TRUE
              GO TO 310-EXIT
           END-IF.

           IF LKC-DATE > WK-ASOF-DATE
              SET WK-COUNT-DONE TO TRUE
              GO TO 310-EXIT
           END-IF.

           ADD 1 TO WK-DAYS-PAST-DUE.
           MOVE LKC-DATE TO WK-COUNT-DATE.
           IF WK-DAYS-PAST-DUE NOT < 999
              SET WK-COUNT-DONE TO TRUE
           END-IF.

       310-EXIT.
           EXIT.

      ****************************************************************
      *  One call on the processing calendar.
      ****************************************************************
       350-CALL-CALLKP.

           MOVE ZEROS TO LKC-RETURN-CODE.
           CALL 'CALLKP' USING CAL-REQUEST
              ON EXCEPTION
                 DISPLAY 'LOANAGE: CALLKP IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       350-EXIT.
           EXIT.

      ****************************************************************
      *  The calendar is missing or has run out - reported once; the
      *  step ends with 4 so the aging is looked at.
      ****************************************************************
       360-CALENDAR-LOST.

           IF NOT WK-CAL-WARN-GIVEN
              DISPLAY 'LOANAGE: CALFILE NOT USABLE (CALLKP RETURN '
                      'CODE ' LKC-RETURN-CODE ') - AGING MAY BE SHORT'
              SET WK-CAL-WARN-GIVEN TO TRUE
           END-IF.
           IF LKC-FUNCTION = 'E'
              MOVE 'N' TO WK-CAL-FLAG
           END-IF.

       360-EXIT.
           EXIT.

      ****************************************************************
      *  Keep the aging on the position.
      ****************************************************************
       400-UPDATE-POSITION.

           MOVE WK-ARREARS       TO LPS-ARREARS.
           MOVE WK-OLDEST-DUE    TO LPS-OLDEST-DUE.
           MOVE WK-DAYS-PAST-DUE TO LPS-DAYS-PAST-DUE.
           EVALUATE WK-BUCKET-IX
              WHEN 1
                 MOVE 'C' TO LPS-AGING-BUCKET
              WHEN 2
                 MOVE '3' TO LPS-AGING-BUCKET
              WHEN 3
                 MOVE '6' TO LPS-AGING-BUCKET
              WHEN OTHER
                 MOVE '9' TO LPS-AGING-BUCKET
           END-EVALUATE.
           MOVE WK-ASOF-DATE     TO LPS-AGED-DATE.

           REWRITE LOAN-POSITION-RECORD.
           IF WK-POSITION-STATUS NOT = '00'
              DISPLAY 'LOANAGE: ERROR REWRITING LOANPOS, STATUS = '
                      WK-POSITION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       400-EXIT.
           EXIT.

      ****************************************************************
      *  Count, balance and arrears by bucket.
      ****************************************************************
       500-PRINT-BUCKETS.

           MOVE WK-HEADING-BUCKET TO WK-COLUMN-HEADING.
           PERFORM 800-PAGE-HEADING THRU 800-EXIT.

           PERFORM VARYING WK-BUCKET-IX FROM 1 BY 1
                   UNTIL WK-BUCKET-IX > 4
              MOVE SPACES TO WK-BUCKET-LINE
              MOVE WK-BUCKET-NAME (WK-BUCKET-IX) TO BKL-NAME
              MOVE WK-BK-LOANS (WK-BUCKET-IX)    TO BKL-LOANS
              MOVE WK-BK-BALANCE (WK-BUCKET-IX)  TO BKL-BALANCE
              MOVE WK-BK-ARREARS (WK-BUCKET-IX)  TO BKL-ARREARS
              WRITE REPORT-RECORD FROM WK-BUCKET-LINE
                 AFTER ADVANCING 1 LINE
              PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT
           END-PERFORM.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  Page heading.
      ****************************************************************
       800-PAGE-HEADING.

           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-RUN-DATE   TO HD1-RUN-DATE.
           MOVE WK-PAGE-COUNT TO HD1-PAGE.
           MOVE WK-ASOF-DATE  TO HDA-ASOF-DATE.

           WRITE REPORT-RECORD FROM WK-HEADING-ONE
              AFTER ADVANCING PAGE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-ASOF
              AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-COLUMN-HEADING
              AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 7 TO WK-LINE-COUNT.

       800-EXIT.
           EXIT.

      ****************************************************************
      *  One loan line, with page control.
      ****************************************************************
       810-PRINT-DETAIL.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           WRITE REPORT-RECORD FROM WK-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.

       810-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every report WRITE, the same
      *  as every other file this system touches.
      ****************************************************************
       850-CHECK-REPORT-WRITE.

           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'LOANAGE: ERROR WRITING LAGERPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       850-EXIT.
           EXIT.

      ****************************************************************
      *  One run-count line on the report.
      ****************************************************************
       870-PRINT-TOTAL.

           WRITE REPORT-RECORD FROM WK-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

       870-EXIT.
           EXIT.

      ****************************************************************
      *  Final Procedures - the run's counts.
      ****************************************************************
       900-TERMINATION.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'POSITIONS READ .............. ' TO TOL-LABEL.
           MOVE WK-POSITIONS-READ TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'ACTIVE LOANS AGED ........... ' TO TOL-LABEL.
           MOVE WK-LOANS-AGED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'LOANS IN ARREARS ............ ' TO TOL-LABEL.
           MOVE WK-LOANS-DELINQUENT TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'LOANS PAID OFF .............. ' TO TOL-LABEL.
           MOVE WK-LOANS-PAID-OFF TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'SCHEDULE LINES MISSING ...... ' TO TOL-LABEL.
           MOVE WK-LINES-MISSING TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           CLOSE SCHEDULE-FILE POSITION-FILE REPORT-FILE.

           IF WK-CAL-WARN-GIVEN
              OR WK-LINES-MISSING > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '=================================================='.
           DISPLAY 'LOANAGE LOAN DELINQUENCY AGING'.
           DISPLAY '=================================================='.
           DISPLAY 'AGED AS OF ................... ' WK-ASOF-DATE.
           DISPLAY 'ACTIVE LOANS AGED ............ ' WK-LOANS-AGED.
           DISPLAY 'LOANS IN ARREARS ............. '
                   WK-LOANS-DELINQUENT.
           DISPLAY '   30 DAYS ................... ' WK-BK-LOANS (2).
           DISPLAY '   60 DAYS ................... ' WK-BK-LOANS (3).
           DISPLAY '   90+ DAYS .................. ' WK-BK-LOANS (4).
           DISPLAY 'LOANS PAID OFF ............... ' WK-LOANS-PAID-OFF.
           DISPLAY '=================================================='.

           PERFORM 950-LOG-END THRU 950-EXIT.

       900-EXIT.
           EXIT.

      ****************************************************************
      *  End record on the common run log - the counts and the final
      *  return code the morning checkout signs off on.
      ****************************************************************
       950-LOG-END.

           MOVE SPACES    TO RUNLOG-RECORD.
           MOVE 'E'       TO RNL-RECORD-TYPE.
           MOVE 'LOANAGE' TO RNL-PROGRAM.
           MOVE WK-POSITIONS-READ   TO RNL-RECORDS-READ.
           MOVE WK-LOANS-AGED       TO RNL-RECORDS-WRITTEN.
           MOVE WK-LINES-MISSING    TO RNL-REJECTS.
           MOVE RETURN-CODE         TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'LOANAGE: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       950-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
