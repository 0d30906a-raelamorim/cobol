      ****************************************************************
      * Program name:    LOANPAY
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - loan servicing payment
      *                         application.  Boards every complete
      *                         schedule on AMRTOUT not yet held onto
      *                         the indexed LOANSCH schedule file and
      *                         opens a LOANPOS loan position for it,
      *                         then applies the day's borrower
      *                         payments from PAYIN.  Each payment
      *                         goes to the oldest unpaid period due
      *                         on or before the date it was received,
      *                         interest before principal, period by
      *                         period; whatever is left once nothing
      *                         more is due is held on the position
      *                         as an overpayment, and is applied by
      *                         the credit sweep at the end of the run
      *                         as later periods fall due on the
      *                         business date.  The interest and
      *                         principal arithmetic runs through CALC
      *                         (batch ID = schedule ID, the interest
      *                         step audited as a chain) so every
      *                         posting is on AUDITLOG alongside the
      *                         schedule AMORT built.  Payments for
      *                         schedules not on LOANPOS, for loans
      *                         already paid off, or that fail their
      *                         edits go to the LPAYEXC exceptions
      *                         list; LPAYRPT lists what was boarded
      *                         and applied.  RETURN-CODE 0 clean, 4
      *                         exceptions listed, 16 file failure.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANPAY.
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
           SELECT AMORT-FILE      ASSIGN TO "AMRTOUT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-AMORT-STATUS.

           SELECT SCHEDULE-FILE   ASSIGN TO "LOANSCH"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS SCH-KEY
                                   FILE STATUS IS WK-SCHEDULE-STATUS.

           SELECT POSITION-FILE   ASSIGN TO "LOANPOS"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LPS-SCHEDULE-ID
                                   FILE STATUS IS WK-POSITION-STATUS.

           SELECT PAYMENT-FILE    ASSIGN TO "PAYIN"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-PAYMENT-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "LPAYRPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.

           SELECT EXCEPTION-FILE  ASSIGN TO "LPAYEXC"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-EXCEPTION-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AMORT-FILE
           RECORDING MODE IS F.
       01  AMORT-RECORD           PIC X(49).

       FD  SCHEDULE-FILE.
           COPY SCHREC.

       FD  POSITION-FILE.
           COPY LPOSREC.

       FD  PAYMENT-FILE
           RECORDING MODE IS F.
           COPY PAYREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(132).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD       PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-AMORT-STATUS     PIC X(02)  VALUE SPACES.
           05  WK-SCHEDULE-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-POSITION-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-PAYMENT-STATUS   PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-EXCEPTION-STATUS PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-APPLY-FLAG       PIC X(01)  VALUE 'N'.
              88  WK-APPLY-FAILED             VALUE 'Y'.
           05  WK-DUE-FLAG         PIC X(01)  VALUE 'N'.
              88  WK-NOTHING-DUE              VALUE 'Y'.
           05  WK-HOLD-FLAG        PIC X(01)  VALUE 'N'.
              88  WK-HOLD-SKIPPED             VALUE 'S'.
              88  WK-HOLD-INCOMPLETE          VALUE 'I'.
           05  WK-PAID-OFF-FLAG    PIC X(01)  VALUE 'N'.
              88  WK-NOW-PAID-OFF             VALUE 'Y'.

       01  WK-RUN-CONTROLS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-BUSINESS-DATE    PIC 9(08)  VALUE ZEROS.
           05  WK-APPLY-DATE       PIC 9(08)  VALUE ZEROS.
           05  WK-APPLY-REASON     PIC X(50)  VALUE SPACES.

      *    The AMRTOUT schedule being boarded - its lines are held
      *    on LOANSCH as they are read, and its position is written
      *    once the last line shows it complete.
       01  WK-BOARD-HOLD.
           05  WK-HOLD-ID          PIC X(08)  VALUE SPACES.
           05  WK-HOLD-PRINCIPAL   PIC S9(05)V99 VALUE ZEROS.
           05  WK-HOLD-LAST-PERIOD PIC 9(03)  VALUE ZEROS.
           05  WK-HOLD-LAST-BAL    PIC S9(05)V99 VALUE ZEROS.

      *    One application of cash against a loan.
       01  WK-APPLY-WORK.
           05  WK-AVAILABLE        PIC S9(07)V99 VALUE ZEROS.
           05  WK-INTEREST-DUE     PIC S9(05)V99 VALUE ZEROS.
           05  WK-PRINCIPAL-DUE    PIC S9(05)V99 VALUE ZEROS.
           05  WK-INTEREST-APPLIED PIC S9(05)V99 VALUE ZEROS.
           05  WK-PRINCIPAL-APPLIED
                                   PIC S9(05)V99 VALUE ZEROS.
           05  WK-PAY-INTEREST     PIC S9(07)V99 VALUE ZEROS.
           05  WK-PAY-PRINCIPAL    PIC S9(07)V99 VALUE ZEROS.
           05  WK-NEXT-PERIOD      PIC 9(03)  VALUE ZEROS.

       01  WK-RUN-COUNTERS.
           05  WK-AMORT-READ       PIC 9(09)  VALUE ZEROS.
           05  WK-BOARDED          PIC 9(09)  VALUE ZEROS.
           05  WK-ALREADY-BOARDED  PIC 9(09)  VALUE ZEROS.
           05  WK-NOT-BOARDED      PIC 9(09)  VALUE ZEROS.
           05  WK-PAYMENTS-READ    PIC 9(09)  VALUE ZEROS.
           05  WK-PAYMENTS-APPLIED PIC 9(09)  VALUE ZEROS.
           05  WK-CREDITS-APPLIED  PIC 9(09)  VALUE ZEROS.
           05  WK-EXCEPTIONS       PIC 9(09)  VALUE ZEROS.
           05  WK-PAID-OFF         PIC 9(09)  VALUE ZEROS.
           05  WK-TOTAL-RECEIVED   PIC S9(11)V99 VALUE ZEROS.
           05  WK-TOTAL-INTEREST   PIC S9(11)V99 VALUE ZEROS.
           05  WK-TOTAL-PRINCIPAL  PIC S9(11)V99 VALUE ZEROS.

       01  WK-REPORT-CONTROLS.
           05  WK-LINE-COUNT       PIC 9(03)  VALUE 99.
           05  WK-LINES-PER-PAGE   PIC 9(03)  VALUE 55.
           05  WK-PAGE-COUNT       PIC 9(05)  VALUE ZEROS.
           05  WK-EXC-LINE-COUNT   PIC 9(03)  VALUE 99.
           05  WK-EXC-PAGE-COUNT   PIC 9(05)  VALUE ZEROS.

       01  WK-HEADING-ONE.
           05  HD1-TITLE           PIC X(44)  VALUE
               'LOANPAY - LOAN PAYMENT APPLICATION          '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  HD1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(16)  VALUE
               '  BUSINESS DATE '.
           05  HD1-BUSINESS-DATE   PIC 9(08).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HD1-PAGE            PIC ZZZZ9.

       01  WK-HEADING-DETAIL.
           05  FILLER              PIC X(10)  VALUE 'SCHEDULE  '.
           05  FILLER              PIC X(10)  VALUE 'DATE      '.
           05  FILLER              PIC X(09)  VALUE 'ACTION   '.
           05  FILLER              PIC X(12)  VALUE
               '     AMOUNT '.
           05  FILLER              PIC X(12)  VALUE
               '   INTEREST '.
           05  FILLER              PIC X(12)  VALUE
               '  PRINCIPAL '.
           05  FILLER              PIC X(17)  VALUE
               '  CREDIT HELD    '.
           05  FILLER              PIC X(09)  VALUE 'PAID/TERM'.
           05  FILLER              PIC X(13)  VALUE
               '    BALANCE  '.
           05  FILLER              PIC X(04)  VALUE 'NOTE'.

      *    One schedule boarded, or one payment or held credit
      *    applied, with the position it leaves.
       01  WK-DETAIL-LINE.
           05  DET-SCHEDULE-ID     PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-DATE            PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-ACTION          PIC X(07).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-AMOUNT          PIC -(07)9,99.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  DET-INTEREST        PIC -(07)9,99.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  DET-PRINCIPAL       PIC -(07)9,99.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  DET-CREDIT          PIC -(09)9,99.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  DET-PAID-THRU       PIC ZZ9.
           05  FILLER              PIC X(01)  VALUE '/'.
           05  DET-TERM            PIC ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-BALANCE         PIC -(07)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-NOTE            PIC X(10).

       01  WK-EXC-HEADING-ONE.
           05  FILLER              PIC X(44)  VALUE
               'LOANPAY - PAYMENT EXCEPTIONS                '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  EH1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(27)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  EH1-PAGE            PIC ZZZZ9.

       01  WK-EXC-HEADING-TWO.
           05  FILLER              PIC X(10)  VALUE 'SCHEDULE  '.
           05  FILLER              PIC X(10)  VALUE 'PAY DATE  '.
           05  FILLER              PIC X(12)  VALUE
               '     AMOUNT '.
           05  FILLER              PIC X(50)  VALUE
               'REASON'.

      *    One payment, or one schedule, that could not be taken.
       01  WK-EXCEPTION-LINE.
           05  EXC-SCHEDULE-ID     PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  EXC-DATE            PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  EXC-AMOUNT          PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  EXC-REASON          PIC X(50).

       01  WK-EDIT-MASKS.
           05  WK-AMOUNT-MASK      PIC -(06)9,99.

       01  WK-TOTAL-LINE.
           05  TOL-LABEL           PIC X(30).
           05  TOL-COUNT           PIC ZZZ.ZZZ.ZZ9.

       01  WK-MONEY-LINE.
           05  TOM-LABEL           PIC X(30).
           05  TOM-AMOUNT          PIC -(11)9,99.

           COPY LKREQUE.

           COPY LKCAL.

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 030-LOG-START        THRU 030-EXIT.
           PERFORM 000-HOUSEKEEPING     THRU 000-EXIT.
           PERFORM 100-BOARD-SCHEDULES  THRU 100-EXIT.
           PERFORM 200-APPLY-PAYMENTS   THRU 200-EXIT.
           PERFORM 500-APPLY-CREDITS    THRU 500-EXIT.
           PERFORM 900-TERMINATION      THRU 900-EXIT.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - the business date held credit is
      *  applied up to comes from the processing calendar; without a
      *  usable calendar the run date stands in, reported.  LOANSCH
      *  and LOANPOS are created on first use.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'E'   TO LKC-FUNCTION.
           MOVE ZEROS TO LKC-DATE.
           MOVE ZEROS TO LKC-RETURN-CODE.
           CALL 'CALLKP' USING CAL-REQUEST
              ON EXCEPTION
                 DISPLAY 'LOANPAY: CALLKP IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           IF LKC-RETURN-CODE = ZEROS
              MOVE LKC-DATE    TO WK-BUSINESS-DATE
           ELSE
              DISPLAY 'LOANPAY: CALFILE NOT USABLE (CALLKP RETURN '
                      'CODE ' LKC-RETURN-CODE ') - RUN DATE USED AS '
                      'THE BUSINESS DATE'
              MOVE WK-RUN-DATE TO WK-BUSINESS-DATE
           END-IF.

           OPEN I-O SCHEDULE-FILE.
           IF WK-SCHEDULE-STATUS = '35'
              OPEN OUTPUT SCHEDULE-FILE
              CLOSE SCHEDULE-FILE
              OPEN I-O SCHEDULE-FILE
           END-IF.
           IF WK-SCHEDULE-STATUS NOT = '00'
              DISPLAY 'LOANPAY: UNABLE TO OPEN LOANSCH, STATUS = '
                      WK-SCHEDULE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O POSITION-FILE.
           IF WK-POSITION-STATUS = '35'
              OPEN OUTPUT POSITION-FILE
              CLOSE POSITION-FILE
              OPEN I-O POSITION-FILE
           END-IF.
           IF WK-POSITION-STATUS NOT = '00'
              DISPLAY 'LOANPAY: UNABLE TO OPEN LOANPOS, STATUS = '
                      WK-POSITION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'LOANPAY: UNABLE TO OPEN LPAYRPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-FILE.
           IF WK-EXCEPTION-STATUS NOT = '00'
              DISPLAY 'LOANPAY: UNABLE TO OPEN LPAYEXC, STATUS = '
                      WK-EXCEPTION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
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
           MOVE 'LOANPAY' TO RNL-PROGRAM.
           MOVE ZEROS     TO RNL-RECORDS-READ.
           MOVE ZEROS     TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS     TO RNL-REJECTS.
           MOVE ZEROS     TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'LOANPAY: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       030-EXIT.
           EXIT.

      ****************************************************************
      *  Board new schedules from AMRTOUT.  AMORT rewrites AMRTOUT
      *  every run, so a schedule already on LOANPOS is passed over;
      *  no AMRTOUT at all simply means nothing new to board.
      ****************************************************************
       100-BOARD-SCHEDULES.

           OPEN INPUT AMORT-FILE.
           IF WK-AMORT-STATUS = '35'
              DISPLAY 'LOANPAY: NO AMRTOUT - NO NEW SCHEDULES TO '
                      'BOARD'
              GO TO 100-EXIT
           END-IF.
           IF WK-AMORT-STATUS NOT = '00'
              DISPLAY 'LOANPAY: UNABLE TO OPEN AMRTOUT, STATUS = '
                      WK-AMORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO WK-HOLD-ID.
           MOVE 'N' TO WK-EOF-SWITCH.
           PERFORM 110-READ-SCHEDULE-LINE THRU 110-EXIT
              UNTIL WK-END-OF-FILE.
           IF WK-HOLD-ID NOT = SPACES
              PERFORM 130-END-SCHEDULE THRU 130-EXIT
           END-IF.

           CLOSE AMORT-FILE.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  One AMRTOUT line - a change of schedule ID closes off the
      *  schedule before it.  Lines of a schedule not yet on LOANPOS
      *  go onto LOANSCH, replacing any left there by an earlier
      *  AMRTOUT that was not complete.
      ****************************************************************
       110-READ-SCHEDULE-LINE.

           READ AMORT-FILE INTO SCHEDULE-RECORD
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 110-EXIT
           END-READ.
           IF WK-AMORT-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR READING AMRTOUT, STATUS = '
                      WK-AMORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-AMORT-READ.

           IF SCH-SCHEDULE-ID NOT = WK-HOLD-ID
              IF WK-HOLD-ID NOT = SPACES
                 PERFORM 130-END-SCHEDULE THRU 130-EXIT
              END-IF
              PERFORM 120-START-SCHEDULE THRU 120-EXIT
           END-IF.

           IF WK-HOLD-SKIPPED
              GO TO 110-EXIT
           END-IF.

           IF SCH-PERIOD NOT = WK-HOLD-LAST-PERIOD + 1
              MOVE 'I' TO WK-HOLD-FLAG
           END-IF.
           MOVE SCH-PERIOD  TO WK-HOLD-LAST-PERIOD.
           MOVE SCH-BALANCE TO WK-HOLD-LAST-BAL.

           WRITE SCHEDULE-RECORD
              INVALID KEY
                 REWRITE SCHEDULE-RECORD
           END-WRITE.
           IF WK-SCHEDULE-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR WRITING LOANSCH, STATUS = '
                      WK-SCHEDULE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       110-EXIT.
           EXIT.

      ****************************************************************
      *  First line of a schedule - passed over if the loan is
      *  already on LOANPOS.  The original principal is the first
      *  period's principal portion plus the balance it left.
      ****************************************************************
       120-START-SCHEDULE.

           MOVE SCH-SCHEDULE-ID TO WK-HOLD-ID.
           MOVE 'N'             TO WK-HOLD-FLAG.
           MOVE ZEROS           TO WK-HOLD-LAST-PERIOD.
           MOVE ZEROS           TO WK-HOLD-LAST-BAL.
           COMPUTE WK-HOLD-PRINCIPAL = SCH-PRINCIPAL + SCH-BALANCE
              ON SIZE ERROR
                 MOVE 'I' TO WK-HOLD-FLAG
           END-COMPUTE.

           MOVE SCH-SCHEDULE-ID TO LPS-SCHEDULE-ID.
           READ POSITION-FILE
              INVALID KEY
                 GO TO 120-EXIT
           END-READ.
           IF WK-POSITION-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR READING LOANPOS, STATUS = '
                      WK-POSITION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'S' TO WK-HOLD-FLAG.
           ADD 1 TO WK-ALREADY-BOARDED.

       120-EXIT.
           EXIT.

      ****************************************************************
      *  Last line of a schedule - a schedule that starts at period 1,
      *  runs without a gap and clears to a zero balance is boarded
      *  with a new position.  Anything else is what AMORT left of an
      *  abandoned schedule and goes to the exceptions list.
      ****************************************************************
       130-END-SCHEDULE.

           IF WK-HOLD-SKIPPED
              GO TO 130-EXIT
           END-IF.

           IF WK-HOLD-INCOMPLETE
              OR WK-HOLD-LAST-BAL NOT = ZEROS
              ADD 1 TO WK-NOT-BOARDED
              MOVE SPACES     TO WK-EXCEPTION-LINE
              MOVE WK-HOLD-ID TO EXC-SCHEDULE-ID
              MOVE 'SCHEDULE INCOMPLETE ON AMRTOUT - NOT BOARDED'
                              TO EXC-REASON
              PERFORM 830-PRINT-EXCEPTION THRU 830-EXIT
              GO TO 130-EXIT
           END-IF.

           MOVE SPACES              TO LOAN-POSITION-RECORD.
           MOVE WK-HOLD-ID          TO LPS-SCHEDULE-ID.
           MOVE 'A'                 TO LPS-STATUS.
           MOVE WK-HOLD-LAST-PERIOD TO LPS-TERM.
           MOVE WK-HOLD-PRINCIPAL   TO LPS-ORIG-PRINCIPAL.
           MOVE ZEROS               TO LPS-PAID-THRU.
           MOVE WK-HOLD-PRINCIPAL   TO LPS-BALANCE.
           MOVE ZEROS               TO LPS-PART-INTEREST.
           MOVE ZEROS               TO LPS-PART-PRINCIPAL.
           MOVE ZEROS               TO LPS-OVERPAYMENT.
           MOVE ZEROS               TO LPS-TOTAL-PAID.
           MOVE ZEROS               TO LPS-INTEREST-PAID.
           MOVE ZEROS               TO LPS-LAST-PAY-DATE.
           MOVE WK-BUSINESS-DATE    TO LPS-BOARDED-DATE.
           MOVE ZEROS               TO LPS-ARREARS.
           MOVE ZEROS               TO LPS-OLDEST-DUE.
           MOVE ZEROS               TO LPS-DAYS-PAST-DUE.
           MOVE 'C'                 TO LPS-AGING-BUCKET.
           MOVE ZEROS               TO LPS-AGED-DATE.

           WRITE LOAN-POSITION-RECORD.
           IF WK-POSITION-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR WRITING LOANPOS, STATUS = '
                      WK-POSITION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-BOARDED.

           MOVE SPACES             TO WK-DETAIL-LINE.
           MOVE LPS-SCHEDULE-ID    TO DET-SCHEDULE-ID.
           MOVE WK-BUSINESS-DATE   TO DET-DATE.
           MOVE 'BOARDED'          TO DET-ACTION.
           MOVE LPS-ORIG-PRINCIPAL TO DET-AMOUNT.
           MOVE ZEROS              TO DET-INTEREST.
           MOVE ZEROS              TO DET-PRINCIPAL.
           MOVE ZEROS              TO DET-CREDIT.
           MOVE LPS-PAID-THRU      TO DET-PAID-THRU.
           MOVE LPS-TERM           TO DET-TERM.
           MOVE LPS-BALANCE        TO DET-BALANCE.
           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.

       130-EXIT.
           EXIT.

      ****************************************************************
      *  Apply the day's payments.  No PAYIN means no payments were
      *  received - not an error.
      ****************************************************************
       200-APPLY-PAYMENTS.

           OPEN INPUT PAYMENT-FILE.
           IF WK-PAYMENT-STATUS = '35'
              DISPLAY 'LOANPAY: NO PAYIN - NO PAYMENTS TO APPLY'
              GO TO 200-EXIT
           END-IF.
           IF WK-PAYMENT-STATUS NOT = '00'
              DISPLAY 'LOANPAY: UNABLE TO OPEN PAYIN, STATUS = '
                      WK-PAYMENT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WK-EOF-SWITCH.
           PERFORM 210-APPLY-PAYMENT THRU 210-EXIT
              UNTIL WK-END-OF-FILE.

           CLOSE PAYMENT-FILE.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  One payment - edited, matched to its loan, then applied
      *  together with any credit the loan already holds.  A payment
      *  whose arithmetic fails leaves the position as it was.
      ****************************************************************
       210-APPLY-PAYMENT.

           READ PAYMENT-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 210-EXIT
           END-READ.
           IF WK-PAYMENT-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR READING PAYIN, STATUS = '
                      WK-PAYMENT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-PAYMENTS-READ.

           PERFORM 220-EDIT-PAYMENT THRU 220-EXIT.
           IF WK-APPLY-REASON NOT = SPACES
              PERFORM 250-PAYMENT-EXCEPTION THRU 250-EXIT
              GO TO 210-EXIT
           END-IF.

           MOVE PAY-SCHEDULE-ID TO LPS-SCHEDULE-ID.
           READ POSITION-FILE
              INVALID KEY
                 MOVE 'SCHEDULE IS NOT ON LOANPOS' TO WK-APPLY-REASON
                 PERFORM 250-PAYMENT-EXCEPTION THRU 250-EXIT
                 GO TO 210-EXIT
           END-READ.
           IF WK-POSITION-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR READING LOANPOS, STATUS = '
                      WK-POSITION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF LPS-IS-PAID-OFF
              MOVE 'LOAN IS ALREADY PAID OFF' TO WK-APPLY-REASON
              PERFORM 250-PAYMENT-EXCEPTION THRU 250-EXIT
              GO TO 210-EXIT
           END-IF.

           COMPUTE WK-AVAILABLE = PAY-AMOUNT + LPS-OVERPAYMENT
              ON SIZE ERROR
                 MOVE 'CREDIT HELD PLUS PAYMENT TOO LARGE'
                      TO WK-APPLY-REASON
                 PERFORM 250-PAYMENT-EXCEPTION THRU 250-EXIT
                 GO TO 210-EXIT
           END-COMPUTE.
           MOVE PAY-DATE TO WK-APPLY-DATE.
           PERFORM 300-APPLY-CASH THRU 300-EXIT.
           IF WK-APPLY-FAILED
              PERFORM 250-PAYMENT-EXCEPTION THRU 250-EXIT
              GO TO 210-EXIT
           END-IF.

           MOVE WK-AVAILABLE TO LPS-OVERPAYMENT.
           ADD PAY-AMOUNT    TO LPS-TOTAL-PAID.
           MOVE PAY-DATE     TO LPS-LAST-PAY-DATE.
           PERFORM 400-REWRITE-POSITION THRU 400-EXIT.

           ADD 1 TO WK-PAYMENTS-APPLIED.
           ADD PAY-AMOUNT TO WK-TOTAL-RECEIVED.

           MOVE SPACES           TO WK-DETAIL-LINE.
           MOVE 'PAYMENT'        TO DET-ACTION.
           MOVE PAY-DATE         TO DET-DATE.
           MOVE PAY-AMOUNT       TO DET-AMOUNT.
           PERFORM 260-FORMAT-APPLIED THRU 260-EXIT.

       210-EXIT.
           EXIT.

      ****************************************************************
      *  Payment edits - the reason lands in WK-APPLY-REASON.
      ****************************************************************
       220-EDIT-PAYMENT.

           MOVE SPACES TO WK-APPLY-REASON.

           IF PAY-SCHEDULE-ID = SPACES
              MOVE 'SCHEDULE ID IS REQUIRED' TO WK-APPLY-REASON
              GO TO 220-EXIT
           END-IF.
           IF PAY-DATE IS NOT NUMERIC
              OR PAY-DATE = ZEROS
              MOVE 'PAYMENT DATE MUST BE NUMERIC YYYYMMDD'
                   TO WK-APPLY-REASON
              GO TO 220-EXIT
           END-IF.
           IF PAY-AMOUNT IS NOT NUMERIC
              OR PAY-AMOUNT = ZEROS
              MOVE 'AMOUNT MUST BE NUMERIC AND NOT ZERO'
                   TO WK-APPLY-REASON
              GO TO 220-EXIT
           END-IF.

       220-EXIT.
           EXIT.

      ****************************************************************
      *  A payment that could not be applied, to the exceptions list.
      ****************************************************************
       250-PAYMENT-EXCEPTION.

           MOVE SPACES          TO WK-EXCEPTION-LINE.
           MOVE PAY-SCHEDULE-ID TO EXC-SCHEDULE-ID.
           MOVE PAY-DATE        TO EXC-DATE.
           IF PAY-AMOUNT IS NUMERIC
              MOVE PAY-AMOUNT     TO WK-AMOUNT-MASK
              MOVE WK-AMOUNT-MASK TO EXC-AMOUNT
           ELSE
              MOVE '  NOT NUM'    TO EXC-AMOUNT
           END-IF.
           MOVE WK-APPLY-REASON TO EXC-REASON.
           PERFORM 830-PRINT-EXCEPTION THRU 830-EXIT.

       250-EXIT.
           EXIT.

      ****************************************************************
      *  The rest of an applied line - what went to interest and
      *  principal, the credit now held and the position left.
      ****************************************************************
       260-FORMAT-APPLIED.

           MOVE LPS-SCHEDULE-ID  TO DET-SCHEDULE-ID.
           MOVE WK-PAY-INTEREST  TO DET-INTEREST.
           MOVE WK-PAY-PRINCIPAL TO DET-PRINCIPAL.
           MOVE LPS-OVERPAYMENT  TO DET-CREDIT.
           MOVE LPS-PAID-THRU    TO DET-PAID-THRU.
           MOVE LPS-TERM         TO DET-TERM.
           MOVE LPS-BALANCE      TO DET-BALANCE.
           IF WK-NOW-PAID-OFF
              MOVE 'PAID OFF'    TO DET-NOTE
              ADD 1 TO WK-PAID-OFF
           END-IF.
           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.

           ADD WK-PAY-INTEREST  TO WK-TOTAL-INTEREST.
           ADD WK-PAY-PRINCIPAL TO WK-TOTAL-PRINCIPAL.

       260-EXIT.
           EXIT.

      ****************************************************************
      *  Apply WK-AVAILABLE to the loan in LOAN-POSITION-RECORD, the
      *  oldest unpaid period first, for every period due on or
      *  before WK-APPLY-DATE.  What is left stays in WK-AVAILABLE.
      ****************************************************************
       300-APPLY-CASH.

           MOVE 'N'   TO WK-APPLY-FLAG.
           MOVE 'N'   TO WK-DUE-FLAG.
           MOVE 'N'   TO WK-PAID-OFF-FLAG.
           MOVE ZEROS TO WK-PAY-INTEREST.
           MOVE ZEROS TO WK-PAY-PRINCIPAL.

           PERFORM 310-APPLY-PERIOD THRU 310-EXIT
              UNTIL WK-AVAILABLE NOT > ZEROS
                 OR LPS-IS-PAID-OFF
                 OR WK-NOTHING-DUE
                 OR WK-APPLY-FAILED.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  One period.  Interest first: what is still owed on the
      *  period's interest, and the part of it paid now, through CALC
      *  as a chain; then the same for principal, and the balance
      *  brought down.  A period whose interest and principal are both
      *  fully met is paid; the last one pays the loan off.
      ****************************************************************
       310-APPLY-PERIOD.

           COMPUTE WK-NEXT-PERIOD = LPS-PAID-THRU + 1.
           MOVE LPS-SCHEDULE-ID TO SCH-SCHEDULE-ID.
           MOVE WK-NEXT-PERIOD  TO SCH-PERIOD.
           READ SCHEDULE-FILE
              INVALID KEY
                 MOVE 'SCHEDULE LINE MISSING FROM LOANSCH'
                      TO WK-APPLY-REASON
                 SET WK-APPLY-FAILED TO TRUE
                 GO TO 310-EXIT
           END-READ.
           IF WK-SCHEDULE-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR READING LOANSCH, STATUS = '
                      WK-SCHEDULE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF SCH-DUE-DATE > WK-APPLY-DATE
              SET WK-NOTHING-DUE TO TRUE
              GO TO 310-EXIT
           END-IF.

           MOVE '-'                 TO LK-OPERATION.
           MOVE SCH-INTEREST        TO LK-VALUE-ONE.
           MOVE LPS-PART-INTEREST   TO LK-VALUE-TWO.
           MOVE 'C'                 TO LK-CHAIN-CODE.
           PERFORM 350-CALL-CALC THRU 350-EXIT.
           IF WK-APPLY-FAILED
              GO TO 310-EXIT
           END-IF.
           MOVE LK-RESULT-VALUE     TO WK-INTEREST-DUE.

           IF WK-AVAILABLE < WK-INTEREST-DUE
              MOVE WK-AVAILABLE     TO WK-INTEREST-APPLIED
           ELSE
              MOVE WK-INTEREST-DUE  TO WK-INTEREST-APPLIED
           END-IF.

           MOVE '+'                 TO LK-OPERATION.
           MOVE LPS-PART-INTEREST   TO LK-VALUE-ONE.
           MOVE WK-INTEREST-APPLIED TO LK-VALUE-TWO.
           MOVE 'F'                 TO LK-CHAIN-CODE.
           PERFORM 350-CALL-CALC THRU 350-EXIT.
           IF WK-APPLY-FAILED
              GO TO 310-EXIT
           END-IF.
           MOVE LK-RESULT-VALUE     TO LPS-PART-INTEREST.
           SUBTRACT WK-INTEREST-APPLIED FROM WK-AVAILABLE.

           MOVE '-'                 TO LK-OPERATION.
           MOVE SCH-PRINCIPAL       TO LK-VALUE-ONE.
           MOVE LPS-PART-PRINCIPAL  TO LK-VALUE-TWO.
           MOVE SPACE               TO LK-CHAIN-CODE.
           PERFORM 350-CALL-CALC THRU 350-EXIT.
           IF WK-APPLY-FAILED
              GO TO 310-EXIT
           END-IF.
           MOVE LK-RESULT-VALUE     TO WK-PRINCIPAL-DUE.

           IF WK-AVAILABLE < WK-PRINCIPAL-DUE
              MOVE WK-AVAILABLE     TO WK-PRINCIPAL-APPLIED
           ELSE
              MOVE WK-PRINCIPAL-DUE TO WK-PRINCIPAL-APPLIED
           END-IF.

           MOVE '+'                 TO LK-OPERATION.
           MOVE LPS-PART-PRINCIPAL  TO LK-VALUE-ONE.
           MOVE WK-PRINCIPAL-APPLIED
                                    TO LK-VALUE-TWO.
           MOVE SPACE               TO LK-CHAIN-CODE.
           PERFORM 350-CALL-CALC THRU 350-EXIT.
           IF WK-APPLY-FAILED
              GO TO 310-EXIT
           END-IF.
           MOVE LK-RESULT-VALUE     TO LPS-PART-PRINCIPAL.

           MOVE '-'                 TO LK-OPERATION.
           MOVE LPS-BALANCE         TO LK-VALUE-ONE.
           MOVE WK-PRINCIPAL-APPLIED
                                    TO LK-VALUE-TWO.
           MOVE SPACE               TO LK-CHAIN-CODE.
           PERFORM 350-CALL-CALC THRU 350-EXIT.
           IF WK-APPLY-FAILED
              GO TO 310-EXIT
           END-IF.
           MOVE LK-RESULT-VALUE     TO LPS-BALANCE.
           SUBTRACT WK-PRINCIPAL-APPLIED FROM WK-AVAILABLE.

           ADD WK-INTEREST-APPLIED  TO WK-PAY-INTEREST.
           ADD WK-INTEREST-APPLIED  TO LPS-INTEREST-PAID.
           ADD WK-PRINCIPAL-APPLIED TO WK-PAY-PRINCIPAL.

           IF LPS-PART-INTEREST  = SCH-INTEREST
              AND LPS-PART-PRINCIPAL = SCH-PRINCIPAL
              MOVE WK-NEXT-PERIOD TO LPS-PAID-THRU
              MOVE ZEROS          TO LPS-PART-INTEREST
              MOVE ZEROS          TO LPS-PART-PRINCIPAL
              IF LPS-PAID-THRU NOT < LPS-TERM
                 MOVE 'P' TO LPS-STATUS
                 SET WK-NOW-PAID-OFF TO TRUE
              END-IF
           END-IF.

       310-EXIT.
           EXIT.

      ****************************************************************
      *  One CALC call for the loan in hand.  The schedule ID rides
      *  in LK-BATCH-ID, as it does for the schedule AMORT built, so
      *  the audit trail ties every posting back to its loan.  A
      *  non-zero return code abandons the application.
      ****************************************************************
       350-CALL-CALC.

           MOVE 'R'               TO LK-ROUNDING-MODE.
           MOVE ZEROS             TO LK-RETURN-CODE.
           MOVE LPS-SCHEDULE-ID   TO LK-BATCH-ID.
           MOVE SPACES            TO LK-RATE-CODE.
           MOVE ZEROS             TO LK-RATE-EFF-DATE.
           MOVE ZEROS             TO LK-RATE-BAND.
           MOVE SPACES            TO LK-USER-ID.

           CALL 'CALC' USING LK-REQUEST.

           IF LK-RETURN-CODE NOT = ZEROS
              MOVE SPACES TO WK-APPLY-REASON
              STRING 'CALC RETURN CODE ' LK-RETURN-CODE
                     ' - NOT APPLIED'
                 DELIMITED BY SIZE INTO WK-APPLY-REASON
              SET WK-APPLY-FAILED TO TRUE
           END-IF.

       350-EXIT.
           EXIT.

      ****************************************************************
      *  Put the position back on LOANPOS.
      ****************************************************************
       400-REWRITE-POSITION.

           REWRITE LOAN-POSITION-RECORD.
           IF WK-POSITION-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR REWRITING LOANPOS, STATUS = '
                      WK-POSITION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       400-EXIT.
           EXIT.

      ****************************************************************
      *  Credit sweep - every active loan holding an overpayment has
      *  it applied to the periods that have fallen due by the
      *  business date.  A loan with nothing due keeps its credit.
      ****************************************************************
       500-APPLY-CREDITS.

           MOVE LOW-VALUES TO LPS-SCHEDULE-ID.
           START POSITION-FILE KEY NOT LESS THAN LPS-SCHEDULE-ID
              INVALID KEY
                 GO TO 500-EXIT
           END-START.

           MOVE 'N' TO WK-EOF-SWITCH.
           PERFORM 510-APPLY-CREDIT THRU 510-EXIT
              UNTIL WK-END-OF-FILE.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  One loan on the credit sweep.
      ****************************************************************
       510-APPLY-CREDIT.

           READ POSITION-FILE NEXT
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 510-EXIT
           END-READ.
           IF WK-POSITION-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR READING LOANPOS, STATUS = '
                      WK-POSITION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF NOT LPS-IS-ACTIVE
              OR LPS-OVERPAYMENT NOT > ZEROS
              GO TO 510-EXIT
           END-IF.

           MOVE LPS-OVERPAYMENT  TO WK-AVAILABLE.
           MOVE WK-BUSINESS-DATE TO WK-APPLY-DATE.
           PERFORM 300-APPLY-CASH THRU 300-EXIT.
           IF WK-APPLY-FAILED
              MOVE SPACES           TO WK-EXCEPTION-LINE
              MOVE LPS-SCHEDULE-ID  TO EXC-SCHEDULE-ID
              MOVE WK-BUSINESS-DATE TO EXC-DATE
              MOVE LPS-OVERPAYMENT  TO WK-AMOUNT-MASK
              MOVE WK-AMOUNT-MASK   TO EXC-AMOUNT
              MOVE SPACES           TO EXC-REASON
              STRING 'CREDIT HELD: ' WK-APPLY-REASON
                 DELIMITED BY SIZE INTO EXC-REASON
              PERFORM 830-PRINT-EXCEPTION THRU 830-EXIT
              GO TO 510-EXIT
           END-IF.
           IF WK-PAY-INTEREST = ZEROS
              AND WK-PAY-PRINCIPAL = ZEROS
              GO TO 510-EXIT
           END-IF.

           MOVE SPACES           TO WK-DETAIL-LINE.
           MOVE 'CREDIT'         TO DET-ACTION.
           MOVE WK-BUSINESS-DATE TO DET-DATE.
           COMPUTE DET-AMOUNT = LPS-OVERPAYMENT - WK-AVAILABLE.
           MOVE WK-AVAILABLE     TO LPS-OVERPAYMENT.
           PERFORM 400-REWRITE-POSITION THRU 400-EXIT.
           ADD 1 TO WK-CREDITS-APPLIED.
           PERFORM 260-FORMAT-APPLIED THRU 260-EXIT.

       510-EXIT.
           EXIT.

      ****************************************************************
      *  Page heading for the application listing.
      ****************************************************************
       800-PAGE-HEADING.

           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-RUN-DATE      TO HD1-RUN-DATE.
           MOVE WK-BUSINESS-DATE TO HD1-BUSINESS-DATE.
           MOVE WK-PAGE-COUNT    TO HD1-PAGE.

           WRITE REPORT-RECORD FROM WK-HEADING-ONE
              AFTER ADVANCING PAGE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-DETAIL
              AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 5 TO WK-LINE-COUNT.

       800-EXIT.
           EXIT.

      ****************************************************************
      *  One application line, with page control.
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
      *  Page heading for the exceptions list.
      ****************************************************************
       820-EXCEPTION-HEADING.

           ADD 1 TO WK-EXC-PAGE-COUNT.
           MOVE WK-RUN-DATE       TO EH1-RUN-DATE.
           MOVE WK-EXC-PAGE-COUNT TO EH1-PAGE.

           WRITE EXCEPTION-RECORD FROM WK-EXC-HEADING-ONE
              AFTER ADVANCING PAGE.
           PERFORM 860-CHECK-EXCEPTION-WRITE THRU 860-EXIT.
           WRITE EXCEPTION-RECORD FROM WK-EXC-HEADING-TWO
              AFTER ADVANCING 2 LINES.
           PERFORM 860-CHECK-EXCEPTION-WRITE THRU 860-EXIT.
           MOVE SPACES TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 860-CHECK-EXCEPTION-WRITE THRU 860-EXIT.

           MOVE 5 TO WK-EXC-LINE-COUNT.

       820-EXIT.
           EXIT.

      ****************************************************************
      *  One exception line, with page control.
      ****************************************************************
       830-PRINT-EXCEPTION.

           IF WK-EXC-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 820-EXCEPTION-HEADING THRU 820-EXIT
           END-IF.

           WRITE EXCEPTION-RECORD FROM WK-EXCEPTION-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 860-CHECK-EXCEPTION-WRITE THRU 860-EXIT.

           ADD 1 TO WK-EXC-LINE-COUNT.
           ADD 1 TO WK-EXCEPTIONS.

       830-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every report WRITE, the same
      *  as every other file this system touches.
      ****************************************************************
       850-CHECK-REPORT-WRITE.

           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR WRITING LPAYRPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       850-EXIT.
           EXIT.

      ****************************************************************
      *  The same check for the exceptions list.
      ****************************************************************
       860-CHECK-EXCEPTION-WRITE.

           IF WK-EXCEPTION-STATUS NOT = '00'
              DISPLAY 'LOANPAY: ERROR WRITING LPAYEXC, STATUS = '
                      WK-EXCEPTION-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       860-EXIT.
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
      *  One run-amount line on the report.
      ****************************************************************
       880-PRINT-MONEY.

           WRITE REPORT-RECORD FROM WK-MONEY-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

       880-EXIT.
           EXIT.

      ****************************************************************
      *  Final Procedures - the run's counts and amounts.  Anything
      *  on the exceptions list ends the step with 4.
      ****************************************************************
       900-TERMINATION.

           IF WK-PAGE-COUNT = ZEROS
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.
           IF WK-EXC-PAGE-COUNT = ZEROS
              PERFORM 820-EXCEPTION-HEADING THRU 820-EXIT
              MOVE SPACES TO EXCEPTION-RECORD
              MOVE 'NO EXCEPTIONS' TO EXCEPTION-RECORD
              WRITE EXCEPTION-RECORD AFTER ADVANCING 1 LINE
              PERFORM 860-CHECK-EXCEPTION-WRITE THRU 860-EXIT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'AMRTOUT LINES READ .......... ' TO TOL-LABEL.
           MOVE WK-AMORT-READ TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'SCHEDULES BOARDED ........... ' TO TOL-LABEL.
           MOVE WK-BOARDED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'ALREADY ON LOANPOS .......... ' TO TOL-LABEL.
           MOVE WK-ALREADY-BOARDED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'INCOMPLETE - NOT BOARDED .... ' TO TOL-LABEL.
           MOVE WK-NOT-BOARDED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'PAYMENTS READ ............... ' TO TOL-LABEL.
           MOVE WK-PAYMENTS-READ TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'PAYMENTS APPLIED ............ ' TO TOL-LABEL.
           MOVE WK-PAYMENTS-APPLIED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'HELD CREDITS APPLIED ........ ' TO TOL-LABEL.
           MOVE WK-CREDITS-APPLIED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'LOANS PAID OFF .............. ' TO TOL-LABEL.
           MOVE WK-PAID-OFF TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'EXCEPTIONS LISTED ........... ' TO TOL-LABEL.
           MOVE WK-EXCEPTIONS TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'AMOUNT RECEIVED ............. ' TO TOM-LABEL.
           MOVE WK-TOTAL-RECEIVED TO TOM-AMOUNT.
           PERFORM 880-PRINT-MONEY THRU 880-EXIT.

           MOVE 'APPLIED TO INTEREST ......... ' TO TOM-LABEL.
           MOVE WK-TOTAL-INTEREST TO TOM-AMOUNT.
           PERFORM 880-PRINT-MONEY THRU 880-EXIT.

           MOVE 'APPLIED TO PRINCIPAL ........ ' TO TOM-LABEL.
           MOVE WK-TOTAL-PRINCIPAL TO TOM-AMOUNT.
           PERFORM 880-PRINT-MONEY THRU 880-EXIT.

           CLOSE SCHEDULE-FILE POSITION-FILE
                 REPORT-FILE EXCEPTION-FILE.

           IF WK-EXCEPTIONS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '=================================================='.
           DISPLAY 'LOANPAY PAYMENT APPLICATION CONTROL REPORT'.
           DISPLAY '=================================================='.
           DISPLAY 'BUSINESS DATE ................ ' WK-BUSINESS-DATE.
           DISPLAY 'SCHEDULES BOARDED ............ ' WK-BOARDED.
           DISPLAY 'PAYMENTS READ ................ ' WK-PAYMENTS-READ.
           DISPLAY 'PAYMENTS APPLIED ............. '
                   WK-PAYMENTS-APPLIED.
           DISPLAY 'HELD CREDITS APPLIED ......... '
                   WK-CREDITS-APPLIED.
           DISPLAY 'LOANS PAID OFF ............... ' WK-PAID-OFF.
           DISPLAY 'EXCEPTIONS LISTED ............ ' WK-EXCEPTIONS.
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
           MOVE 'LOANPAY' TO RNL-PROGRAM.
           MOVE WK-PAYMENTS-READ    TO RNL-RECORDS-READ.
           MOVE WK-PAYMENTS-APPLIED TO RNL-RECORDS-WRITTEN.
           MOVE WK-EXCEPTIONS       TO RNL-REJECTS.
           MOVE RETURN-CODE         TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'LOANPAY: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       950-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
