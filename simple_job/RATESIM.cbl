      ****************************************************************
      * Program name:    RATESIM
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - rate-change impact
      *                         simulation.  Finance's proposed rate
      *                         versions (single rates or band tables
      *                         not yet keyed to RATEFILE) come in on
      *                         RATEPROP in the RATEREC layout, and
      *                         every historical transaction that
      *                         resolved through one of those codes
      *                         over the run-date range on the command
      *                         line - the AUDARCH archive cut first,
      *                         then the live AUDITLOG - is re-priced
      *                         under the proposal with the same
      *                         arithmetic and rounding CALC applied.
      *                         RSIMREPT lists old against proposed
      *                         result per transaction, then totals by
      *                         rate code, by proposed band and by
      *                         batch.  Nothing is written anywhere
      *                         else.  A reversal written by the
      *                         CALCREV void job re-prices with its
      *                         sign reversed, so a voided batch still
      *                         nets to zero.  Requests CALC rejected
      *                         had no result and are counted, not
      *                         re-priced.  RETURN-CODE 0 clean, 4
      *                         when a proposal was rejected or a
      *                         transaction could not be re-priced,
      *                         8 when nothing could be simulated, 16
      *                         file failure.
      * 15/10/26  MAINT         Audit record buffers follow AUDITREC
      *                         to 78 bytes for the online user ID.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RATESIM.
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
           SELECT PROPOSAL-FILE   ASSIGN TO "RATEPROP"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-PROPOSAL-STATUS.

           SELECT ARCHIVE-FILE    ASSIGN TO "AUDARCH"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-ARCHIVE-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO "AUDITLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-AUDIT-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "RSIMREPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-FILE
           RECORDING MODE IS F.
           COPY RATEREC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD         PIC X(78).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  LIVE-RECORD            PIC X(78).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-PROPOSAL-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-ARCHIVE-STATUS   PIC X(02)  VALUE SPACES.
           05  WK-AUDIT-STATUS     PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-PROP-ERROR       PIC X(40)  VALUE SPACES.
           05  WK-CALC-FLAG        PIC X(01)  VALUE 'N'.
              88  WK-CALC-FAILED              VALUE 'Y'.
           05  WK-SOURCE           PIC X(01)  VALUE SPACE.

       01  WK-PARM-CONTROLS.
           05  WK-PARM-LINE        PIC X(40)  VALUE SPACES.
           05  WK-FROM-PARM        PIC X(08)  VALUE SPACES.
           05  WK-TO-PARM          PIC X(08)  VALUE SPACES.
           05  WK-FROM-DATE        PIC 9(08)  VALUE ZEROS.
           05  WK-TO-DATE          PIC 9(08)  VALUE 99999999.

       01  WK-RUN-CONTROLS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.

      *    The proposals accepted from RATEPROP, one per rate code,
      *    each with its own re-pricing totals and, for a banded
      *    proposal, totals per proposed band.
       01  WK-PROP-TABLE.
           05  WK-PROP-MAX         PIC 9(03)  VALUE 20.
           05  WK-PROP-COUNT       PIC 9(03)  VALUE ZEROS.
           05  WK-PROP-IX          PIC 9(03)  VALUE ZEROS.
           05  WK-PROP-HIT         PIC 9(03)  VALUE ZEROS.
           05  WK-PROP-ENTRY OCCURS 20.
              10  WK-PROP-CODE     PIC X(04).
              10  WK-PROP-EFF-DATE PIC 9(08).
              10  WK-PROP-TYPE     PIC X(01).
              10  WK-PROP-VALUE    PIC S9(05)V99.
              10  WK-PROP-BANDS    PIC 9(02).
              10  WK-PROP-TRANS    PIC 9(09).
              10  WK-PROP-OLD      PIC S9(15)V99.
              10  WK-PROP-NEW      PIC S9(15)V99.
              10  WK-PROP-BAND OCCURS 5.
                 15  WK-PB-LIMIT   PIC S9(07)V99.
                 15  WK-PB-RATE    PIC S9(05)V99.
                 15  WK-PB-TRANS   PIC 9(09).
                 15  WK-PB-OLD     PIC S9(15)V99.
                 15  WK-PB-NEW     PIC S9(15)V99.

      *    Re-pricing totals per batch.  Batches past the table's
      *    capacity are totalled together on one line.
       01  WK-BATCH-TABLE.
           05  WK-BT-MAX           PIC 9(03)  VALUE 100.
           05  WK-BT-COUNT         PIC 9(03)  VALUE ZEROS.
           05  WK-BT-IX            PIC 9(03)  VALUE ZEROS.
           05  WK-BT-HIT           PIC 9(03)  VALUE ZEROS.
           05  WK-BT-ENTRY OCCURS 100.
              10  WK-BT-BATCH-ID   PIC X(08).
              10  WK-BT-TRANS      PIC 9(09).
              10  WK-BT-OLD        PIC S9(15)V99.
              10  WK-BT-NEW        PIC S9(15)V99.
           05  WK-BT-OTHER-TRANS   PIC 9(09)  VALUE ZEROS.
           05  WK-BT-OTHER-OLD     PIC S9(15)V99 VALUE ZEROS.
           05  WK-BT-OTHER-NEW     PIC S9(15)V99 VALUE ZEROS.

       01  WK-BAND-CONTROLS.
           05  WK-BAND-IX          PIC 9(02)  VALUE ZEROS.
           05  WK-BAND-HIT         PIC 9(02)  VALUE ZEROS.

      *    One transaction being re-priced.
       01  WK-REPRICE-FIELDS.
           05  WK-NEW-RATE         PIC S9(05)V99 VALUE ZEROS.
           05  WK-NEW-RESULT       PIC S9(10)V99 VALUE ZEROS.
           05  WK-QUOTIENT         PIC S9(10)    VALUE ZEROS.
           05  WK-OLD-RESULT       PIC S9(10)V99 VALUE ZEROS.

       01  WK-RUN-COUNTERS.
           05  WK-PROPS-READ       PIC 9(09)  VALUE ZEROS.
           05  WK-PROPS-REJECTED   PIC 9(09)  VALUE ZEROS.
           05  WK-ARCHIVE-READ     PIC 9(09)  VALUE ZEROS.
           05  WK-LIVE-READ        PIC 9(09)  VALUE ZEROS.
           05  WK-SELECTED         PIC 9(09)  VALUE ZEROS.
           05  WK-REPRICED         PIC 9(09)  VALUE ZEROS.
           05  WK-NOT-PRICED       PIC 9(09)  VALUE ZEROS.
           05  WK-ABOVE-BANDS      PIC 9(09)  VALUE ZEROS.
           05  WK-ARITH-FAILED     PIC 9(09)  VALUE ZEROS.
           05  WK-TOTAL-OLD        PIC S9(15)V99 VALUE ZEROS.
           05  WK-TOTAL-NEW        PIC S9(15)V99 VALUE ZEROS.

      *    Work fields for one totals line.
       01  WK-TOTAL-WORK.
           05  WK-SUM-TRANS        PIC 9(09)  VALUE ZEROS.
           05  WK-SUM-OLD          PIC S9(15)V99 VALUE ZEROS.
           05  WK-SUM-NEW          PIC S9(15)V99 VALUE ZEROS.
           05  WK-SUM-PERCENT      PIC S9(05)V99 VALUE ZEROS.

       01  WK-EDIT-MASKS.
           05  WK-VALUE-MASK       PIC -(06)9,99.
           05  WK-RATE-MASK        PIC -(05)9,99.
           05  WK-LIMIT-MASK       PIC -(07)9,99.

       01  WK-REPORT-CONTROLS.
           05  WK-LINE-COUNT       PIC 9(03)  VALUE 99.
           05  WK-LINES-PER-PAGE   PIC 9(03)  VALUE 55.
           05  WK-PAGE-COUNT       PIC 9(05)  VALUE ZEROS.
           05  WK-COLUMN-HEADING   PIC X(132) VALUE SPACES.

       01  WK-HEADING-ONE.
           05  FILLER              PIC X(44)  VALUE
               'RATESIM - RATE CHANGE IMPACT SIMULATION     '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  HD1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(19)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HD1-PAGE            PIC ZZZZ9.

       01  WK-HEADING-RANGE.
           05  FILLER              PIC X(27)  VALUE
               'TRANSACTIONS RUN FROM      '.
           05  HDR-FROM-DATE       PIC 9(08).
           05  FILLER              PIC X(04)  VALUE ' TO '.
           05  HDR-TO-DATE         PIC 9(08).
           05  FILLER              PIC X(43)  VALUE
               '   - SIMULATION ONLY, NOTHING IS UPDATED   '.

       01  WK-HEADING-PROPOSAL.
           05  FILLER              PIC X(06)  VALUE 'CODE  '.
           05  FILLER              PIC X(10)  VALUE 'EFF DATE  '.
           05  FILLER              PIC X(08)  VALUE 'TYPE    '.
           05  FILLER              PIC X(11)  VALUE 'BAND/RATE  '.
           05  FILLER              PIC X(12)  VALUE '   UP TO    '.
           05  FILLER              PIC X(40)  VALUE
               'DISPOSITION                             '.

       01  WK-PROPOSAL-LINE.
           05  PRL-CODE            PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  PRL-EFF-DATE        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  PRL-TYPE            PIC X(06).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  PRL-BAND            PIC X(02).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  PRL-RATE            PIC X(09).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  PRL-LIMIT           PIC X(11).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  PRL-DISPOSITION     PIC X(51).

       01  WK-HEADING-DETAIL.
           05  FILLER              PIC X(03)  VALUE 'S  '.
           05  FILLER              PIC X(10)  VALUE 'BATCH     '.
           05  FILLER              PIC X(10)  VALUE 'RUN DATE  '.
           05  FILLER              PIC X(03)  VALUE 'OP '.
           05  FILLER              PIC X(12)  VALUE ' VALUE ONE  '.
           05  FILLER              PIC X(06)  VALUE 'CODE  '.
           05  FILLER              PIC X(10)  VALUE 'EFF DATE  '.
           05  FILLER              PIC X(03)  VALUE 'OB '.
           05  FILLER              PIC X(11)  VALUE ' OLD RATE  '.
           05  FILLER              PIC X(03)  VALUE 'NB '.
           05  FILLER              PIC X(11)  VALUE ' NEW RATE  '.
           05  FILLER              PIC X(15)  VALUE
               '    OLD RESULT '.
           05  FILLER              PIC X(15)  VALUE
               '    NEW RESULT '.
           05  FILLER              PIC X(16)  VALUE
               '    DIFFERENCE  '.
           05  FILLER              PIC X(01)  VALUE 'R'.

      *    One re-priced transaction.  A transaction that cannot be
      *    re-priced carries the reason in place of the proposed
      *    figures.
       01  WK-DETAIL-LINE.
           05  DET-SOURCE          PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-BATCH-ID        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-OPERATION       PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-VALUE-ONE       PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-RATE-CODE       PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-EFF-DATE        PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-OLD-BAND        PIC Z9.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  DET-OLD-RATE        PIC X(09).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-PRICED.
              10  DET-NEW-BAND     PIC Z9.
              10  FILLER           PIC X(01).
              10  DET-NEW-RATE     PIC -(05)9,99.
              10  FILLER           PIC X(02).
              10  DET-OLD-RESULT   PIC -(10)9,99.
              10  FILLER           PIC X(01).
              10  DET-NEW-RESULT   PIC -(10)9,99.
              10  FILLER           PIC X(01).
              10  DET-DIFFERENCE   PIC -(10)9,99.
              10  FILLER           PIC X(02).
              10  DET-REVERSAL     PIC X(01).
           05  DET-NOT-PRICED REDEFINES DET-PRICED.
              10  DET-NOTE         PIC X(40).
              10  FILLER           PIC X(21).

       01  WK-HEADING-TOTAL.
           05  HDT-TITLE           PIC X(40)  VALUE SPACES.
           05  FILLER              PIC X(13)  VALUE
               ' TRANSACTIONS'.
           05  FILLER              PIC X(21)  VALUE
               '       OLD TOTAL     '.
           05  FILLER              PIC X(21)  VALUE
               '  PROPOSED TOTAL     '.
           05  FILLER              PIC X(21)  VALUE
               '      DIFFERENCE     '.
           05  FILLER              PIC X(09)  VALUE ' CHANGE %'.

       01  WK-TOTAL-DETAIL.
           05  TOT-KEY             PIC X(40).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  TOT-TRANS           PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  TOT-OLD             PIC -(15)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  TOT-NEW             PIC -(15)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  TOT-DIFFERENCE      PIC -(15)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  TOT-PERCENT         PIC -(05)9,99.

       01  WK-TOTAL-LINE.
           05  TOL-LABEL           PIC X(30).
           05  TOL-COUNT           PIC ZZZ.ZZZ.ZZ9.

           COPY AUDITREC.

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 030-LOG-START       THRU 030-EXIT.
           PERFORM 000-HOUSEKEEPING    THRU 000-EXIT.
           PERFORM 050-LOAD-PROPOSALS  THRU 050-EXIT.
           PERFORM 100-SCAN-ARCHIVE    THRU 100-EXIT.
           PERFORM 150-SCAN-LIVE       THRU 150-EXIT.
           PERFORM 500-PRINT-TOTALS    THRU 500-EXIT.
           PERFORM 900-TERMINATION     THRU 900-EXIT.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - the run-date range comes from the
      *  command line (from-date and to-date, YYYYMMDD).  Either may
      *  be left off: no from-date starts at the earliest record, no
      *  to-date runs to the latest.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
              INTO WK-FROM-PARM WK-TO-PARM.

           IF WK-FROM-PARM NOT = SPACES
              IF WK-FROM-PARM IS NOT NUMERIC
                 DISPLAY 'RATESIM: FROM-DATE MUST BE YYYYMMDD - '
                         WK-FROM-PARM
                 PERFORM 090-REFUSE-RUN THRU 090-EXIT
              END-IF
              MOVE WK-FROM-PARM TO WK-FROM-DATE
           END-IF.
           IF WK-TO-PARM NOT = SPACES
              IF WK-TO-PARM IS NOT NUMERIC
                 DISPLAY 'RATESIM: TO-DATE MUST BE YYYYMMDD - '
                         WK-TO-PARM
                 PERFORM 090-REFUSE-RUN THRU 090-EXIT
              END-IF
              MOVE WK-TO-PARM TO WK-TO-DATE
           END-IF.
           IF WK-FROM-DATE > WK-TO-DATE
              DISPLAY 'RATESIM: FROM-DATE ' WK-FROM-DATE
                      ' IS AFTER TO-DATE ' WK-TO-DATE
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'RATESIM: UNABLE TO OPEN RSIMREPT, STATUS = '
                      WK-REPORT-STATUS
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
           MOVE 'RATESIM' TO RNL-PROGRAM.
           MOVE ZEROS     TO RNL-RECORDS-READ.
           MOVE ZEROS     TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS     TO RNL-REJECTS.
           MOVE ZEROS     TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'RATESIM: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       030-EXIT.
           EXIT.

      ****************************************************************
      *  Load the proposed versions from RATEPROP, listing each one
      *  with its disposition.  Nothing to simulate is a refused run.
      ****************************************************************
       050-LOAD-PROPOSALS.

           OPEN INPUT PROPOSAL-FILE.
           IF WK-PROPOSAL-STATUS = '35'
              DISPLAY 'RATESIM: RATEPROP NOT FOUND - NO PROPOSED '
                      'RATES TO SIMULATE'
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.
           IF WK-PROPOSAL-STATUS NOT = '00'
              DISPLAY 'RATESIM: UNABLE TO OPEN RATEPROP, STATUS = '
                      WK-PROPOSAL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WK-HEADING-PROPOSAL TO WK-COLUMN-HEADING.
           MOVE 'N' TO WK-EOF-SWITCH.
           PERFORM 060-LOAD-PROPOSAL THRU 060-EXIT
              UNTIL WK-END-OF-FILE.
           CLOSE PROPOSAL-FILE.

           IF WK-PROP-COUNT = ZEROS
              DISPLAY 'RATESIM: NO VALID PROPOSED RATES ON RATEPROP'
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.

       050-EXIT.
           EXIT.

      ****************************************************************
      *  One proposed version - edited the way RATEMNT edits a keyed
      *  version, then added to the table and listed.
      ****************************************************************
       060-LOAD-PROPOSAL.

           READ PROPOSAL-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 060-EXIT
           END-READ.
           IF WK-PROPOSAL-STATUS NOT = '00'
              DISPLAY 'RATESIM: ERROR READING RATEPROP, STATUS = '
                      WK-PROPOSAL-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-PROPS-READ.

           PERFORM 070-EDIT-PROPOSAL THRU 070-EXIT.

           MOVE SPACES          TO WK-PROPOSAL-LINE.
           MOVE RATE-CODE       TO PRL-CODE.
           MOVE RATE-EFF-DATE   TO PRL-EFF-DATE.
           IF RATE-IS-BANDED
              MOVE 'BANDED'     TO PRL-TYPE
           ELSE
              MOVE 'SINGLE'     TO PRL-TYPE
              IF RATE-VALUE IS NUMERIC
                 MOVE RATE-VALUE   TO WK-RATE-MASK
                 MOVE WK-RATE-MASK TO PRL-RATE
              END-IF
           END-IF.

           IF WK-PROP-ERROR NOT = SPACES
              ADD 1 TO WK-PROPS-REJECTED
              MOVE 4 TO RETURN-CODE
              STRING 'REJECTED - ' WK-PROP-ERROR
                 DELIMITED BY SIZE INTO PRL-DISPOSITION
              PERFORM 820-PRINT-PROPOSAL THRU 820-EXIT
              GO TO 060-EXIT
           END-IF.

           ADD 1 TO WK-PROP-COUNT.
           MOVE WK-PROP-COUNT   TO WK-PROP-IX.
           INITIALIZE WK-PROP-ENTRY(WK-PROP-IX).
           MOVE RATE-CODE       TO WK-PROP-CODE(WK-PROP-IX).
           MOVE RATE-EFF-DATE   TO WK-PROP-EFF-DATE(WK-PROP-IX).
           IF RATE-IS-BANDED
              MOVE 'B'             TO WK-PROP-TYPE(WK-PROP-IX)
              MOVE RATE-BAND-COUNT TO WK-PROP-BANDS(WK-PROP-IX)
              PERFORM VARYING WK-BAND-IX FROM 1 BY 1
                    UNTIL WK-BAND-IX > RATE-BAND-COUNT
                 MOVE RATE-BAND-LIMIT(WK-BAND-IX)
                    TO WK-PB-LIMIT(WK-PROP-IX, WK-BAND-IX)
                 MOVE RATE-BAND-VALUE(WK-BAND-IX)
                    TO WK-PB-RATE(WK-PROP-IX, WK-BAND-IX)
              END-PERFORM
           ELSE
              MOVE 'S'             TO WK-PROP-TYPE(WK-PROP-IX)
              MOVE RATE-VALUE      TO WK-PROP-VALUE(WK-PROP-IX)
              MOVE ZEROS           TO WK-PROP-BANDS(WK-PROP-IX)
           END-IF.

           MOVE 'ACCEPTED FOR SIMULATION' TO PRL-DISPOSITION.
           PERFORM 820-PRINT-PROPOSAL THRU 820-EXIT.

           IF RATE-IS-BANDED
              PERFORM VARYING WK-BAND-IX FROM 1 BY 1
                    UNTIL WK-BAND-IX > RATE-BAND-COUNT
                 MOVE SPACES        TO WK-PROPOSAL-LINE
                 MOVE WK-BAND-IX    TO PRL-BAND
                 MOVE RATE-BAND-VALUE(WK-BAND-IX) TO WK-RATE-MASK
                 MOVE WK-RATE-MASK  TO PRL-RATE
                 MOVE RATE-BAND-LIMIT(WK-BAND-IX) TO WK-LIMIT-MASK
                 MOVE WK-LIMIT-MASK TO PRL-LIMIT
                 PERFORM 820-PRINT-PROPOSAL THRU 820-EXIT
              END-PERFORM
           END-IF.

       060-EXIT.
           EXIT.

      ****************************************************************
      *  The proposal edits.  A code may be proposed once per run; a
      *  banded proposal needs one to five bands with numeric rates
      *  and ascending limits, the same rule RATEMNT holds band
      *  maintenance to, so the first-covering-band resolution picks
      *  the band RATELKP would.  WK-PROP-ERROR says why on failure.
      ****************************************************************
       070-EDIT-PROPOSAL.

           MOVE SPACES TO WK-PROP-ERROR.

           IF RATE-CODE = SPACES
              MOVE 'RATE CODE IS REQUIRED' TO WK-PROP-ERROR
              GO TO 070-EXIT
           END-IF.
           IF RATE-EFF-DATE IS NOT NUMERIC
              MOVE 'EFFECTIVE DATE IS NOT NUMERIC' TO WK-PROP-ERROR
              GO TO 070-EXIT
           END-IF.
           IF NOT RATE-IS-SINGLE AND NOT RATE-IS-BANDED
              MOVE 'RATE TYPE MUST BE S OR B' TO WK-PROP-ERROR
              GO TO 070-EXIT
           END-IF.

           MOVE ZEROS TO WK-PROP-HIT.
           PERFORM VARYING WK-PROP-IX FROM 1 BY 1
                 UNTIL WK-PROP-IX > WK-PROP-COUNT
              IF WK-PROP-CODE(WK-PROP-IX) = RATE-CODE
                 MOVE WK-PROP-IX TO WK-PROP-HIT
              END-IF
           END-PERFORM.
           IF WK-PROP-HIT NOT = ZEROS
              MOVE 'CODE ALREADY PROPOSED IN THIS RUN'
                 TO WK-PROP-ERROR
              GO TO 070-EXIT
           END-IF.
           IF WK-PROP-COUNT NOT < WK-PROP-MAX
              MOVE 'MORE THAN 20 CODES PROPOSED' TO WK-PROP-ERROR
              GO TO 070-EXIT
           END-IF.

           IF RATE-IS-SINGLE
              IF RATE-VALUE IS NOT NUMERIC
                 MOVE 'RATE VALUE IS NOT NUMERIC' TO WK-PROP-ERROR
              END-IF
              GO TO 070-EXIT
           END-IF.

           IF RATE-BAND-COUNT IS NOT NUMERIC
              MOVE 'BAND COUNT MUST BE 1 TO 5' TO WK-PROP-ERROR
              GO TO 070-EXIT
           END-IF.
           IF RATE-BAND-COUNT < 1 OR RATE-BAND-COUNT > 5
              MOVE 'BAND COUNT MUST BE 1 TO 5' TO WK-PROP-ERROR
              GO TO 070-EXIT
           END-IF.
           PERFORM VARYING WK-BAND-IX FROM 1 BY 1
                 UNTIL WK-BAND-IX > RATE-BAND-COUNT
                    OR WK-PROP-ERROR NOT = SPACES
              IF RATE-BAND-LIMIT(WK-BAND-IX) IS NOT NUMERIC
                    OR RATE-BAND-VALUE(WK-BAND-IX) IS NOT NUMERIC
                 MOVE 'BAND LIMIT OR RATE IS NOT NUMERIC'
                    TO WK-PROP-ERROR
              ELSE
                 IF RATE-BAND-LIMIT(WK-BAND-IX) NOT > ZEROS
                    MOVE 'BAND LIMIT IS REQUIRED' TO WK-PROP-ERROR
                 END-IF
                 IF WK-BAND-IX > 1
                    IF RATE-BAND-LIMIT(WK-BAND-IX) NOT >
                          RATE-BAND-LIMIT(WK-BAND-IX - 1)
                       MOVE 'BAND LIMITS MUST ASCEND'
                          TO WK-PROP-ERROR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       070-EXIT.
           EXIT.

      ****************************************************************
      *  Refuse the run - nothing to simulate, or a bad parameter.
      ****************************************************************
       090-REFUSE-RUN.

           DISPLAY 'RATESIM: SIMULATION NOT RUN'.
           MOVE 8 TO RETURN-CODE.
           PERFORM 950-LOG-END THRU 950-EXIT.
           STOP RUN.

       090-EXIT.
           EXIT.

      ****************************************************************
      *  The AUDARCH archive cut, when one is allocated - the older
      *  history, so it is read first.  An absent archive simply
      *  means there is no archive side to read.
      ****************************************************************
       100-SCAN-ARCHIVE.

           MOVE WK-HEADING-DETAIL TO WK-COLUMN-HEADING.
           MOVE 99 TO WK-LINE-COUNT.

           OPEN INPUT ARCHIVE-FILE.
           EVALUATE WK-ARCHIVE-STATUS
              WHEN '00'
                 MOVE 'A' TO WK-SOURCE
                 MOVE 'N' TO WK-EOF-SWITCH
                 PERFORM 110-READ-ARCHIVE THRU 110-EXIT
                    UNTIL WK-END-OF-FILE
                 CLOSE ARCHIVE-FILE
              WHEN '35'
                 DISPLAY 'RATESIM: AUDARCH NOT ALLOCATED - LIVE '
                         'AUDITLOG ONLY'
              WHEN OTHER
                 DISPLAY 'RATESIM: UNABLE TO OPEN AUDARCH, STATUS = '
                         WK-ARCHIVE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  One archived audit record.
      ****************************************************************
       110-READ-ARCHIVE.

           READ ARCHIVE-FILE INTO AUDIT-RECORD
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 110-EXIT
           END-READ.
           IF WK-ARCHIVE-STATUS NOT = '00'
              DISPLAY 'RATESIM: ERROR READING AUDARCH, STATUS = '
                      WK-ARCHIVE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-ARCHIVE-READ.

           PERFORM 200-SELECT-AUDIT THRU 200-EXIT.

       110-EXIT.
           EXIT.

      ****************************************************************
      *  The live AUDITLOG.
      ****************************************************************
       150-SCAN-LIVE.

           OPEN INPUT AUDIT-FILE.
           EVALUATE WK-AUDIT-STATUS
              WHEN '00'
                 MOVE 'L' TO WK-SOURCE
                 MOVE 'N' TO WK-EOF-SWITCH
                 PERFORM 160-READ-LIVE THRU 160-EXIT
                    UNTIL WK-END-OF-FILE
                 CLOSE AUDIT-FILE
              WHEN '35'
                 DISPLAY 'RATESIM: AUDITLOG NOT FOUND - ARCHIVE ONLY'
              WHEN OTHER
                 DISPLAY 'RATESIM: UNABLE TO OPEN AUDITLOG, STATUS = '
                         WK-AUDIT-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       150-EXIT.
           EXIT.

      ****************************************************************
      *  One live audit record.
      ****************************************************************
       160-READ-LIVE.

           READ AUDIT-FILE INTO AUDIT-RECORD
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 160-EXIT
           END-READ.
           IF WK-AUDIT-STATUS NOT = '00'
              DISPLAY 'RATESIM: ERROR READING AUDITLOG, STATUS = '
                      WK-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-LIVE-READ.

           PERFORM 200-SELECT-AUDIT THRU 200-EXIT.

       160-EXIT.
           EXIT.

      ****************************************************************
      *  Select the audit records that resolved through a proposed
      *  code within the run-date range, and re-price the ones that
      *  produced a result.
      ****************************************************************
       200-SELECT-AUDIT.

           IF AUD-RATE-CODE = SPACES
              GO TO 200-EXIT
           END-IF.
           IF AUD-RUN-DATE < WK-FROM-DATE
                 OR AUD-RUN-DATE > WK-TO-DATE
              GO TO 200-EXIT
           END-IF.

           MOVE ZEROS TO WK-PROP-HIT.
           PERFORM VARYING WK-PROP-IX FROM 1 BY 1
                 UNTIL WK-PROP-IX > WK-PROP-COUNT
                    OR WK-PROP-HIT NOT = ZEROS
              IF WK-PROP-CODE(WK-PROP-IX) = AUD-RATE-CODE
                 MOVE WK-PROP-IX TO WK-PROP-HIT
              END-IF
           END-PERFORM.
           IF WK-PROP-HIT = ZEROS
              GO TO 200-EXIT
           END-IF.
           ADD 1 TO WK-SELECTED.

           IF AUD-RETURN-CODE NOT = ZEROS
              ADD 1 TO WK-NOT-PRICED
              GO TO 200-EXIT
           END-IF.

           PERFORM 300-FORMAT-DETAIL THRU 300-EXIT.

           PERFORM 210-RESOLVE-PROPOSED THRU 210-EXIT.
           IF WK-BAND-HIT = ZEROS
              ADD 1 TO WK-ABOVE-BANDS
              MOVE 4 TO RETURN-CODE
              MOVE 'NOT PRICED - ABOVE EVERY PROPOSED BAND'
                 TO DET-NOTE
              PERFORM 810-PRINT-DETAIL THRU 810-EXIT
              GO TO 200-EXIT
           END-IF.

           PERFORM 220-CALCULATE THRU 220-EXIT.
           IF WK-CALC-FAILED
              ADD 1 TO WK-ARITH-FAILED
              MOVE 4 TO RETURN-CODE
              MOVE 'NOT PRICED - ARITHMETIC EXCEPTION'
                 TO DET-NOTE
              PERFORM 810-PRINT-DETAIL THRU 810-EXIT
              GO TO 200-EXIT
           END-IF.

           MOVE AUD-RESULT TO WK-OLD-RESULT.
           IF AUD-IS-REVERSAL
              COMPUTE WK-NEW-RESULT = ZERO - WK-NEW-RESULT
           END-IF.
           ADD 1 TO WK-REPRICED.

           PERFORM 230-ACCUMULATE THRU 230-EXIT.

           IF WK-PROP-TYPE(WK-PROP-HIT) = 'B'
              MOVE WK-BAND-HIT  TO DET-NEW-BAND
           ELSE
              MOVE ZEROS        TO DET-NEW-BAND
           END-IF.
           MOVE WK-NEW-RATE     TO DET-NEW-RATE.
           MOVE WK-OLD-RESULT   TO DET-OLD-RESULT.
           MOVE WK-NEW-RESULT   TO DET-NEW-RESULT.
           COMPUTE DET-DIFFERENCE = WK-NEW-RESULT - WK-OLD-RESULT.
           IF AUD-IS-REVERSAL
              MOVE 'R'          TO DET-REVERSAL
           END-IF.
           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  The proposed rate for the transaction.  A single-rate
      *  proposal always resolves (band 1 stands in for it in
      *  WK-BAND-HIT); a banded one resolves through the first band
      *  whose limit covers TRAN-VALUE-ONE, as RATELKP does, and an
      *  amount above every limit leaves WK-BAND-HIT zero.
      ****************************************************************
       210-RESOLVE-PROPOSED.

           MOVE ZEROS TO WK-NEW-RATE.

           IF WK-PROP-TYPE(WK-PROP-HIT) NOT = 'B'
              MOVE WK-PROP-VALUE(WK-PROP-HIT) TO WK-NEW-RATE
              MOVE 1 TO WK-BAND-HIT
              GO TO 210-EXIT
           END-IF.

           MOVE ZEROS TO WK-BAND-HIT.
           PERFORM VARYING WK-BAND-IX FROM 1 BY 1
                 UNTIL WK-BAND-IX > WK-PROP-BANDS(WK-PROP-HIT)
                    OR WK-BAND-HIT > ZEROS
              IF AUD-VALUE-ONE NOT >
                    WK-PB-LIMIT(WK-PROP-HIT, WK-BAND-IX)
                 MOVE WK-BAND-IX TO WK-BAND-HIT
              END-IF
           END-PERFORM.

           IF WK-BAND-HIT NOT = ZEROS
              MOVE WK-PB-RATE(WK-PROP-HIT, WK-BAND-HIT)
                 TO WK-NEW-RATE
           END-IF.

       210-EXIT.
           EXIT.

      ****************************************************************
      *  Re-run the transaction's arithmetic with the proposed rate
      *  in place of value two - CALC's own operations, guards and
      *  rounding, so the only difference is the rate.
      ****************************************************************
       220-CALCULATE.

           MOVE 'N'   TO WK-CALC-FLAG.
           MOVE ZEROS TO WK-NEW-RESULT.

           EVALUATE AUD-OPERATION
              WHEN '+'
                 ADD AUD-VALUE-ONE TO WK-NEW-RATE
                    GIVING WK-NEW-RESULT
                    ON SIZE ERROR
                       SET WK-CALC-FAILED TO TRUE
                 END-ADD
              WHEN '-'
                 SUBTRACT WK-NEW-RATE FROM AUD-VALUE-ONE
                    GIVING WK-NEW-RESULT
                    ON SIZE ERROR
                       SET WK-CALC-FAILED TO TRUE
                 END-SUBTRACT
              WHEN '*'
                 IF AUD-ROUNDING-MODE = 'T'
                    MULTIPLY AUD-VALUE-ONE BY WK-NEW-RATE
                       GIVING WK-NEW-RESULT
                       ON SIZE ERROR
                          SET WK-CALC-FAILED TO TRUE
                    END-MULTIPLY
                 ELSE
                    MULTIPLY AUD-VALUE-ONE BY WK-NEW-RATE
                       GIVING WK-NEW-RESULT ROUNDED
                       ON SIZE ERROR
                          SET WK-CALC-FAILED TO TRUE
                    END-MULTIPLY
                 END-IF
              WHEN '/'
                 IF WK-NEW-RATE = ZERO
                    SET WK-CALC-FAILED TO TRUE
                 ELSE
                    IF AUD-ROUNDING-MODE = 'T'
                       DIVIDE AUD-VALUE-ONE BY WK-NEW-RATE
                          GIVING WK-NEW-RESULT
                          ON SIZE ERROR
                             SET WK-CALC-FAILED TO TRUE
                       END-DIVIDE
                    ELSE
                       DIVIDE AUD-VALUE-ONE BY WK-NEW-RATE
                          GIVING WK-NEW-RESULT ROUNDED
                          ON SIZE ERROR
                             SET WK-CALC-FAILED TO TRUE
                       END-DIVIDE
                    END-IF
                 END-IF
              WHEN '%'
              WHEN 'M'
                 IF WK-NEW-RATE = ZERO
                    SET WK-CALC-FAILED TO TRUE
                 ELSE
                    DIVIDE AUD-VALUE-ONE BY WK-NEW-RATE
                       GIVING WK-QUOTIENT
                       REMAINDER WK-NEW-RESULT
                       ON SIZE ERROR
                          SET WK-CALC-FAILED TO TRUE
                    END-DIVIDE
                 END-IF
              WHEN 'E'
                 IF AUD-VALUE-ONE = ZERO AND WK-NEW-RATE < ZERO
                    SET WK-CALC-FAILED TO TRUE
                 ELSE
                    IF AUD-ROUNDING-MODE = 'T'
                       COMPUTE WK-NEW-RESULT =
                             AUD-VALUE-ONE ** WK-NEW-RATE
                          ON SIZE ERROR
                             SET WK-CALC-FAILED TO TRUE
                       END-COMPUTE
                    ELSE
                       COMPUTE WK-NEW-RESULT ROUNDED =
                             AUD-VALUE-ONE ** WK-NEW-RATE
                          ON SIZE ERROR
                             SET WK-CALC-FAILED TO TRUE
                       END-COMPUTE
                    END-IF
                 END-IF
              WHEN OTHER
                 SET WK-CALC-FAILED TO TRUE
           END-EVALUATE.

       220-EXIT.
           EXIT.

      ****************************************************************
      *  Add the re-priced transaction into the code, band, batch and
      *  grand totals.
      ****************************************************************
       230-ACCUMULATE.

           ADD 1             TO WK-PROP-TRANS(WK-PROP-HIT).
           ADD WK-OLD-RESULT TO WK-PROP-OLD(WK-PROP-HIT).
           ADD WK-NEW-RESULT TO WK-PROP-NEW(WK-PROP-HIT).

           IF WK-PROP-TYPE(WK-PROP-HIT) = 'B'
              ADD 1             TO WK-PB-TRANS(WK-PROP-HIT,
                                               WK-BAND-HIT)
              ADD WK-OLD-RESULT TO WK-PB-OLD(WK-PROP-HIT,
                                             WK-BAND-HIT)
              ADD WK-NEW-RESULT TO WK-PB-NEW(WK-PROP-HIT,
                                             WK-BAND-HIT)
           END-IF.

           ADD WK-OLD-RESULT TO WK-TOTAL-OLD.
           ADD WK-NEW-RESULT TO WK-TOTAL-NEW.

           MOVE ZEROS TO WK-BT-HIT.
           PERFORM VARYING WK-BT-IX FROM 1 BY 1
                 UNTIL WK-BT-IX > WK-BT-COUNT
                    OR WK-BT-HIT NOT = ZEROS
              IF WK-BT-BATCH-ID(WK-BT-IX) = AUD-BATCH-ID
                 MOVE WK-BT-IX TO WK-BT-HIT
              END-IF
           END-PERFORM.
           IF WK-BT-HIT = ZEROS
              IF WK-BT-COUNT < WK-BT-MAX
                 ADD 1 TO WK-BT-COUNT
                 MOVE WK-BT-COUNT  TO WK-BT-HIT
                 MOVE AUD-BATCH-ID TO WK-BT-BATCH-ID(WK-BT-HIT)
                 MOVE ZEROS        TO WK-BT-TRANS(WK-BT-HIT)
                 MOVE ZEROS        TO WK-BT-OLD(WK-BT-HIT)
                 MOVE ZEROS        TO WK-BT-NEW(WK-BT-HIT)
              END-IF
           END-IF.
           IF WK-BT-HIT = ZEROS
              ADD 1             TO WK-BT-OTHER-TRANS
              ADD WK-OLD-RESULT TO WK-BT-OTHER-OLD
              ADD WK-NEW-RESULT TO WK-BT-OTHER-NEW
           ELSE
              ADD 1             TO WK-BT-TRANS(WK-BT-HIT)
              ADD WK-OLD-RESULT TO WK-BT-OLD(WK-BT-HIT)
              ADD WK-NEW-RESULT TO WK-BT-NEW(WK-BT-HIT)
           END-IF.

       230-EXIT.
           EXIT.

      ****************************************************************
      *  The recorded side of the detail line - what the transaction
      *  was and how it priced at the time.
      ****************************************************************
       300-FORMAT-DETAIL.

           MOVE SPACES            TO WK-DETAIL-LINE.
           MOVE WK-SOURCE         TO DET-SOURCE.
           MOVE AUD-BATCH-ID      TO DET-BATCH-ID.
           MOVE AUD-RUN-DATE      TO DET-RUN-DATE.
           MOVE AUD-OPERATION     TO DET-OPERATION.
           MOVE AUD-VALUE-ONE     TO WK-VALUE-MASK.
           MOVE WK-VALUE-MASK     TO DET-VALUE-ONE.
           MOVE AUD-RATE-CODE     TO DET-RATE-CODE.
           MOVE AUD-RATE-EFF-DATE TO DET-EFF-DATE.
           MOVE AUD-RATE-BAND     TO DET-OLD-BAND.
           MOVE AUD-VALUE-TWO     TO WK-RATE-MASK.
           MOVE WK-RATE-MASK      TO DET-OLD-RATE.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  The totals pages - by rate code, by proposed band of each
      *  banded proposal, then by batch, then the run's counts.
      ****************************************************************
       500-PRINT-TOTALS.

           MOVE 'RATE CODE               TYPE' TO HDT-TITLE.
           MOVE WK-HEADING-TOTAL TO WK-COLUMN-HEADING.
           MOVE 99 TO WK-LINE-COUNT.
           PERFORM VARYING WK-PROP-IX FROM 1 BY 1
                 UNTIL WK-PROP-IX > WK-PROP-COUNT
              MOVE SPACES TO TOT-KEY
              MOVE WK-PROP-CODE(WK-PROP-IX) TO TOT-KEY(1:4)
              IF WK-PROP-TYPE(WK-PROP-IX) = 'B'
                 MOVE 'BANDED' TO TOT-KEY(25:6)
              ELSE
                 MOVE 'SINGLE' TO TOT-KEY(25:6)
              END-IF
              MOVE WK-PROP-TRANS(WK-PROP-IX) TO WK-SUM-TRANS
              MOVE WK-PROP-OLD(WK-PROP-IX)   TO WK-SUM-OLD
              MOVE WK-PROP-NEW(WK-PROP-IX)   TO WK-SUM-NEW
              PERFORM 830-PRINT-SUM THRU 830-EXIT
           END-PERFORM.
           MOVE 'ALL PROPOSED CODES' TO TOT-KEY.
           MOVE WK-REPRICED  TO WK-SUM-TRANS.
           MOVE WK-TOTAL-OLD TO WK-SUM-OLD.
           MOVE WK-TOTAL-NEW TO WK-SUM-NEW.
           PERFORM 830-PRINT-SUM THRU 830-EXIT.

           MOVE 'RATE CODE  BAND     UP TO      RATE'
                                 TO HDT-TITLE.
           MOVE WK-HEADING-TOTAL TO WK-COLUMN-HEADING.
           MOVE 99 TO WK-LINE-COUNT.
           PERFORM VARYING WK-PROP-IX FROM 1 BY 1
                 UNTIL WK-PROP-IX > WK-PROP-COUNT
              IF WK-PROP-TYPE(WK-PROP-IX) = 'B'
                 PERFORM 510-PRINT-BANDS THRU 510-EXIT
              END-IF
           END-PERFORM.

           MOVE 'BATCH' TO HDT-TITLE.
           MOVE WK-HEADING-TOTAL TO WK-COLUMN-HEADING.
           MOVE 99 TO WK-LINE-COUNT.
           PERFORM VARYING WK-BT-IX FROM 1 BY 1
                 UNTIL WK-BT-IX > WK-BT-COUNT
              MOVE SPACES TO TOT-KEY
              MOVE WK-BT-BATCH-ID(WK-BT-IX) TO TOT-KEY(1:8)
              MOVE WK-BT-TRANS(WK-BT-IX) TO WK-SUM-TRANS
              MOVE WK-BT-OLD(WK-BT-IX)   TO WK-SUM-OLD
              MOVE WK-BT-NEW(WK-BT-IX)   TO WK-SUM-NEW
              PERFORM 830-PRINT-SUM THRU 830-EXIT
           END-PERFORM.
           IF WK-BT-OTHER-TRANS NOT = ZEROS
              MOVE 'ALL OTHER BATCHES' TO TOT-KEY
              MOVE WK-BT-OTHER-TRANS TO WK-SUM-TRANS
              MOVE WK-BT-OTHER-OLD   TO WK-SUM-OLD
              MOVE WK-BT-OTHER-NEW   TO WK-SUM-NEW
              PERFORM 830-PRINT-SUM THRU 830-EXIT
           END-IF.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  The band lines of one banded proposal.
      ****************************************************************
       510-PRINT-BANDS.

           PERFORM VARYING WK-BAND-IX FROM 1 BY 1
                 UNTIL WK-BAND-IX > WK-PROP-BANDS(WK-PROP-IX)
              MOVE SPACES TO TOT-KEY
              MOVE WK-PROP-CODE(WK-PROP-IX) TO TOT-KEY(1:4)
              MOVE WK-BAND-IX TO TOT-KEY(12:2)
              MOVE WK-PB-LIMIT(WK-PROP-IX, WK-BAND-IX)
                 TO WK-LIMIT-MASK
              MOVE WK-LIMIT-MASK TO TOT-KEY(16:11)
              MOVE WK-PB-RATE(WK-PROP-IX, WK-BAND-IX)
                 TO WK-RATE-MASK
              MOVE WK-RATE-MASK TO TOT-KEY(28:9)
              MOVE WK-PB-TRANS(WK-PROP-IX, WK-BAND-IX)
                 TO WK-SUM-TRANS
              MOVE WK-PB-OLD(WK-PROP-IX, WK-BAND-IX) TO WK-SUM-OLD
              MOVE WK-PB-NEW(WK-PROP-IX, WK-BAND-IX) TO WK-SUM-NEW
              PERFORM 830-PRINT-SUM THRU 830-EXIT
           END-PERFORM.

       510-EXIT.
           EXIT.

      ****************************************************************
      *  Page heading - the report title, the date range simulated
      *  and the column heading of the section being printed.
      ****************************************************************
       800-PAGE-HEADING.

           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-RUN-DATE   TO HD1-RUN-DATE.
           MOVE WK-PAGE-COUNT TO HD1-PAGE.
           MOVE WK-FROM-DATE  TO HDR-FROM-DATE.
           MOVE WK-TO-DATE    TO HDR-TO-DATE.

           WRITE REPORT-RECORD FROM WK-HEADING-ONE
              AFTER ADVANCING PAGE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-RANGE
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
      *  One transaction line, with page control.
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
      *  One proposal line, with page control.
      ****************************************************************
       820-PRINT-PROPOSAL.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           WRITE REPORT-RECORD FROM WK-PROPOSAL-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.

       820-EXIT.
           EXIT.

      ****************************************************************
      *  One totals line - old, proposed, the difference and the
      *  change as a percentage of the old total.
      ****************************************************************
       830-PRINT-SUM.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           MOVE WK-SUM-TRANS TO TOT-TRANS.
           MOVE WK-SUM-OLD   TO TOT-OLD.
           MOVE WK-SUM-NEW   TO TOT-NEW.
           COMPUTE TOT-DIFFERENCE = WK-SUM-NEW - WK-SUM-OLD.
           MOVE ZEROS TO WK-SUM-PERCENT.
           IF WK-SUM-OLD NOT = ZEROS
              COMPUTE WK-SUM-PERCENT ROUNDED =
                    (WK-SUM-NEW - WK-SUM-OLD) * 100 / WK-SUM-OLD
                 ON SIZE ERROR
                    MOVE ZEROS TO WK-SUM-PERCENT
              END-COMPUTE
           END-IF.
           MOVE WK-SUM-PERCENT TO TOT-PERCENT.

           WRITE REPORT-RECORD FROM WK-TOTAL-DETAIL
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.

       830-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every report WRITE, the same
      *  as every other file this system touches.
      ****************************************************************
       850-CHECK-REPORT-WRITE.

           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'RATESIM: ERROR WRITING RSIMREPT, STATUS = '
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

           MOVE 'PROPOSALS READ .............. ' TO TOL-LABEL.
           MOVE WK-PROPS-READ TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'PROPOSALS REJECTED .......... ' TO TOL-LABEL.
           MOVE WK-PROPS-REJECTED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'READ FROM AUDARCH ARCHIVE ... ' TO TOL-LABEL.
           MOVE WK-ARCHIVE-READ TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'READ FROM LIVE AUDITLOG ..... ' TO TOL-LABEL.
           MOVE WK-LIVE-READ TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'SELECTED - PROPOSED CODES ... ' TO TOL-LABEL.
           MOVE WK-SELECTED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'RE-PRICED ................... ' TO TOL-LABEL.
           MOVE WK-REPRICED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'REJECTED BY CALC - NO RESULT  ' TO TOL-LABEL.
           MOVE WK-NOT-PRICED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'ABOVE EVERY PROPOSED BAND ... ' TO TOL-LABEL.
           MOVE WK-ABOVE-BANDS TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'ARITHMETIC EXCEPTIONS ....... ' TO TOL-LABEL.
           MOVE WK-ARITH-FAILED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           CLOSE REPORT-FILE.

           DISPLAY '=================================================='.
           DISPLAY 'RATESIM RATE CHANGE IMPACT SIMULATION'.
           DISPLAY '=================================================='.
           DISPLAY 'RUN DATES FROM ............... ' WK-FROM-DATE.
           DISPLAY 'RUN DATES TO ................. ' WK-TO-DATE.
           DISPLAY 'PROPOSALS ACCEPTED ........... ' WK-PROP-COUNT.
           DISPLAY 'PROPOSALS REJECTED ........... ' WK-PROPS-REJECTED.
           DISPLAY 'AUDIT RECORDS READ - ARCHIVE . ' WK-ARCHIVE-READ.
           DISPLAY 'AUDIT RECORDS READ - LIVE .... ' WK-LIVE-READ.
           DISPLAY 'TRANSACTIONS RE-PRICED ....... ' WK-REPRICED.
           DISPLAY 'NOT RE-PRICED ................ '
                   WK-ABOVE-BANDS ' ABOVE BANDS, '
                   WK-ARITH-FAILED ' ARITHMETIC'.
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
           MOVE 'RATESIM' TO RNL-PROGRAM.
           COMPUTE RNL-RECORDS-READ = WK-ARCHIVE-READ + WK-LIVE-READ.
           MOVE WK-REPRICED   TO RNL-RECORDS-WRITTEN.
           COMPUTE RNL-REJECTS = WK-ABOVE-BANDS + WK-ARITH-FAILED.
           MOVE RETURN-CODE   TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'RATESIM: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       950-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
