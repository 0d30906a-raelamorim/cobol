      ****************************************************************
      * Program name:    STIGEN
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - standing instruction
      *                         generator.  Runs ahead of CALCEDT.
      *                         Takes the expected processing date
      *                         from the CALLKP calendar and writes
      *                         every instruction on STDINST that
      *                         falls due on it to CALCSTD as
      *                         properly balanced CALCIN-format
      *                         batches - one header/detail/trailer
      *                         set per sender and batch prefix, the
      *                         trailer count and hash built the way
      *                         REJRCY builds them - for the scheduler
      *                         to submit into CALCIN with the day's
      *                         transmissions.  Daily instructions
      *                         fall due every business day and
      *                         month-end ones on the last business
      *                         day of the month.  A weekly or
      *                         monthly instruction falls due when
      *                         its day is the business date; when
      *                         its day fell on the weekend or
      *                         holiday since the last business day
      *                         it is skipped, not moved.  STIGRPT
      *                         lists every instruction generated and
      *                         every one skipped - expired (marked
      *                         so on STDINST), holiday, already
      *                         generated for the date, or a chain
      *                         step whose prior step did not go out.
      *                         Batch IDs are the prefix and a
      *                         sequence, probed free against CALCSTD,
      *                         BCHREG and this run, and CALCSTD is
      *                         opened EXTEND, the same as REJRCY's
      *                         CALCRCY.  Instructions are stamped as
      *                         generated only once CALCSTD is closed.
      *                         RETURN-CODE 0 clean, 4 an instruction
      *                         could not be generated or month end
      *                         could not be told, 8 no calendar, 16
      *                         file failure.
      * 15/10/26  MAINT         CALCSTD takes the run whole or not at
      *                         all.  The batches are built in storage
      *                         and appended only once every one has
      *                         its trailer, so a hash overflow or
      *                         running out of batch IDs part way
      *                         stops the run with nothing written and
      *                         nothing stamped - fix and rerun.  Each
      *                         detail is marked as generated from a
      *                         standing instruction (TRAN-DUP-RELEASE
      *                         'S'), which CALCEDT does not hold as a
      *                         duplicate of the day before.
      * 15/10/26  MAINT         Batch IDs no longer run out.  BCHREG
      *                         is never purged, and the prefix plus
      *                         001-999 was spent after 999 runs of a
      *                         daily instruction.  The suffix is now
      *                         three characters of 0-9 and A-Z -
      *                         46,656 IDs a prefix - probed forward
      *                         from a slot set by the business date,
      *                         four slots a day, so a prefix used once
      *                         a day finds its first probe free for
      *                         32 years and is only spent after
      *                         46,656 batches (about 127 years of
      *                         daily runs).  Every header carries the
      *                         *STIGEN* marker in HDR-ORIG-BATCH-ID,
      *                         so CALCEDT knows a generated batch.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STIGEN.
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
           SELECT STANDING-FILE   ASSIGN TO "STDINST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS STI-KEY
                                   FILE STATUS IS WK-STANDING-STATUS.

           SELECT GENERATE-FILE   ASSIGN TO "CALCSTD"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-GENERATE-STATUS.

           SELECT REGISTRY-FILE   ASSIGN TO "BCHREG"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS BREG-BATCH-ID
                                   FILE STATUS IS WK-REGISTRY-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "STIGRPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
           COPY STIREC.

       FD  GENERATE-FILE
           RECORDING MODE IS F.
       01  GENERATE-RECORD        PIC X(33).

       FD  REGISTRY-FILE.
           COPY BREGREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-STANDING-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-GENERATE-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-REGISTRY-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-BATCH-OPEN       PIC X(01)  VALUE 'N'.
              88  WK-BATCH-IS-OPEN            VALUE 'Y'.
           05  WK-REG-AVAILABLE    PIC X(01)  VALUE 'N'.
              88  WK-REG-IS-AVAILABLE         VALUE 'Y'.
           05  WK-PREV-GENERATED   PIC X(01)  VALUE 'N'.
              88  WK-PREV-WAS-GENERATED       VALUE 'Y'.
           05  WK-BACK-FLAG        PIC X(01)  VALUE 'N'.
              88  WK-BACK-DONE                VALUE 'Y'.
           05  WK-MONTH-END-FLAG   PIC X(01)  VALUE 'N'.
              88  WK-IS-MONTH-END             VALUE 'Y'.
              88  WK-MONTH-END-UNKNOWN        VALUE 'U'.
           05  WK-CAL-WARNED       PIC X(01)  VALUE 'N'.
              88  WK-CAL-WARN-GIVEN           VALUE 'Y'.

      *    What becomes of one instruction this run.
       01  WK-DECISION-CONTROLS.
           05  WK-DECISION         PIC X(01)  VALUE SPACE.
              88  WK-DO-GENERATE              VALUE 'G'.
              88  WK-NOT-DUE                  VALUE 'N'.
              88  WK-NOT-ACTIVE               VALUE 'I'.
              88  WK-SKIP-EXPIRED             VALUE 'X'.
              88  WK-SKIP-HOLIDAY             VALUE 'H'.
              88  WK-SKIP-ALREADY             VALUE 'A'.
              88  WK-SKIP-CHAIN               VALUE 'C'.
              88  WK-SKIP-MONTH-END           VALUE 'U'.
              88  WK-SKIP-LIMIT               VALUE 'L'.
           05  WK-NOMINAL-DATE     PIC 9(08)  VALUE ZEROS.

       01  WK-RUN-CONTROLS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-BUS-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-BUS-DAYS         PIC 9(07)  VALUE ZEROS.
           05  WK-PREV-BUS-DATE    PIC 9(08)  VALUE ZEROS.
           05  WK-BACK-DAYS        PIC 9(02)  VALUE ZEROS.
           05  WK-WORK-DAYS        PIC 9(07)  VALUE ZEROS.
           05  WK-WORK-DATE        PIC 9(08)  VALUE ZEROS.
           05  WK-FIRST-DAYS       PIC 9(07)  VALUE ZEROS.

      *    The calendar days since the last business day, up to and
      *    including the business date - every one but the last is a
      *    weekend or holiday.  Weekday 1 is Monday.
       01  WK-WINDOW-TABLE.
           05  WK-WIN-COUNT        PIC 9(02)  VALUE ZEROS.
           05  WK-WIN-IX           PIC 9(02)  VALUE ZEROS.
           05  WK-WIN-ENTRY OCCURS 15.
              10  WK-WIN-DATE      PIC 9(08).
              10  WK-WIN-WEEKDAY   PIC 9(01).
              10  WK-WIN-DOM       PIC 9(02).
              10  WK-WIN-MONTH-LAST
                                   PIC X(01).

       01  WK-BATCH-CONTROLS.
           05  WK-CURR-SENDER-ID   PIC X(08)  VALUE SPACES.
           05  WK-CURR-PREFIX      PIC X(05)  VALUE SPACES.
           05  WK-BAT-COUNT        PIC 9(09)  VALUE ZEROS.
           05  WK-BAT-HASH         PIC S9(13)V99 VALUE ZEROS.

      *    Generated batch IDs - the instruction prefix + a sequence,
      *    probed free against the batches already pending on
      *    CALCSTD, the registry, and the IDs issued this run.
       01  WK-ID-CONTROLS.
           05  WK-USED-MAX         PIC 9(03)  VALUE 100.
           05  WK-USED-COUNT       PIC 9(03)  VALUE ZEROS.
           05  WK-USED-IX          PIC 9(03)  VALUE ZEROS.
           05  WK-USED-ID          PIC X(08)  OCCURS 100.
           05  WK-ID-FREE          PIC X(01)  VALUE 'N'.
              88  WK-ID-IS-FREE               VALUE 'Y'.
           05  WK-CAND-ID.
              10  WK-CAND-STEM     PIC X(05)  VALUE SPACES.
              10  WK-CAND-SUFFIX   PIC X(03)  VALUE SPACES.

      *    The suffix is a slot number 0-46655 written in base 36.
      *    The first slot probed is four times the business day
      *    number, so each day has four slots of its own.
       01  WK-SLOT-CONTROLS.
           05  WK-SLOT-COUNT       PIC 9(05)  VALUE 46656.
           05  WK-SLOTS-PER-DAY    PIC 9(01)  VALUE 4.
           05  WK-SLOT             PIC 9(05)  VALUE ZEROS.
           05  WK-SLOT-TRIES       PIC 9(05)  VALUE ZEROS.
           05  WK-SLOT-WORK        PIC 9(05)  VALUE ZEROS.
           05  WK-SLOT-DIGIT       PIC 9(02)  VALUE ZEROS.
           05  WK-SLOT-POS         PIC 9(01)  VALUE ZEROS.
           05  WK-SLOT-ALPHABET    PIC X(36)  VALUE
               '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    Instructions written this run, stamped on STDINST once
      *    CALCSTD is closed.
       01  WK-GENERATED-TABLE.
           05  WK-GEN-MAX          PIC 9(04)  VALUE 2000.
           05  WK-GEN-COUNT        PIC 9(04)  VALUE ZEROS.
           05  WK-GEN-IX           PIC 9(04)  VALUE ZEROS.
           05  WK-GEN-ENTRY OCCURS 2000.
              10  WK-GEN-KEY       PIC X(16).
              10  WK-GEN-BATCH-ID  PIC X(08).

      *    The run's CALCSTD records, held until the last batch is
      *    closed - room for every item the run may generate plus a
      *    header and trailer for every batch ID it may issue.
       01  WK-OUTPUT-TABLE.
           05  WK-OUT-MAX          PIC 9(04)  VALUE 2200.
           05  WK-OUT-COUNT        PIC 9(04)  VALUE ZEROS.
           05  WK-OUT-IX           PIC 9(04)  VALUE ZEROS.
           05  WK-OUT-RECORD       PIC X(33)  OCCURS 2200.

       01  WK-RUN-COUNTERS.
           05  WK-INSTR-READ       PIC 9(09)  VALUE ZEROS.
           05  WK-ITEMS-GENERATED  PIC 9(09)  VALUE ZEROS.
           05  WK-BATCHES-BUILT    PIC 9(03)  VALUE ZEROS.
           05  WK-ITEMS-SKIPPED    PIC 9(09)  VALUE ZEROS.
           05  WK-SKIPPED-EXPIRED  PIC 9(09)  VALUE ZEROS.
           05  WK-SKIPPED-HOLIDAY  PIC 9(09)  VALUE ZEROS.
           05  WK-SKIPPED-ALREADY  PIC 9(09)  VALUE ZEROS.
           05  WK-SKIPPED-OTHER    PIC 9(09)  VALUE ZEROS.
           05  WK-NOT-DUE-COUNT    PIC 9(09)  VALUE ZEROS.
           05  WK-INACTIVE-COUNT   PIC 9(09)  VALUE ZEROS.

       01  WK-OUT-TRAILER.
           05  FILLER              PIC X(01)  VALUE 'T'.
           05  WK-OUT-TRL-COUNT    PIC 9(09).
           05  WK-OUT-TRL-HASH     PIC S9(13)V99.
           05  FILLER              PIC X(08)  VALUE SPACES.

       01  WK-REPORT-CONTROLS.
           05  WK-LINE-COUNT       PIC 9(03)  VALUE 99.
           05  WK-LINES-PER-PAGE   PIC 9(03)  VALUE 55.
           05  WK-PAGE-COUNT       PIC 9(05)  VALUE ZEROS.

       01  WK-HEADING-ONE.
           05  FILLER              PIC X(44)  VALUE
               'STIGEN - STANDING INSTRUCTION GENERATION    '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  HD1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(19)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HD1-PAGE            PIC ZZZZ9.

       01  WK-HEADING-DATE.
           05  FILLER              PIC X(18)  VALUE
               'BUSINESS DATE     '.
           05  HDD-BUS-DATE        PIC 9(08).
           05  FILLER              PIC X(24)  VALUE
               '   DAYS ANSWERED FROM   '.
           05  HDD-WIN-FROM        PIC 9(08).
           05  HDD-MONTH-END       PIC X(40)  VALUE SPACES.

       01  WK-COLUMN-HEADING.
           05  FILLER              PIC X(20)  VALUE
               'INSTRUCTION         '.
           05  FILLER              PIC X(06)  VALUE 'F DY  '.
           05  FILLER              PIC X(03)  VALUE 'OP '.
           05  FILLER              PIC X(12)  VALUE
               ' VALUE ONE  '.
           05  FILLER              PIC X(12)  VALUE
               ' VALUE TWO  '.
           05  FILLER              PIC X(06)  VALUE 'RATE  '.
           05  FILLER              PIC X(10)  VALUE 'BATCH ID  '.
           05  FILLER              PIC X(12)  VALUE 'ACTION      '.
           05  FILLER              PIC X(04)  VALUE 'NOTE'.

      *    One instruction generated or skipped.
       01  WK-DETAIL-LINE.
           05  DET-SENDER-ID       PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  DET-PREFIX          PIC X(05).
           05  FILLER              PIC X(01)  VALUE '-'.
           05  DET-SEQUENCE        PIC 9(03).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-FREQUENCY       PIC X(01).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  DET-DAY             PIC Z9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-OPERATION       PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-VALUE-ONE       PIC -(06)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-VALUE-TWO       PIC -(06)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-RATE-CODE       PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-BATCH-ID        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-ACTION          PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-NOTE            PIC X(31).
           05  DET-NOTE-DATE       PIC X(08).

       01  WK-TOTAL-LINE.
           05  TOL-LABEL           PIC X(30).
           05  TOL-COUNT           PIC ZZZ.ZZZ.ZZ9.

           COPY TRANREC.

           COPY LKCAL.

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 030-LOG-START          THRU 030-EXIT.
           PERFORM 000-HOUSEKEEPING       THRU 000-EXIT.
           PERFORM 100-GENERATE           THRU 100-EXIT.
           PERFORM 150-WRITE-CALCSTD      THRU 150-EXIT.
           PERFORM 300-STAMP-INSTRUCTIONS THRU 300-EXIT.
           PERFORM 900-TERMINATION        THRU 900-EXIT.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - the business date is the expected
      *  processing date on the calendar; without it nothing can be
      *  told due and the run is refused.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           MOVE 'E'   TO LKC-FUNCTION.
           MOVE ZEROS TO LKC-DATE.
           PERFORM 350-CALL-CALLKP THRU 350-EXIT.
           IF LKC-RETURN-CODE NOT = ZEROS
              DISPLAY 'STIGEN: NO EXPECTED PROCESSING DATE, CALLKP '
                      'RETURN CODE ' LKC-RETURN-CODE
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.
           MOVE LKC-DATE TO WK-BUS-DATE.

           PERFORM 050-FIND-WINDOW      THRU 050-EXIT.
           PERFORM 060-CHECK-MONTH-END  THRU 060-EXIT.

           OPEN I-O STANDING-FILE.
           IF WK-STANDING-STATUS = '35'
              DISPLAY 'STIGEN: STDINST NOT FOUND - NOTHING TO '
                      'GENERATE'
              PERFORM 950-LOG-END THRU 950-EXIT
              STOP RUN
           END-IF.
           IF WK-STANDING-STATUS NOT = '00'
              DISPLAY 'STIGEN: UNABLE TO OPEN STDINST, STATUS = '
                      WK-STANDING-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 020-LOAD-PENDING-IDS THRU 020-EXIT.

      *    The registry is only probed to keep new batch IDs off IDs
      *    already through the pipeline.
           OPEN INPUT REGISTRY-FILE.
           EVALUATE WK-REGISTRY-STATUS
              WHEN '00'
                 SET WK-REG-IS-AVAILABLE TO TRUE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'STIGEN: UNABLE TO OPEN BCHREG, STATUS = '
                         WK-REGISTRY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           OPEN OUTPUT REPORT-FILE.
           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'STIGEN: UNABLE TO OPEN STIGRPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       000-EXIT.
           EXIT.

      ****************************************************************
      *  Remember the batch IDs already pending on CALCSTD, so the
      *  IDs issued this run cannot collide with a batch generated
      *  earlier that has not been submitted yet.
      ****************************************************************
       020-LOAD-PENDING-IDS.

           OPEN INPUT GENERATE-FILE.
           IF WK-GENERATE-STATUS = '35'
              GO TO 020-EXIT
           END-IF.
           IF WK-GENERATE-STATUS NOT = '00'
              DISPLAY 'STIGEN: UNABLE TO OPEN CALCSTD, STATUS = '
                      WK-GENERATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 025-LOAD-ONE-ID THRU 025-EXIT
              UNTIL WK-END-OF-FILE.

           CLOSE GENERATE-FILE.
           MOVE 'N' TO WK-EOF-SWITCH.

       020-EXIT.
           EXIT.

      ****************************************************************
      *  One pending CALCSTD record - only headers carry an ID.
      ****************************************************************
       025-LOAD-ONE-ID.

           READ GENERATE-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 025-EXIT
           END-READ.
           IF WK-GENERATE-STATUS NOT = '00'
              DISPLAY 'STIGEN: ERROR READING CALCSTD, STATUS = '
                      WK-GENERATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE GENERATE-RECORD TO BATCH-HEADER-RECORD.
           IF HDR-IS-HEADER
              PERFORM 028-REMEMBER-ID THRU 028-EXIT
           END-IF.

       025-EXIT.
           EXIT.

      ****************************************************************
      *  Table one issued or pending batch ID (from HDR-BATCH-ID,
      *  left in BATCH-HEADER-RECORD by the caller).
      ****************************************************************
       028-REMEMBER-ID.

           IF WK-USED-COUNT NOT < WK-USED-MAX
              DISPLAY 'STIGEN: MORE THAN ' WK-USED-MAX
                      ' GENERATED BATCHES PENDING - SUBMIT CALCSTD'
              PERFORM 095-ABANDON-RUN THRU 095-EXIT
           END-IF.
           ADD 1 TO WK-USED-COUNT.
           MOVE HDR-BATCH-ID TO WK-USED-ID(WK-USED-COUNT).

       028-EXIT.
           EXIT.

      ****************************************************************
      *  Start record on the common run log - logged before anything
      *  opens, so a step that dies shows its start without an end
      *  on the morning checkout report.
      ****************************************************************
       030-LOG-START.

           MOVE SPACES    TO RUNLOG-RECORD.
           MOVE 'S'       TO RNL-RECORD-TYPE.
           MOVE 'STIGEN'  TO RNL-PROGRAM.
           MOVE ZEROS     TO RNL-RECORDS-READ.
           MOVE ZEROS     TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS     TO RNL-REJECTS.
           MOVE ZEROS     TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'STIGEN: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       030-EXIT.
           EXIT.

      ****************************************************************
      *  The window of days this run answers for - from the day after
      *  the last business day before the business date, up to and
      *  including it.  A weekly or monthly instruction whose day is
      *  in the window but not the business date fell on a weekend or
      *  holiday.  The calendar is searched back two weeks at most;
      *  with no business day found the window is the business date
      *  alone.
      ****************************************************************
       050-FIND-WINDOW.

           COMPUTE WK-BUS-DAYS = FUNCTION INTEGER-OF-DATE(WK-BUS-DATE).
           MOVE ZEROS TO WK-PREV-BUS-DATE.
           MOVE 1     TO WK-BACK-DAYS.
           MOVE 'N'   TO WK-BACK-FLAG.

           PERFORM 055-STEP-BACK THRU 055-EXIT
              UNTIL WK-BACK-DONE.

           IF WK-PREV-BUS-DATE = ZEROS
              MOVE WK-BUS-DAYS TO WK-FIRST-DAYS
           ELSE
              COMPUTE WK-FIRST-DAYS =
                      FUNCTION INTEGER-OF-DATE(WK-PREV-BUS-DATE) + 1
           END-IF.

           MOVE ZEROS TO WK-WIN-COUNT.
           PERFORM 058-ADD-WINDOW-DAY THRU 058-EXIT
              VARYING WK-WORK-DAYS FROM WK-FIRST-DAYS BY 1
              UNTIL WK-WORK-DAYS > WK-BUS-DAYS.

       050-EXIT.
           EXIT.

      ****************************************************************
      *  One day back - a business day is its own first business day
      *  on or after itself.
      ****************************************************************
       055-STEP-BACK.

           IF WK-BACK-DAYS > 14
              SET WK-BACK-DONE TO TRUE
              GO TO 055-EXIT
           END-IF.

           COMPUTE WK-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WK-BUS-DAYS - WK-BACK-DAYS).
           MOVE 'N'          TO LKC-FUNCTION.
           MOVE WK-WORK-DATE TO LKC-DATE.
           PERFORM 350-CALL-CALLKP THRU 350-EXIT.
           IF LKC-RETURN-CODE NOT = ZEROS
              PERFORM 360-CALENDAR-LOST THRU 360-EXIT
              SET WK-BACK-DONE TO TRUE
              GO TO 055-EXIT
           END-IF.

           IF LKC-DATE = WK-WORK-DATE
              MOVE WK-WORK-DATE TO WK-PREV-BUS-DATE
              SET WK-BACK-DONE TO TRUE
              GO TO 055-EXIT
           END-IF.

           ADD 1 TO WK-BACK-DAYS.

       055-EXIT.
           EXIT.

      ****************************************************************
      *  Table one window day with its weekday, day of month, and
      *  whether it is the last calendar day of its month (a monthly
      *  day past the end of a short month falls due on that day).
      ****************************************************************
       058-ADD-WINDOW-DAY.

           ADD 1 TO WK-WIN-COUNT.
           COMPUTE WK-WIN-DATE (WK-WIN-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WK-WORK-DAYS).
           COMPUTE WK-WIN-WEEKDAY (WK-WIN-COUNT) =
                   FUNCTION MOD(WK-WORK-DAYS - 1, 7) + 1.
           MOVE WK-WIN-DATE (WK-WIN-COUNT) TO WK-WORK-DATE.
           MOVE WK-WORK-DATE(7:2) TO WK-WIN-DOM (WK-WIN-COUNT).

           COMPUTE WK-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WK-WORK-DAYS + 1).
           IF WK-WORK-DATE(7:2) = '01'
              MOVE 'Y' TO WK-WIN-MONTH-LAST (WK-WIN-COUNT)
           ELSE
              MOVE 'N' TO WK-WIN-MONTH-LAST (WK-WIN-COUNT)
           END-IF.

       058-EXIT.
           EXIT.

      ****************************************************************
      *  The business date is the last business day of its month when
      *  the next business day after it is in another month.  CALLKP
      *  finds the first business day after the date it is given less
      *  one, so the business date plus one finds the day after it.
      ****************************************************************
       060-CHECK-MONTH-END.

           MOVE 'N' TO LKC-FUNCTION.
           COMPUTE LKC-DATE = WK-BUS-DATE + 1.
           PERFORM 350-CALL-CALLKP THRU 350-EXIT.
           IF LKC-RETURN-CODE NOT = ZEROS
              PERFORM 360-CALENDAR-LOST THRU 360-EXIT
              SET WK-MONTH-END-UNKNOWN TO TRUE
              GO TO 060-EXIT
           END-IF.

           MOVE LKC-DATE TO WK-WORK-DATE.
           IF WK-WORK-DATE(1:6) NOT = WK-BUS-DATE(1:6)
              SET WK-IS-MONTH-END TO TRUE
           END-IF.

       060-EXIT.
           EXIT.

      ****************************************************************
      *  Refuse the run - there is no business date to generate for.
      ****************************************************************
       090-REFUSE-RUN.

           DISPLAY 'STIGEN: NOTHING GENERATED'.
           MOVE 8 TO RETURN-CODE.
           PERFORM 950-LOG-END THRU 950-EXIT.
           STOP RUN.

       090-EXIT.
           EXIT.

      ****************************************************************
      *  Abandon the run part way - a limit was reached while the
      *  batches were being built.  Nothing has gone to CALCSTD and
      *  no instruction is stamped, so the run is simply repeated
      *  once the cause is cleared.
      ****************************************************************
       095-ABANDON-RUN.

           DISPLAY 'STIGEN: RUN ABANDONED - NOTHING WRITTEN TO CALCSTD'.
           MOVE 8 TO RETURN-CODE.
           PERFORM 950-LOG-END THRU 950-EXIT.
           STOP RUN.

       095-EXIT.
           EXIT.

      ****************************************************************
      *  Mainly procedures - every instruction in key order, one
      *  batch per sender and batch prefix.
      ****************************************************************
       100-GENERATE.

           MOVE LOW-VALUES TO STI-KEY.
           START STANDING-FILE KEY NOT LESS THAN STI-KEY
              INVALID KEY
                 SET WK-END-OF-FILE TO TRUE
           END-START.

           PERFORM 110-PROCESS-INSTRUCTION THRU 110-EXIT
              UNTIL WK-END-OF-FILE.

           IF WK-BATCH-IS-OPEN
              PERFORM 140-CLOSE-BATCH THRU 140-EXIT
           END-IF.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  One instruction - break the batch when the sender or prefix
      *  changes, decide its fate, then generate or list it.
      ****************************************************************
       110-PROCESS-INSTRUCTION.

           READ STANDING-FILE NEXT
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 110-EXIT
           END-READ.
           IF WK-STANDING-STATUS NOT = '00'
              DISPLAY 'STIGEN: ERROR READING STDINST, STATUS = '
                      WK-STANDING-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-INSTR-READ.

           IF STI-SENDER-ID NOT = WK-CURR-SENDER-ID
                 OR STI-BATCH-PREFIX NOT = WK-CURR-PREFIX
              IF WK-BATCH-IS-OPEN
                 PERFORM 140-CLOSE-BATCH THRU 140-EXIT
              END-IF
              MOVE STI-SENDER-ID    TO WK-CURR-SENDER-ID
              MOVE STI-BATCH-PREFIX TO WK-CURR-PREFIX
              MOVE 'N'              TO WK-PREV-GENERATED
           END-IF.

           PERFORM 200-CHECK-DUE THRU 200-EXIT.

           MOVE 'N' TO WK-PREV-GENERATED.
           EVALUATE TRUE
              WHEN WK-DO-GENERATE
                 PERFORM 120-GENERATE-ITEM THRU 120-EXIT
                 MOVE 'Y' TO WK-PREV-GENERATED
                 MOVE 'GENERATED' TO DET-ACTION
                 MOVE SPACES      TO DET-NOTE
                 MOVE SPACES      TO DET-NOTE-DATE
                 PERFORM 500-LIST-INSTRUCTION THRU 500-EXIT
              WHEN WK-NOT-DUE
                 ADD 1 TO WK-NOT-DUE-COUNT
              WHEN WK-NOT-ACTIVE
                 ADD 1 TO WK-INACTIVE-COUNT
              WHEN WK-SKIP-EXPIRED
                 PERFORM 400-MARK-EXPIRED THRU 400-EXIT
                 ADD 1 TO WK-SKIPPED-EXPIRED
                 MOVE 'INSTRUCTION EXPIRED - END DATE' TO DET-NOTE
                 MOVE STI-END-DATE TO DET-NOTE-DATE
                 PERFORM 510-LIST-SKIP THRU 510-EXIT
              WHEN WK-SKIP-HOLIDAY
                 ADD 1 TO WK-SKIPPED-HOLIDAY
                 MOVE 'NOT A BUSINESS DAY - DUE ON' TO DET-NOTE
                 MOVE WK-NOMINAL-DATE TO DET-NOTE-DATE
                 PERFORM 510-LIST-SKIP THRU 510-EXIT
              WHEN WK-SKIP-ALREADY
                 ADD 1 TO WK-SKIPPED-ALREADY
                 MOVE 'ALREADY GENERATED IN BATCH' TO DET-NOTE
                 MOVE STI-LAST-BATCH-ID TO DET-NOTE-DATE
                 PERFORM 510-LIST-SKIP THRU 510-EXIT
              WHEN WK-SKIP-CHAIN
                 ADD 1 TO WK-SKIPPED-OTHER
                 MOVE 'PRIOR CHAIN STEP NOT GENERATED' TO DET-NOTE
                 MOVE SPACES TO DET-NOTE-DATE
                 PERFORM 510-LIST-SKIP THRU 510-EXIT
              WHEN WK-SKIP-MONTH-END
                 ADD 1 TO WK-SKIPPED-OTHER
                 MOVE 'MONTH END UNKNOWN - CALENDAR' TO DET-NOTE
                 MOVE SPACES TO DET-NOTE-DATE
                 PERFORM 510-LIST-SKIP THRU 510-EXIT
              WHEN WK-SKIP-LIMIT
                 ADD 1 TO WK-SKIPPED-OTHER
                 MOVE 'RUN LIMIT REACHED - NOT WRITTEN' TO DET-NOTE
                 MOVE SPACES TO DET-NOTE-DATE
                 PERFORM 510-LIST-SKIP THRU 510-EXIT
           END-EVALUATE.

       110-EXIT.
           EXIT.

      ****************************************************************
      *  Hold one instruction as a detail of the open batch, opening
      *  one first if need be; count and hash it, and table it for
      *  the stamp.  A limit reached here stops the run before
      *  anything has gone to CALCSTD.
      ****************************************************************
       120-GENERATE-ITEM.

           IF NOT WK-BATCH-IS-OPEN
              PERFORM 130-OPEN-BATCH THRU 130-EXIT
           END-IF.

           MOVE STI-TRAN-DATA TO TRAN-RECORD.
           SET TRAN-DUP-IS-STANDING TO TRUE.
           ADD 1 TO WK-BAT-COUNT.
           IF TRAN-VALUE-ONE IS NUMERIC
              ADD TRAN-VALUE-ONE TO WK-BAT-HASH
                 ON SIZE ERROR
                    DISPLAY 'STIGEN: HASH TOTAL OVERFLOWED'
                    PERFORM 095-ABANDON-RUN THRU 095-EXIT
              END-ADD
           END-IF.
           IF TRAN-VALUE-TWO IS NUMERIC
              ADD TRAN-VALUE-TWO TO WK-BAT-HASH
                 ON SIZE ERROR
                    DISPLAY 'STIGEN: HASH TOTAL OVERFLOWED'
                    PERFORM 095-ABANDON-RUN THRU 095-EXIT
              END-ADD
           END-IF.

           MOVE TRAN-RECORD TO GENERATE-RECORD.
           PERFORM 145-HOLD-RECORD THRU 145-EXIT.
           ADD 1 TO WK-ITEMS-GENERATED.

           ADD 1 TO WK-GEN-COUNT.
           MOVE STI-KEY    TO WK-GEN-KEY (WK-GEN-COUNT).
           MOVE WK-CAND-ID TO WK-GEN-BATCH-ID (WK-GEN-COUNT).

       120-EXIT.
           EXIT.

      ****************************************************************
      *  Open a generated batch for the current sender and prefix,
      *  under a unique new batch ID from 135-ASSIGN-BATCH-ID.
      ****************************************************************
       130-OPEN-BATCH.

           MOVE ZEROS                  TO WK-BAT-COUNT.
           MOVE ZEROS                  TO WK-BAT-HASH.

           PERFORM 135-ASSIGN-BATCH-ID THRU 135-EXIT.

           MOVE SPACES                 TO BATCH-HEADER-RECORD.
           MOVE 'H'                    TO HDR-RECORD-TYPE.
           MOVE WK-CAND-ID             TO HDR-BATCH-ID.
           MOVE WK-BUS-DATE            TO HDR-BUSINESS-DATE.
           SET HDR-IS-STANDING-BATCH   TO TRUE.
           MOVE WK-CURR-SENDER-ID      TO HDR-SENDER-ID.

           PERFORM 028-REMEMBER-ID THRU 028-EXIT.

           MOVE BATCH-HEADER-RECORD TO GENERATE-RECORD.
           PERFORM 145-HOLD-RECORD THRU 145-EXIT.

           SET WK-BATCH-IS-OPEN TO TRUE.

           DISPLAY 'STIGEN: BATCH ' WK-CAND-ID ' FOR SENDER '
                   WK-CURR-SENDER-ID.

       130-EXIT.
           EXIT.

      ****************************************************************
      *  The next free batch ID for the current prefix - the prefix
      *  + the first suffix from the business date's slot on that is
      *  not pending on CALCSTD, not on the registry, and not issued
      *  this run.
      ****************************************************************
       135-ASSIGN-BATCH-ID.

           MOVE WK-CURR-PREFIX      TO WK-CAND-STEM.
           COMPUTE WK-SLOT = FUNCTION MOD
                   (WK-BUS-DAYS * WK-SLOTS-PER-DAY, WK-SLOT-COUNT).
           MOVE ZEROS               TO WK-SLOT-TRIES.
           MOVE 'N'                 TO WK-ID-FREE.

           PERFORM 136-TRY-NEXT-ID THRU 136-EXIT
              UNTIL WK-ID-IS-FREE.

       135-EXIT.
           EXIT.

      ****************************************************************
      *  Probe one candidate slot, and move the slot on for the next
      *  probe, round from the last to the first.
      ****************************************************************
       136-TRY-NEXT-ID.

           IF WK-SLOT-TRIES NOT < WK-SLOT-COUNT
              DISPLAY 'STIGEN: NO FREE BATCH ID FOR PREFIX '
                      WK-CURR-PREFIX
              PERFORM 095-ABANDON-RUN THRU 095-EXIT
           END-IF.
           ADD 1 TO WK-SLOT-TRIES.

           MOVE WK-SLOT TO WK-SLOT-WORK.
           PERFORM 138-SUFFIX-DIGIT THRU 138-EXIT
              VARYING WK-SLOT-POS FROM 3 BY -1
              UNTIL WK-SLOT-POS < 1.
           ADD 1 TO WK-SLOT.
           IF WK-SLOT NOT < WK-SLOT-COUNT
              MOVE ZEROS TO WK-SLOT
           END-IF.
           SET WK-ID-IS-FREE TO TRUE.

           PERFORM VARYING WK-USED-IX FROM 1 BY 1
                 UNTIL WK-USED-IX > WK-USED-COUNT
              IF WK-USED-ID(WK-USED-IX) = WK-CAND-ID
                 MOVE 'N' TO WK-ID-FREE
              END-IF
           END-PERFORM.
           IF NOT WK-ID-IS-FREE
              GO TO 136-EXIT
           END-IF.

           IF WK-REG-IS-AVAILABLE
              MOVE WK-CAND-ID TO BREG-BATCH-ID
              READ REGISTRY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'N' TO WK-ID-FREE
              END-READ
              IF WK-REGISTRY-STATUS NOT = '00' AND '23'
                 DISPLAY 'STIGEN: ERROR READING BCHREG, STATUS = '
                         WK-REGISTRY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       136-EXIT.
           EXIT.

      ****************************************************************
      *  One base-36 digit of the slot into the suffix, lowest first.
      ****************************************************************
       138-SUFFIX-DIGIT.

           DIVIDE WK-SLOT-WORK BY 36 GIVING WK-SLOT-WORK
              REMAINDER WK-SLOT-DIGIT.
           MOVE WK-SLOT-ALPHABET (WK-SLOT-DIGIT + 1:1)
              TO WK-CAND-SUFFIX (WK-SLOT-POS:1).

       138-EXIT.
           EXIT.

      ****************************************************************
      *  Close the open batch with a trailer over the details it
      *  carries, the same way REJRCY closes a recycle batch.
      ****************************************************************
       140-CLOSE-BATCH.

           MOVE WK-BAT-COUNT TO WK-OUT-TRL-COUNT.
           MOVE WK-BAT-HASH  TO WK-OUT-TRL-HASH.

           MOVE WK-OUT-TRAILER TO GENERATE-RECORD.
           PERFORM 145-HOLD-RECORD THRU 145-EXIT.

           ADD 1 TO WK-BATCHES-BUILT.
           MOVE 'N' TO WK-BATCH-OPEN.

       140-EXIT.
           EXIT.

      ****************************************************************
      *  Hold the record in GENERATE-RECORD for CALCSTD.
      ****************************************************************
       145-HOLD-RECORD.

           IF WK-OUT-COUNT NOT < WK-OUT-MAX
              DISPLAY 'STIGEN: MORE THAN ' WK-OUT-MAX
                      ' CALCSTD RECORDS IN ONE RUN'
              PERFORM 095-ABANDON-RUN THRU 095-EXIT
           END-IF.
           ADD 1 TO WK-OUT-COUNT.
           MOVE GENERATE-RECORD TO WK-OUT-RECORD (WK-OUT-COUNT).

       145-EXIT.
           EXIT.

      ****************************************************************
      *  Every batch is built and closed - append the run to CALCSTD.
      *  Batches accumulate there until the scheduler submits and
      *  renews the file, the same as CALCRCY.
      ****************************************************************
       150-WRITE-CALCSTD.

           IF WK-OUT-COUNT = ZEROS
              GO TO 150-EXIT
           END-IF.

           OPEN EXTEND GENERATE-FILE.
           IF WK-GENERATE-STATUS = '35'
              OPEN OUTPUT GENERATE-FILE
           END-IF.
           IF WK-GENERATE-STATUS NOT = '00'
              DISPLAY 'STIGEN: UNABLE TO OPEN CALCSTD, STATUS = '
                      WK-GENERATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 155-WRITE-ONE THRU 155-EXIT
              VARYING WK-OUT-IX FROM 1 BY 1
              UNTIL WK-OUT-IX > WK-OUT-COUNT.

           CLOSE GENERATE-FILE.

       150-EXIT.
           EXIT.

      ****************************************************************
      *  One held record to CALCSTD.
      ****************************************************************
       155-WRITE-ONE.

           WRITE GENERATE-RECORD FROM WK-OUT-RECORD (WK-OUT-IX).
           IF WK-GENERATE-STATUS NOT = '00'
              DISPLAY 'STIGEN: ERROR WRITING CALCSTD, STATUS = '
                      WK-GENERATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       155-EXIT.
           EXIT.

      ****************************************************************
      *  Decide what becomes of the instruction just read.  An
      *  instruction due today that was already generated for the
      *  business date (a rerun) is not written twice, and a chain
      *  step that takes the prior result goes out only behind the
      *  step before it in the same batch.
      ****************************************************************
       200-CHECK-DUE.

           MOVE 'N'   TO WK-DECISION.
           MOVE ZEROS TO WK-NOMINAL-DATE.

           IF NOT STI-IS-ACTIVE
              SET WK-NOT-ACTIVE TO TRUE
              GO TO 200-EXIT
           END-IF.
           IF STI-END-DATE NOT = ZEROS
                 AND STI-END-DATE < WK-BUS-DATE
              SET WK-SKIP-EXPIRED TO TRUE
              GO TO 200-EXIT
           END-IF.
           IF STI-START-DATE > WK-BUS-DATE
              GO TO 200-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN STI-IS-DAILY
                 SET WK-DO-GENERATE TO TRUE
              WHEN STI-IS-MONTH-END
                 IF WK-IS-MONTH-END
                    SET WK-DO-GENERATE TO TRUE
                 END-IF
                 IF WK-MONTH-END-UNKNOWN
                    SET WK-SKIP-MONTH-END TO TRUE
                 END-IF
              WHEN STI-IS-WEEKLY
              WHEN STI-IS-MONTHLY
                 PERFORM 210-CHECK-WINDOW-DAY THRU 210-EXIT
                    VARYING WK-WIN-IX FROM 1 BY 1
                    UNTIL WK-WIN-IX > WK-WIN-COUNT
           END-EVALUATE.
           IF NOT WK-DO-GENERATE
              GO TO 200-EXIT
           END-IF.

           IF STI-LAST-GEN-DATE NOT < WK-BUS-DATE
              SET WK-SKIP-ALREADY TO TRUE
              GO TO 200-EXIT
           END-IF.
           IF (STI-VALUE-ONE-SOURCE = 'P'
                 OR STI-VALUE-TWO-SOURCE = 'P')
                 AND NOT WK-PREV-WAS-GENERATED
              SET WK-SKIP-CHAIN TO TRUE
              GO TO 200-EXIT
           END-IF.
           IF WK-GEN-COUNT NOT < WK-GEN-MAX
              SET WK-SKIP-LIMIT TO TRUE
           END-IF.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  Does the weekly or monthly day fall on this window day?  The
      *  window runs in date order and ends on the business date, so
      *  a day that matches the business date outranks a holiday.
      ****************************************************************
       210-CHECK-WINDOW-DAY.

           IF WK-WIN-DATE (WK-WIN-IX) < STI-START-DATE
              GO TO 210-EXIT
           END-IF.

           IF STI-IS-WEEKLY
              IF WK-WIN-WEEKDAY (WK-WIN-IX) NOT = STI-DAY
                 GO TO 210-EXIT
              END-IF
           ELSE
              IF WK-WIN-DOM (WK-WIN-IX) NOT = STI-DAY
                    AND (STI-DAY < WK-WIN-DOM (WK-WIN-IX)
                         OR WK-WIN-MONTH-LAST (WK-WIN-IX) NOT = 'Y')
                 GO TO 210-EXIT
              END-IF
           END-IF.

           MOVE WK-WIN-DATE (WK-WIN-IX) TO WK-NOMINAL-DATE.
           IF WK-NOMINAL-DATE = WK-BUS-DATE
              SET WK-DO-GENERATE TO TRUE
           ELSE
              SET WK-SKIP-HOLIDAY TO TRUE
           END-IF.

       210-EXIT.
           EXIT.

      ****************************************************************
      *  Stamp every instruction generated - only now that CALCSTD is
      *  complete and closed, so a run that dies part way leaves no
      *  instruction marked generated for a batch that never closed.
      ****************************************************************
       300-STAMP-INSTRUCTIONS.

           PERFORM 310-STAMP-ONE THRU 310-EXIT
              VARYING WK-GEN-IX FROM 1 BY 1
              UNTIL WK-GEN-IX > WK-GEN-COUNT.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  One instruction - the business date, the batch it went out
      *  in and the count of times generated.
      ****************************************************************
       310-STAMP-ONE.

           MOVE WK-GEN-KEY (WK-GEN-IX) TO STI-KEY.
           READ STANDING-FILE
              INVALID KEY
                 DISPLAY 'STIGEN: INSTRUCTION ' STI-KEY
                         ' NO LONGER ON STDINST'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF WK-STANDING-STATUS NOT = '00'
              DISPLAY 'STIGEN: ERROR READING STDINST, STATUS = '
                      WK-STANDING-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WK-BUS-DATE                TO STI-LAST-GEN-DATE.
           MOVE WK-GEN-BATCH-ID (WK-GEN-IX) TO STI-LAST-BATCH-ID.
           ADD 1 TO STI-TIMES-GENERATED
              ON SIZE ERROR
                 CONTINUE
           END-ADD.

           PERFORM 450-REWRITE-INSTRUCTION THRU 450-EXIT.

       310-EXIT.
           EXIT.

      ****************************************************************
      *  One call on the processing calendar.
      ****************************************************************
       350-CALL-CALLKP.

           MOVE ZEROS TO LKC-RETURN-CODE.
           CALL 'CALLKP' USING CAL-REQUEST
              ON EXCEPTION
                 DISPLAY 'STIGEN: CALLKP IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       350-EXIT.
           EXIT.

      ****************************************************************
      *  The calendar ran out around the business date - reported
      *  once; the step ends with 4 so the list is looked at.
      ****************************************************************
       360-CALENDAR-LOST.

           IF NOT WK-CAL-WARN-GIVEN
              DISPLAY 'STIGEN: CALFILE NOT USABLE (CALLKP RETURN '
                      'CODE ' LKC-RETURN-CODE ') AROUND ' WK-BUS-DATE
              SET WK-CAL-WARN-GIVEN TO TRUE
           END-IF.

       360-EXIT.
           EXIT.

      ****************************************************************
      *  An instruction past its end date is marked expired, so it is
      *  listed the once and passed over after.
      ****************************************************************
       400-MARK-EXPIRED.

           SET STI-IS-EXPIRED TO TRUE.
           PERFORM 450-REWRITE-INSTRUCTION THRU 450-EXIT.

       400-EXIT.
           EXIT.

      ****************************************************************
      *  Rewrite the instruction last read.
      ****************************************************************
       450-REWRITE-INSTRUCTION.

           REWRITE STANDING-INSTR-RECORD.
           IF WK-STANDING-STATUS NOT = '00'
              DISPLAY 'STIGEN: ERROR REWRITING STDINST, STATUS = '
                      WK-STANDING-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       450-EXIT.
           EXIT.

      ****************************************************************
      *  List the instruction just read - DET-ACTION and the note are
      *  set by the caller.
      ****************************************************************
       500-LIST-INSTRUCTION.

           MOVE STI-SENDER-ID    TO DET-SENDER-ID.
           MOVE STI-BATCH-PREFIX TO DET-PREFIX.
           MOVE STI-SEQUENCE     TO DET-SEQUENCE.
           MOVE STI-FREQUENCY    TO DET-FREQUENCY.
           MOVE STI-DAY          TO DET-DAY.
           MOVE STI-OPERATION    TO DET-OPERATION.
           MOVE STI-VALUE-ONE    TO DET-VALUE-ONE.
           MOVE STI-VALUE-TWO    TO DET-VALUE-TWO.
           MOVE STI-RATE-CODE    TO DET-RATE-CODE.
           IF WK-DO-GENERATE
              MOVE WK-CAND-ID    TO DET-BATCH-ID
           ELSE
              MOVE SPACES        TO DET-BATCH-ID
           END-IF.

           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  List a skipped instruction.
      ****************************************************************
       510-LIST-SKIP.

           ADD 1 TO WK-ITEMS-SKIPPED.
           MOVE 'SKIPPED' TO DET-ACTION.
           PERFORM 500-LIST-INSTRUCTION THRU 500-EXIT.

       510-EXIT.
           EXIT.

      ****************************************************************
      *  Page heading.
      ****************************************************************
       800-PAGE-HEADING.

           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-RUN-DATE   TO HD1-RUN-DATE.
           MOVE WK-PAGE-COUNT TO HD1-PAGE.
           MOVE WK-BUS-DATE   TO HDD-BUS-DATE.
           MOVE WK-WIN-DATE (1) TO HDD-WIN-FROM.
           EVALUATE TRUE
              WHEN WK-IS-MONTH-END
                 MOVE '   - LAST BUSINESS DAY OF THE MONTH'
                      TO HDD-MONTH-END
              WHEN WK-MONTH-END-UNKNOWN
                 MOVE '   - MONTH END UNKNOWN, CALENDAR ENDS'
                      TO HDD-MONTH-END
              WHEN OTHER
                 MOVE SPACES TO HDD-MONTH-END
           END-EVALUATE.

           WRITE REPORT-RECORD FROM WK-HEADING-ONE
              AFTER ADVANCING PAGE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-DATE
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
      *  One instruction line, with page control.
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
              DISPLAY 'STIGEN: ERROR WRITING STIGRPT, STATUS = '
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

           IF WK-PAGE-COUNT = ZEROS
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'INSTRUCTIONS READ ........... ' TO TOL-LABEL.
           MOVE WK-INSTR-READ TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'GENERATED ................... ' TO TOL-LABEL.
           MOVE WK-ITEMS-GENERATED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'BATCHES WRITTEN TO CALCSTD .. ' TO TOL-LABEL.
           MOVE WK-BATCHES-BUILT TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'SKIPPED - EXPIRED ........... ' TO TOL-LABEL.
           MOVE WK-SKIPPED-EXPIRED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'SKIPPED - NOT A BUSINESS DAY  ' TO TOL-LABEL.
           MOVE WK-SKIPPED-HOLIDAY TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'SKIPPED - ALREADY GENERATED . ' TO TOL-LABEL.
           MOVE WK-SKIPPED-ALREADY TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'SKIPPED - NOT GENERATED ..... ' TO TOL-LABEL.
           MOVE WK-SKIPPED-OTHER TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'NOT DUE TODAY ............... ' TO TOL-LABEL.
           MOVE WK-NOT-DUE-COUNT TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'SUSPENDED OR EXPIRED ........ ' TO TOL-LABEL.
           MOVE WK-INACTIVE-COUNT TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           CLOSE STANDING-FILE REPORT-FILE.
           IF WK-REG-IS-AVAILABLE
              CLOSE REGISTRY-FILE
           END-IF.

           IF WK-SKIPPED-OTHER > ZEROS
              OR WK-CAL-WARN-GIVEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '=================================================='.
           DISPLAY 'STIGEN STANDING INSTRUCTION GENERATION'.
           DISPLAY '=================================================='.
           DISPLAY 'BUSINESS DATE ................ ' WK-BUS-DATE.
           DISPLAY 'INSTRUCTIONS READ ............ ' WK-INSTR-READ.
           DISPLAY 'GENERATED .................... '
                   WK-ITEMS-GENERATED.
           DISPLAY 'BATCHES WRITTEN TO CALCSTD ... '
                   WK-BATCHES-BUILT.
           DISPLAY 'SKIPPED ...................... ' WK-ITEMS-SKIPPED.
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
           MOVE 'STIGEN'  TO RNL-PROGRAM.
           MOVE WK-INSTR-READ       TO RNL-RECORDS-READ.
           MOVE WK-ITEMS-GENERATED  TO RNL-RECORDS-WRITTEN.
           MOVE WK-ITEMS-SKIPPED    TO RNL-REJECTS.
           MOVE RETURN-CODE         TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'STIGEN: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       950-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
