      *                         and CALCBAT fed them the prior result
      *                         of an unrelated earlier record.
      *
      * Reject reason codes (CALC's values, plus edit-only 22-31):
      *     10  TRAN-OPERATION IS NOT VALID
      *     20  TRAN-VALUE-ONE MUST BE NUMERIC
      *     21  TRAN-VALUE-TWO MUST BE NUMERIC
      *     24  OPERAND SOURCE MUST BE 'P' OR SPACE
      *     25  RATE CODE AND VALUE-TWO SOURCE BOTH PRESENT
      *     26  A PRIOR STEP OF THE CHAIN WAS REJECTED
      *     27  OPERATION IS NOT AUTHORISED FOR THE SENDER
      *     28  RATE CODE IS NOT AUTHORISED FOR THE SENDER
      *     29  TRAN-VALUE-ONE IS OVER THE SENDER'S LIMIT
      *     30  TRAN-VALUE-TWO MUST NOT BE ZERO FOR '/', '%', 'M'
      *     31  SUSPECTED DUPLICATE OF AN EARLIER TRANSACTION
      *
      * 02/09/26  MAINT         CALCIN may now carry repeating
      *                         header/detail/trailer sets.  The edit
      * 02/09/26  MAINT         Start and end records now go to the
      *                         common run log through RUNLOGW, for
      *                         the CHKOUT morning checkout report.
      * 15/10/26  MAINT         A batch ID the CALCREV void job has
      *                         stamped voided on BCHREG is accepted
      *                         again - the corrected resend of a
      *                         backed-out batch - and its registry
      *                         record starts the lifecycle over as
      *                         received and edited, with the later
      *                         stamps cleared.  Any other registered
      *                         ID is still refused as a duplicate.
      * 15/10/26  MAINT         The restarted registry record also
      *                         clears the ledger sent/posted stamps
      *                         and the open-entry count.
      * 15/10/26  MAINT         Sender authorities.  The batch header
      *                         now carries the sender ID, and pass
      *                         one refuses a batch whose sender is
      *                         missing, not on the SNDMAST sender
      *                         master, or suspended, and a batch
      *                         whose hash total is over the sender's
      *                         batch limit.  Pass two rejects the
      *                         records that break the sender's
      *                         authorities - an operation or rate
      *                         code the sender may not use (27, 28)
      *                         or a TRAN-VALUE-ONE over its single-
      *                         item limit (29).  The sender is
      *                         carried onto BCHREG.  CALCIN and
      *                         CALCGO records are now 33 bytes.
      * 15/10/26  MAINT         Transaction-level duplicate detection.
      *                         BCHREG only stops a batch ID coming
      *                         round twice; a sender re-keying
      *                         yesterday's work under a new ID was
      *                         calculated and posted twice and still
      *                         tied out.  Every detail that passes
      *                         the edit is fingerprinted - sender,
      *                         operation, both values as keyed, rate
      *                         code - onto the indexed DUPHIST
      *                         history with its batch and business
      *                         date, and a detail whose fingerprint
      *                         is already there within the window,
      *                         or earlier in its own batch, is a
      *                         suspected duplicate.  The command line
      *                         gives the mode and the window:
      *                           CALCEDT [HOLD|WARN] [DAYS]
      *                         HOLD (the default) rejects a suspect
      *                         with reason 31 for data control to
      *                         release through REJMNT and REJRCY if
      *                         it is genuine; WARN passes it.  DAYS
      *                         is the number of business days the
      *                         history covers, today included
      *                         (default 5, 1 to 99).  A batch's
      *                         fingerprints reach DUPHIST at its
      *                         trailer, so a rerun after a failure
      *                         does not match itself.  A released
      *                         duplicate, a detail taking an operand
      *                         from the prior result, and an original
      *                         in a batch CALCREV has voided are not
      *                         matched.  Each suspect is printed next
      *                         to the original it matched on the
      *                         DUPRPT report.  A batch of more than
      *                         9999 details is refused - split it.
      * 15/10/26  MAINT         A detail STIGEN generated from a
      *                         standing instruction (TRAN-DUP-RELEASE
      *                         'S') is not matched - the instruction
      *                         repeats the same transaction by design
      *                         each time it falls due, and STIGEN's
      *                         last-generated date already stops it
      *                         going out twice for one business day.
      * 15/10/26  MAINT         The TRAN-DUP-RELEASE byte was filler
      *                         on a sender's transmission, so it is
      *                         only believed where this system set it
      *                         - 'R' in a REJRCY recycle batch (the
      *                         header carries the original batch ID)
      *                         and 'S' in a STIGEN batch (the header
      *                         carries the *STIGEN* marker).  In any
      *                         other batch the byte is ignored and
      *                         the detail is matched like the rest.
      *                         When the resend of a voided batch is
      *                         registered, the voided run's
      *                         fingerprints are dropped from DUPHIST
      *                         - a detail corrected or left out of
      *                         the resend is no longer an original
      *                         for the transactions behind it.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCEDT.
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS BREG-BATCH-ID
                                   FILE STATUS IS WK-REGISTRY-STATUS.

           SELECT SENDER-FILE     ASSIGN TO "SNDMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SND-SENDER-ID
                                   FILE STATUS IS WK-SENDER-STATUS.

           SELECT HISTORY-FILE    ASSIGN TO "DUPHIST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS DPH-KEY
                                   FILE STATUS IS WK-HISTORY-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "DUPRPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  GOOD-FILE
           RECORDING MODE IS F.
       01  GOOD-RECORD            PIC X(33).

       FD  REJECT-FILE
           RECORDING MODE IS F.

       FD  REGISTRY-FILE.
           COPY BREGREC.

       FD  SENDER-FILE.
           COPY SNDREC.

       FD  HISTORY-FILE.
           COPY DUPHREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-GOOD-STATUS      PIC X(02)  VALUE SPACES.
           05  WK-REJECT-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-REGISTRY-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-SENDER-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-HISTORY-STATUS   PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-REG-FOUND        PIC X(01)  VALUE 'N'.
              88  WK-REG-IS-FOUND             VALUE 'Y'.
           05  WK-RATE-ALLOWED     PIC X(01)  VALUE 'N'.
              88  WK-RATE-IS-ALLOWED          VALUE 'Y'.
           05  WK-DUP-FOUND        PIC X(01)  VALUE 'N'.
              88  WK-DUP-IS-FOUND             VALUE 'Y'.
           05  WK-SCAN-FLAG        PIC X(01)  VALUE 'N'.
              88  WK-SCAN-DONE                VALUE 'Y'.

       01  WK-PARM-CONTROLS.
           05  WK-PARM-LINE        PIC X(40)  VALUE SPACES.
           05  WK-DUP-MODE         PIC X(04)  VALUE SPACES.
              88  WK-DUP-HOLD                 VALUE 'HOLD'.
              88  WK-DUP-WARN                 VALUE 'WARN'.
           05  WK-DUP-DAYS-X       PIC X(02)  VALUE SPACES.
           05  WK-DUP-DAYS         PIC 9(02)  VALUE 5.

       01  WK-EDIT-CONTROLS.
           05  WK-REASON-CODE      PIC 9(02)  VALUE ZEROS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-RUN-TIME         PIC 9(08)  VALUE ZEROS.
           05  WK-EXPECTED-DATE    PIC 9(08)  VALUE ZEROS.
           05  WK-OP-TALLY         PIC 9(03)  VALUE ZEROS.
           05  WK-RATE-IX          PIC 9(03)  VALUE ZEROS.

      *    The duplicate window - the earliest business date a
      *    fingerprint on DUPHIST still counts from.
       01  WK-WINDOW-CONTROLS.
           05  WK-WINDOW-START     PIC 9(08)  VALUE ZEROS.
           05  WK-WINDOW-DAYS      PIC 9(02)  VALUE ZEROS.
           05  WK-EXPECTED-DAYS    PIC 9(07)  VALUE ZEROS.
           05  WK-BACK-DAYS        PIC 9(03)  VALUE ZEROS.
           05  WK-WORK-DATE        PIC 9(08)  VALUE ZEROS.

      *    The detail being compared, and the original it matched.
       01  WK-FINGERPRINT.
           05  WK-FP-SENDER-ID     PIC X(08)  VALUE SPACES.
           05  WK-FP-OPERATION     PIC X(01)  VALUE SPACE.
           05  WK-FP-VALUE-ONE     PIC X(07)  VALUE SPACES.
           05  WK-FP-VALUE-TWO     PIC X(07)  VALUE SPACES.
           05  WK-FP-RATE-CODE     PIC X(04)  VALUE SPACES.
       01  WK-ORIGINAL.
           05  WK-ORIG-BATCH-ID    PIC X(08)  VALUE SPACES.
           05  WK-ORIG-SEQ         PIC 9(05)  VALUE ZEROS.
           05  WK-ORIG-DATE        PIC 9(08)  VALUE ZEROS.

      *    The fingerprints of the batch being edited - they go onto
      *    DUPHIST together when its trailer is reached.
       01  WK-FP-BUFFER.
           05  WK-FB-MAX           PIC 9(04)  VALUE 9999.
           05  WK-FB-COUNT         PIC 9(04)  VALUE ZEROS.
           05  WK-FB-IX            PIC 9(04)  VALUE ZEROS.
           05  WK-FB-ENTRY OCCURS 9999.
              10  WK-FB-FINGERPRINT
                                   PIC X(27).
              10  WK-FB-SEQ        PIC 9(05).
              10  WK-FB-RELEASED   PIC X(01).

       01  WK-BATCH-CONTROLS.
           05  WK-BATCH-ID         PIC X(08)  VALUE SPACES.
           05  WK-BUSINESS-DATE    PIC 9(08)  VALUE ZEROS.
           05  WK-SENDER-ID        PIC X(08)  VALUE SPACES.
           05  WK-BATCH-KIND       PIC X(01)  VALUE SPACE.
              88  WK-BATCH-IS-RECYCLE         VALUE 'R'.
              88  WK-BATCH-IS-STANDING        VALUE 'S'.
           05  WK-DUP-MARK         PIC X(01)  VALUE SPACE.
           05  WK-BAT-PASSED       PIC 9(09)  VALUE ZEROS.
           05  WK-BAT-DETAIL-SEQ   PIC 9(05)  VALUE ZEROS.
           05  WK-OUT-HASH-TOTAL   PIC S9(13)V99 VALUE ZEROS.
           05  WK-BATCH-SKIP       PIC X(01)  VALUE 'N'.
              88  WK-BATCH-IS-SKIPPED         VALUE 'Y'.
           05  WK-BT-INDEX         PIC 9(03)  VALUE ZEROS.
           05  WK-BT-ENTRY OCCURS 100.
              10  WK-BT-BATCH-ID   PIC X(08).
              10  WK-BT-MAX-HASH   PIC 9(13)V99.
              10  WK-BT-VERDICT    PIC X(01).
                 88  WK-BT-IS-GOOD           VALUE 'G'.
                 88  WK-BT-IS-REFUSED        VALUE 'R'.
           05  FILLER              PIC X(01)  VALUE 'T'.
           05  WK-OUT-TRL-COUNT    PIC 9(09).
           05  WK-OUT-TRL-HASH     PIC S9(13)V99.
           05  FILLER              PIC X(08)  VALUE SPACES.

       01  WK-EDIT-COUNTERS.
           05  WK-RECORDS-READ     PIC 9(09)  VALUE ZEROS.
           05  WK-REJECT-ROUND     PIC 9(09)  VALUE ZEROS.
           05  WK-REJECT-CHAIN     PIC 9(09)  VALUE ZEROS.
           05  WK-REJECT-ZERO-DIV  PIC 9(09)  VALUE ZEROS.
           05  WK-REJECT-SENDER    PIC 9(09)  VALUE ZEROS.
           05  WK-REJECT-DUPLICATE PIC 9(09)  VALUE ZEROS.
           05  WK-DUP-SUSPECTS     PIC 9(09)  VALUE ZEROS.
           05  WK-DUP-RELEASED     PIC 9(09)  VALUE ZEROS.
           05  WK-DUP-STANDING     PIC 9(09)  VALUE ZEROS.
           05  WK-HISTORY-ADDED    PIC 9(09)  VALUE ZEROS.
           05  WK-HISTORY-PURGED   PIC 9(09)  VALUE ZEROS.
           05  WK-HISTORY-DROPPED  PIC 9(09)  VALUE ZEROS.

       01  WK-REPORT-CONTROLS.
           05  WK-LINE-COUNT       PIC 9(03)  VALUE 99.
           05  WK-LINES-PER-PAGE   PIC 9(03)  VALUE 55.
           05  WK-PAGE-COUNT       PIC 9(05)  VALUE ZEROS.

       01  WK-HEADING-ONE.
           05  FILLER              PIC X(44)  VALUE
               'CALCEDT - SUSPECTED DUPLICATE TRANSACTIONS  '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  HD1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(19)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HD1-PAGE            PIC ZZZZ9.

       01  WK-HEADING-WINDOW.
           05  FILLER              PIC X(18)  VALUE
               'BUSINESS DATE     '.
           05  HDW-BUS-DATE        PIC 9(08).
           05  FILLER              PIC X(17)  VALUE
               '   WINDOW FROM   '.
           05  HDW-WINDOW-START    PIC 9(08).
           05  FILLER              PIC X(02)  VALUE ' ('.
           05  HDW-WINDOW-DAYS     PIC Z9.
           05  FILLER              PIC X(23)  VALUE
               ' BUSINESS DAYS)  MODE '.
           05  HDW-MODE            PIC X(04).

       01  WK-COLUMN-HEADING.
           05  FILLER              PIC X(10)  VALUE 'SENDER    '.
           05  FILLER              PIC X(03)  VALUE 'OP '.
           05  FILLER              PIC X(12)  VALUE
               ' VALUE ONE  '.
           05  FILLER              PIC X(12)  VALUE
               ' VALUE TWO  '.
           05  FILLER              PIC X(06)  VALUE 'RATE  '.
           05  FILLER              PIC X(20)  VALUE
               'SUSPECT    SEQ      '.
           05  FILLER              PIC X(27)  VALUE
               'ORIGINAL   SEQ  BUS DATE   '.
           05  FILLER              PIC X(13)  VALUE 'MATCHED      '.
           05  FILLER              PIC X(06)  VALUE 'ACTION'.

      *    One suspect beside the original it matched - the
      *    fingerprint is the same on both, so it prints once.
       01  WK-DETAIL-LINE.
           05  DET-SENDER-ID       PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-OPERATION       PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-VALUE-ONE       PIC -(06)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-VALUE-TWO       PIC -(06)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-RATE-CODE       PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-SUSPECT-BATCH   PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  DET-SUSPECT-SEQ     PIC ZZZZ9.
           05  FILLER              PIC X(06)  VALUE '  <-- '.
           05  DET-ORIG-BATCH      PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  DET-ORIG-SEQ        PIC ZZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-ORIG-DATE       PIC 9(08).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  DET-MATCHED         PIC X(11).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-ACTION          PIC X(13).

       01  WK-TOTAL-LINE.
           05  TOL-LABEL           PIC X(30).
           05  TOL-COUNT           PIC ZZZ.ZZZ.ZZ9.

           COPY LKCAL.


           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

      *    The duplicate mode and window from the command line.
           ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
              INTO WK-DUP-MODE WK-DUP-DAYS-X.
           IF WK-DUP-MODE = SPACES
              MOVE 'HOLD' TO WK-DUP-MODE
           END-IF.
           IF NOT WK-DUP-HOLD AND NOT WK-DUP-WARN
              DISPLAY 'CALCEDT: DUPLICATE MODE MUST BE HOLD OR WARN - '
                      WK-DUP-MODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WK-DUP-DAYS-X NOT = SPACES
              IF WK-DUP-DAYS-X(2:1) = SPACE
                 MOVE WK-DUP-DAYS-X(1:1) TO WK-DUP-DAYS-X(2:1)
                 MOVE '0'                TO WK-DUP-DAYS-X(1:1)
              END-IF
              IF WK-DUP-DAYS-X IS NOT NUMERIC
                    OR WK-DUP-DAYS-X = '00'
                 DISPLAY 'CALCEDT: DUPLICATE WINDOW MUST BE 1 TO 99 '
                         'BUSINESS DAYS - ' WK-DUP-DAYS-X
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WK-DUP-DAYS-X TO WK-DUP-DAYS
           END-IF.

           OPEN INPUT TRAN-FILE.
           IF WK-TRAN-STATUS NOT = '00'
              DISPLAY 'CALCEDT: UNABLE TO OPEN CALCIN, STATUS = '
              STOP RUN
           END-IF.

      *    Without the sender master the sender authorities cannot
      *    be enforced, so the edit does not run.
           OPEN INPUT SENDER-FILE.
           IF WK-SENDER-STATUS = '35'
              DISPLAY 'CALCEDT: SNDMAST NOT AVAILABLE - CANNOT '
                      'VALIDATE THE SENDERS'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WK-SENDER-STATUS NOT = '00'
              DISPLAY 'CALCEDT: UNABLE TO OPEN SNDMAST, STATUS = '
                      WK-SENDER-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    The duplicate history is created on first use, the same
      *    way as the registry.
           OPEN I-O HISTORY-FILE.
           IF WK-HISTORY-STATUS = '35'
              OPEN OUTPUT HISTORY-FILE
              IF WK-HISTORY-STATUS NOT = '00'
                 DISPLAY 'CALCEDT: UNABLE TO CREATE DUPHIST, '
                         'STATUS = ' WK-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE HISTORY-FILE
              OPEN I-O HISTORY-FILE
           END-IF.
           IF WK-HISTORY-STATUS NOT = '00'
              DISPLAY 'CALCEDT: UNABLE TO OPEN DUPHIST, STATUS = '
                      WK-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'CALCEDT: UNABLE TO OPEN DUPRPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 020-GET-EXPECTED-DATE THRU 020-EXIT.
           PERFORM 040-FIND-DUP-WINDOW   THRU 040-EXIT.
           PERFORM 045-PURGE-HISTORY     THRU 045-EXIT.

       000-EXIT.
           EXIT.
       030-EXIT.
           EXIT.

      ****************************************************************
      *  The duplicate window - walk back from the expected date
      *  until the window holds its number of business days, today
      *  included.  A calendar that runs out first ends the window at
      *  the earliest business day it holds.
      ****************************************************************
       040-FIND-DUP-WINDOW.

           MOVE WK-EXPECTED-DATE TO WK-WINDOW-START.
           COMPUTE WK-EXPECTED-DAYS =
                   FUNCTION INTEGER-OF-DATE(WK-EXPECTED-DATE).
           MOVE 1     TO WK-WINDOW-DAYS.
           MOVE ZEROS TO WK-BACK-DAYS.
           MOVE 'N'   TO WK-SCAN-FLAG.

           PERFORM 042-STEP-BACK THRU 042-EXIT
              UNTIL WK-WINDOW-DAYS NOT < WK-DUP-DAYS
                 OR WK-SCAN-DONE.

           IF WK-WINDOW-DAYS < WK-DUP-DAYS
              DISPLAY 'CALCEDT: CALENDAR HOLDS ONLY ' WK-WINDOW-DAYS
                      ' BUSINESS DAYS OF THE DUPLICATE WINDOW'
           END-IF.

       040-EXIT.
           EXIT.

      ****************************************************************
      *  One calendar day back - a business day is its own first
      *  business day on or after itself.
      ****************************************************************
       042-STEP-BACK.

           ADD 1 TO WK-BACK-DAYS.
           IF WK-BACK-DAYS > 366
              SET WK-SCAN-DONE TO TRUE
              GO TO 042-EXIT
           END-IF.

           COMPUTE WK-WORK-DATE =
              FUNCTION DATE-OF-INTEGER(WK-EXPECTED-DAYS - WK-BACK-DAYS).
           MOVE 'N'          TO LKC-FUNCTION.
           MOVE WK-WORK-DATE TO LKC-DATE.
           MOVE ZEROS        TO LKC-RETURN-CODE.

           CALL 'CALLKP' USING CAL-REQUEST
              ON EXCEPTION
                 DISPLAY 'CALCEDT: CALLKP IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           IF LKC-RETURN-CODE NOT = ZEROS
              SET WK-SCAN-DONE TO TRUE
              GO TO 042-EXIT
           END-IF.

           IF LKC-DATE = WK-WORK-DATE
              ADD 1 TO WK-WINDOW-DAYS
              MOVE WK-WORK-DATE TO WK-WINDOW-START
           END-IF.

       042-EXIT.
           EXIT.

      ****************************************************************
      *  Purge the fingerprints that have aged out of the window, so
      *  DUPHIST rolls forward a business day at a time.
      ****************************************************************
       045-PURGE-HISTORY.

           MOVE LOW-VALUES TO DPH-KEY.
           START HISTORY-FILE KEY IS NOT LESS THAN DPH-KEY
              INVALID KEY
                 GO TO 045-EXIT
           END-START.

           MOVE 'N' TO WK-SCAN-FLAG.
           PERFORM 047-PURGE-ONE THRU 047-EXIT
              UNTIL WK-SCAN-DONE.

       045-EXIT.
           EXIT.

      ****************************************************************
      *  One fingerprint - deleted when it is older than the window.
      ****************************************************************
       047-PURGE-ONE.

           READ HISTORY-FILE NEXT RECORD
              AT END
                 SET WK-SCAN-DONE TO TRUE
                 GO TO 047-EXIT
           END-READ.
           IF WK-HISTORY-STATUS NOT = '00'
              DISPLAY 'CALCEDT: ERROR READING DUPHIST, STATUS = '
                      WK-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF DPH-BUSINESS-DATE < WK-WINDOW-START
              DELETE HISTORY-FILE RECORD
              IF WK-HISTORY-STATUS NOT = '00'
                 DISPLAY 'CALCEDT: ERROR DELETING DUPHIST, STATUS = '
                         WK-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WK-HISTORY-PURGED
           END-IF.

       047-EXIT.
           EXIT.

      ****************************************************************
      *  Pass one - prove every batch's structure and trailer balance
      *  before anything is written, and record a verdict per batch.
           ADD 1 TO WK-BT-COUNT.
           MOVE WK-BT-COUNT   TO WK-BT-INDEX.
           MOVE HDR-BATCH-ID  TO WK-BT-BATCH-ID(WK-BT-INDEX).
           MOVE ZEROS         TO WK-BT-MAX-HASH(WK-BT-INDEX).
           MOVE 'G'           TO WK-BT-VERDICT(WK-BT-INDEX).
           SET WK-V-IS-IN-BATCH TO TRUE.
           MOVE ZEROS TO WK-V-DETAIL-COUNT.
              GO TO 070-EXIT
           END-IF.

      *    The sender control - only a sender on the sender master
      *    and not suspended may submit.  Its batch limit is kept
      *    for the trailer check.
           IF HDR-SENDER-ID EQUAL SPACES
              DISPLAY 'CALCEDT: BATCH ' HDR-BATCH-ID
                      ' HEADER HAS NO SENDER ID'
              MOVE 'R' TO WK-BT-VERDICT(WK-BT-INDEX)
              GO TO 070-EXIT
           END-IF.
           MOVE HDR-SENDER-ID TO SND-SENDER-ID.
           READ SENDER-FILE
              INVALID KEY
                 DISPLAY 'CALCEDT: BATCH ' HDR-BATCH-ID
                         ' SENDER ' HDR-SENDER-ID
                         ' IS NOT ON THE SENDER MASTER'
                 MOVE 'R' TO WK-BT-VERDICT(WK-BT-INDEX)
                 GO TO 070-EXIT
           END-READ.
           IF NOT SND-IS-ACTIVE
              DISPLAY 'CALCEDT: BATCH ' HDR-BATCH-ID
                      ' SENDER ' HDR-SENDER-ID ' IS SUSPENDED'
              MOVE 'R' TO WK-BT-VERDICT(WK-BT-INDEX)
              GO TO 070-EXIT
           END-IF.
           MOVE SND-MAX-BATCH-HASH TO WK-BT-MAX-HASH(WK-BT-INDEX).

      *    Duplicate-run protection - a batch ID already registered
      *    went through this pipeline once; running it again would
      *    double every result and still tie out.  The same check
              GO TO 070-EXIT
           END-IF.

      *    A voided batch was backed out by CALCREV, so its ID is
      *    free for the corrected resend.
           MOVE HDR-BATCH-ID TO BREG-BATCH-ID.
           READ REGISTRY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BREG-IS-VOIDED
                    DISPLAY 'CALCEDT: BATCH ' HDR-BATCH-ID
                            ' WAS VOIDED ON ' BREG-VOID-DATE
                            ' - ACCEPTED AS A RESEND'
                 ELSE
                    DISPLAY 'CALCEDT: BATCH ' HDR-BATCH-ID
                            ' IS ALREADY REGISTERED - DUPLICATE '
                            'TRANSMISSION'
                    MOVE 'R' TO WK-BT-VERDICT(WK-BT-INDEX)
                 END-IF
           END-READ.

       070-EXIT.
              MOVE 'R' TO WK-BT-VERDICT(WK-BT-INDEX)
           END-IF.

      *    A batch's fingerprints are held together until its
      *    trailer, so its size is capped at the holding table.
           IF WK-V-DETAIL-COUNT > WK-FB-MAX
              DISPLAY 'CALCEDT: BATCH ' WK-BT-BATCH-ID(WK-BT-INDEX)
                      ' HAS MORE THAN ' WK-FB-MAX
                      ' DETAILS - SPLIT THE BATCH'
              MOVE 'R' TO WK-BT-VERDICT(WK-BT-INDEX)
           END-IF.

      *    The sender's batch limit caps the hash total either sign.
           IF WK-BT-MAX-HASH(WK-BT-INDEX) NOT = ZEROS
              IF WK-V-HASH-TOTAL > WK-BT-MAX-HASH(WK-BT-INDEX)
                    OR WK-V-HASH-TOTAL <
                       0 - WK-BT-MAX-HASH(WK-BT-INDEX)
                 DISPLAY 'CALCEDT: BATCH '
                         WK-BT-BATCH-ID(WK-BT-INDEX)
                         ' HASH TOTAL ' WK-V-HASH-TOTAL
                         ' IS OVER THE SENDER LIMIT '
                         WK-BT-MAX-HASH(WK-BT-INDEX)
                 MOVE 'R' TO WK-BT-VERDICT(WK-BT-INDEX)
              END-IF
           END-IF.

       080-EXIT.
           EXIT.

           MOVE 'N'   TO WK-CHAIN-BROKEN.
           MOVE ZEROS TO WK-BAT-PASSED.
           MOVE ZEROS TO WK-OUT-HASH-TOTAL.
           MOVE ZEROS TO WK-BAT-DETAIL-SEQ.
           MOVE ZEROS TO WK-FB-COUNT.

           IF WK-BT-VERDICT(WK-BT-INDEX) = 'R'
              DISPLAY 'CALCEDT: BATCH '

           MOVE HDR-BATCH-ID       TO WK-BATCH-ID.
           MOVE HDR-BUSINESS-DATE  TO WK-BUSINESS-DATE.
           MOVE HDR-SENDER-ID      TO WK-SENDER-ID.

      *    Where the batch came from decides whether a detail's
      *    TRAN-DUP-RELEASE byte is believed.
           EVALUATE TRUE
              WHEN HDR-IS-STANDING-BATCH
                 SET WK-BATCH-IS-STANDING TO TRUE
              WHEN HDR-ORIG-BATCH-ID NOT = SPACES
                 SET WK-BATCH-IS-RECYCLE  TO TRUE
              WHEN OTHER
                 MOVE SPACE TO WK-BATCH-KIND
           END-EVALUATE.

      *    The sender's authorities stay in the record area for the
      *    batch's detail edits - pass one proved the sender on file.
           MOVE WK-SENDER-ID TO SND-SENDER-ID.
           READ SENDER-FILE
              INVALID KEY
                 DISPLAY 'CALCEDT: SENDER ' WK-SENDER-ID
                         ' NO LONGER ON SNDMAST'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.

           WRITE GOOD-RECORD FROM BATCH-HEADER-RECORD.
           IF WK-GOOD-STATUS NOT = '00'
           END-IF.

           PERFORM 180-REGISTER-BATCH THRU 180-EXIT.
           PERFORM 250-WRITE-HISTORY  THRU 250-EXIT.

       170-EXIT.
           EXIT.
      ****************************************************************
      *  Stamp the batch onto the lifecycle registry as received and
      *  edited - the record the downstream steps stamp as the batch
      *  moves through the pipeline.  The resend of a voided batch
      *  rewrites its old record, and the voided run's fingerprints
      *  come off DUPHIST; pass one refused every other ID already
      *  registered.
      ****************************************************************
       180-REGISTER-BATCH.

           ACCEPT WK-RUN-TIME FROM TIME.

           MOVE 'N' TO WK-REG-FOUND.
           MOVE WK-BATCH-ID TO BREG-BATCH-ID.
           READ REGISTRY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET WK-REG-IS-FOUND TO TRUE
           END-READ.
           IF WK-REG-IS-FOUND
                 AND BREG-IS-VOIDED
              PERFORM 185-DROP-VOIDED-HISTORY THRU 185-EXIT
           END-IF.

           MOVE SPACES           TO BATCH-REGISTRY-RECORD.
           MOVE WK-BATCH-ID      TO BREG-BATCH-ID.
           MOVE WK-BUSINESS-DATE TO BREG-BUSINESS-DATE.
           MOVE ZEROS            TO BREG-RECON-TIME.
           MOVE ZEROS            TO BREG-DIST-DATE.
           MOVE ZEROS            TO BREG-DIST-TIME.
           MOVE ZEROS            TO BREG-VOID-DATE.
           MOVE ZEROS            TO BREG-VOID-TIME.
           MOVE ZEROS            TO BREG-GL-SENT-DATE.
           MOVE ZEROS            TO BREG-GL-SENT-TIME.
           MOVE ZEROS            TO BREG-GL-OPEN-COUNT.
           MOVE ZEROS            TO BREG-POST-DATE.
           MOVE ZEROS            TO BREG-POST-TIME.
           MOVE WK-SENDER-ID     TO BREG-SENDER-ID.

           IF WK-REG-IS-FOUND
              REWRITE BATCH-REGISTRY-RECORD
                 INVALID KEY
                    DISPLAY 'CALCEDT: BATCH ' WK-BATCH-ID
                            ' NOT REWRITTEN ON BCHREG'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-REWRITE
           ELSE
              WRITE BATCH-REGISTRY-RECORD
                 INVALID KEY
                    DISPLAY 'CALCEDT: BATCH ' WK-BATCH-ID
                            ' ALREADY ON BCHREG'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-WRITE
           END-IF.
           IF WK-REGISTRY-STATUS NOT = '00'
              DISPLAY 'CALCEDT: ERROR WRITING BCHREG, STATUS = '
                      WK-REGISTRY-STATUS
       180-EXIT.
           EXIT.

      ****************************************************************
      *  The voided run of the batch being registered leaves DUPHIST
      *  - the fingerprint leads the key, so the file is walked
      *  whole, the same as the purge.  The resend's own fingerprints
      *  follow at 250-WRITE-HISTORY.
      ****************************************************************
       185-DROP-VOIDED-HISTORY.

           MOVE LOW-VALUES TO DPH-KEY.
           START HISTORY-FILE KEY IS NOT LESS THAN DPH-KEY
              INVALID KEY
                 GO TO 185-EXIT
           END-START.

           MOVE 'N' TO WK-SCAN-FLAG.
           PERFORM 187-DROP-ONE THRU 187-EXIT
              UNTIL WK-SCAN-DONE.

       185-EXIT.
           EXIT.

      ****************************************************************
      *  One fingerprint - deleted when it belongs to the batch.
      ****************************************************************
       187-DROP-ONE.

           READ HISTORY-FILE NEXT RECORD
              AT END
                 SET WK-SCAN-DONE TO TRUE
                 GO TO 187-EXIT
           END-READ.
           IF WK-HISTORY-STATUS NOT = '00'
              DISPLAY 'CALCEDT: ERROR READING DUPHIST, STATUS = '
                      WK-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF DPH-BATCH-ID = WK-BATCH-ID
              DELETE HISTORY-FILE RECORD
              IF WK-HISTORY-STATUS NOT = '00'
                 DISPLAY 'CALCEDT: ERROR DELETING DUPHIST, STATUS = '
                         WK-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WK-HISTORY-DROPPED
           END-IF.

       187-EXIT.
           EXIT.

      ****************************************************************
      *  Apply CALC's 000-HOUSEKEEPING validations to one record and
      *  route it to the go-file or the reject file.  The first edit
       200-EDIT-RECORD.

           MOVE ZEROS TO WK-REASON-CODE.
           ADD 1 TO WK-BAT-DETAIL-SEQ.

      *    A record referencing the prior result cannot pass once an
      *    earlier member of its chain has been rejected - CALCBAT
              GO TO 200-ROUTE
           END-IF.

      *    The sender may only submit the operations it is
      *    authorised for.
           MOVE ZEROS TO WK-OP-TALLY.
           INSPECT SND-ALLOWED-OPS TALLYING WK-OP-TALLY
              FOR ALL TRAN-OPERATION.
           IF WK-OP-TALLY = ZEROS
              MOVE 27 TO WK-REASON-CODE
              GO TO 200-ROUTE
           END-IF.

           IF TRAN-CHAIN-CODE NOT EQUAL 'C' AND 'F' AND SPACE
              MOVE 23 TO WK-REASON-CODE
              GO TO 200-ROUTE
              GO TO 200-ROUTE
           END-IF.

           IF TRAN-RATE-CODE NOT EQUAL SPACES
              MOVE 'N' TO WK-RATE-ALLOWED
              PERFORM VARYING WK-RATE-IX FROM 1 BY 1
                    UNTIL WK-RATE-IX > 10
                 IF SND-RATE-CODE(WK-RATE-IX) = TRAN-RATE-CODE
                    SET WK-RATE-IS-ALLOWED TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WK-RATE-IS-ALLOWED
                 MOVE 28 TO WK-REASON-CODE
                 GO TO 200-ROUTE
              END-IF
           END-IF.

           IF TRAN-VALUE-ONE-SOURCE NOT EQUAL 'P'
                 AND TRAN-VALUE-ONE IS NOT NUMERIC
              MOVE 20 TO WK-REASON-CODE
              GO TO 200-ROUTE
           END-IF.

      *    The sender's single-item limit, either sign.  A 'P'-
      *    sourced value is only known at run time.
           IF TRAN-VALUE-ONE-SOURCE NOT EQUAL 'P'
                 AND SND-MAX-VALUE-ONE NOT = ZEROS
              IF TRAN-VALUE-ONE > SND-MAX-VALUE-ONE
                    OR TRAN-VALUE-ONE < 0 - SND-MAX-VALUE-ONE
                 MOVE 29 TO WK-REASON-CODE
                 GO TO 200-ROUTE
              END-IF
           END-IF.

           IF TRAN-RATE-CODE EQUAL SPACES
                 AND TRAN-VALUE-TWO-SOURCE NOT EQUAL 'P'
                 AND TRAN-VALUE-TWO IS NOT NUMERIC
              END-IF
           END-IF.

      *    Duplicate detection is the last edit, so only a record
      *    that would otherwise pass is compared.
           PERFORM 230-CHECK-DUPLICATE THRU 230-EXIT.

       200-ROUTE.

           IF WK-RECORD-IS-CLEAN
              PERFORM 210-WRITE-GOOD   THRU 210-EXIT
              PERFORM 240-KEEP-FINGERPRINT THRU 240-EXIT
           ELSE
              IF TRAN-CHAIN-CODE EQUAL 'C'
                    OR TRAN-VALUE-ONE-SOURCE EQUAL 'P'
              WHEN 25
              WHEN 26
                 ADD 1 TO WK-REJECT-CHAIN
              WHEN 27
              WHEN 28
              WHEN 29
                 ADD 1 TO WK-REJECT-SENDER
              WHEN 30
                 ADD 1 TO WK-REJECT-ZERO-DIV
              WHEN 31
                 ADD 1 TO WK-REJECT-DUPLICATE
           END-EVALUATE.

       220-EXIT.
           EXIT.

      ****************************************************************
      *  Is the detail a suspected duplicate?  Its fingerprint is
      *  looked for on DUPHIST within the window, oldest first, then
      *  earlier in its own batch.  A detail taking an operand from
      *  the prior result is judged with the rest of its chain, one
      *  data control has released is genuine, and one generated
      *  from a standing instruction recurs by design - the release
      *  byte counts only in a recycle or STIGEN batch, where this
      *  system set it.  In HOLD mode a suspect rejects with reason
      *  31; in WARN mode it passes.
      *  Either way it goes on the report beside its original.
      ****************************************************************
       230-CHECK-DUPLICATE.

           MOVE 'N' TO WK-DUP-FOUND.
           MOVE SPACE TO WK-DUP-MARK.

           IF TRAN-VALUE-ONE-SOURCE EQUAL 'P'
                 OR TRAN-VALUE-TWO-SOURCE EQUAL 'P'
              GO TO 230-EXIT
           END-IF.

           MOVE WK-SENDER-ID         TO WK-FP-SENDER-ID.
           MOVE TRAN-OPERATION       TO WK-FP-OPERATION.
           MOVE TRAN-RECORD(2:7)     TO WK-FP-VALUE-ONE.
           MOVE TRAN-RECORD(9:7)     TO WK-FP-VALUE-TWO.
           MOVE TRAN-RATE-CODE       TO WK-FP-RATE-CODE.

           IF TRAN-DUP-IS-RELEASED
                 AND WK-BATCH-IS-RECYCLE
              MOVE 'R' TO WK-DUP-MARK
              ADD 1 TO WK-DUP-RELEASED
              GO TO 230-EXIT
           END-IF.

           IF TRAN-DUP-IS-STANDING
                 AND WK-BATCH-IS-STANDING
              MOVE 'S' TO WK-DUP-MARK
              ADD 1 TO WK-DUP-STANDING
              GO TO 230-EXIT
           END-IF.

           PERFORM 235-SEARCH-HISTORY THRU 235-EXIT.

           PERFORM VARYING WK-FB-IX FROM 1 BY 1
                 UNTIL WK-FB-IX > WK-FB-COUNT
                    OR WK-DUP-IS-FOUND
              IF WK-FB-FINGERPRINT(WK-FB-IX) = WK-FINGERPRINT
                 SET WK-DUP-IS-FOUND TO TRUE
                 MOVE WK-BATCH-ID          TO WK-ORIG-BATCH-ID
                 MOVE WK-FB-SEQ(WK-FB-IX)  TO WK-ORIG-SEQ
                 MOVE WK-BUSINESS-DATE     TO WK-ORIG-DATE
              END-IF
           END-PERFORM.

           IF NOT WK-DUP-IS-FOUND
              GO TO 230-EXIT
           END-IF.

           ADD 1 TO WK-DUP-SUSPECTS.
           IF WK-DUP-HOLD
              MOVE 31 TO WK-REASON-CODE
           END-IF.
           PERFORM 830-PRINT-SUSPECT THRU 830-EXIT.

       230-EXIT.
           EXIT.

      ****************************************************************
      *  The fingerprint's earliest occurrence on DUPHIST within the
      *  window.
      ****************************************************************
       235-SEARCH-HISTORY.

           MOVE WK-FINGERPRINT  TO DPH-FINGERPRINT.
           MOVE WK-WINDOW-START TO DPH-BUSINESS-DATE.
           MOVE LOW-VALUES      TO DPH-BATCH-ID.
           MOVE ZEROS           TO DPH-BATCH-SEQ.
           START HISTORY-FILE KEY IS NOT LESS THAN DPH-KEY
              INVALID KEY
                 GO TO 235-EXIT
           END-START.

           MOVE 'N' TO WK-SCAN-FLAG.
           PERFORM 237-NEXT-HISTORY THRU 237-EXIT
              UNTIL WK-SCAN-DONE OR WK-DUP-IS-FOUND.

       235-EXIT.
           EXIT.

      ****************************************************************
      *  The next fingerprint on DUPHIST.  An occurrence in a batch
      *  the CALCREV void job has backed out is not an original -
      *  its results were reversed, and its resend is expected.
      ****************************************************************
       237-NEXT-HISTORY.

           READ HISTORY-FILE NEXT RECORD
              AT END
                 SET WK-SCAN-DONE TO TRUE
                 GO TO 237-EXIT
           END-READ.
           IF WK-HISTORY-STATUS NOT = '00'
              DISPLAY 'CALCEDT: ERROR READING DUPHIST, STATUS = '
                      WK-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF DPH-FINGERPRINT NOT = WK-FINGERPRINT
              SET WK-SCAN-DONE TO TRUE
              GO TO 237-EXIT
           END-IF.

           MOVE DPH-BATCH-ID TO BREG-BATCH-ID.
           READ REGISTRY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BREG-IS-VOIDED
                    GO TO 237-EXIT
                 END-IF
           END-READ.

           SET WK-DUP-IS-FOUND TO TRUE.
           MOVE DPH-BATCH-ID      TO WK-ORIG-BATCH-ID.
           MOVE DPH-BATCH-SEQ     TO WK-ORIG-SEQ.
           MOVE DPH-BUSINESS-DATE TO WK-ORIG-DATE.

       237-EXIT.
           EXIT.

      ****************************************************************
      *  Hold the passed detail's fingerprint with the batch's others
      *  until the trailer.
      ****************************************************************
       240-KEEP-FINGERPRINT.

           IF TRAN-VALUE-ONE-SOURCE EQUAL 'P'
                 OR TRAN-VALUE-TWO-SOURCE EQUAL 'P'
              GO TO 240-EXIT
           END-IF.

           ADD 1 TO WK-FB-COUNT.
           MOVE WK-FINGERPRINT    TO WK-FB-FINGERPRINT(WK-FB-COUNT).
           MOVE WK-BAT-DETAIL-SEQ TO WK-FB-SEQ(WK-FB-COUNT).
           MOVE WK-DUP-MARK       TO WK-FB-RELEASED(WK-FB-COUNT).

       240-EXIT.
           EXIT.

      ****************************************************************
      *  The batch has passed whole - its fingerprints go onto
      *  DUPHIST for the batches and the days behind it.
      ****************************************************************
       250-WRITE-HISTORY.

           PERFORM 255-WRITE-FINGERPRINT THRU 255-EXIT
              VARYING WK-FB-IX FROM 1 BY 1
              UNTIL WK-FB-IX > WK-FB-COUNT.

           MOVE ZEROS TO WK-FB-COUNT.

       250-EXIT.
           EXIT.

      ****************************************************************
      *  One fingerprint onto DUPHIST.  The voided run of a resend
      *  came off at 185-DROP-VOIDED-HISTORY, so a clash here is
      *  only ever the same detail again, and replaces it.
      ****************************************************************
       255-WRITE-FINGERPRINT.

           MOVE SPACES                      TO DUP-HISTORY-RECORD.
           MOVE WK-FB-FINGERPRINT(WK-FB-IX) TO DPH-FINGERPRINT.
           MOVE WK-BUSINESS-DATE            TO DPH-BUSINESS-DATE.
           MOVE WK-BATCH-ID                 TO DPH-BATCH-ID.
           MOVE WK-FB-SEQ(WK-FB-IX)         TO DPH-BATCH-SEQ.
           MOVE WK-RUN-DATE                 TO DPH-EDIT-DATE.
           MOVE WK-FB-RELEASED(WK-FB-IX)    TO DPH-RELEASED.

           WRITE DUP-HISTORY-RECORD
              INVALID KEY
                 REWRITE DUP-HISTORY-RECORD
                    INVALID KEY
                       DISPLAY 'CALCEDT: BATCH ' WK-BATCH-ID
                               ' NOT WRITTEN ON DUPHIST'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                 END-REWRITE
           END-WRITE.
           IF WK-HISTORY-STATUS NOT = '00'
              DISPLAY 'CALCEDT: ERROR WRITING DUPHIST, STATUS = '
                      WK-HISTORY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WK-HISTORY-ADDED.

       255-EXIT.
           EXIT.

      ****************************************************************
      *  Page heading for the suspected-duplicates report.
      ****************************************************************
       800-PAGE-HEADING.

           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-RUN-DATE      TO HD1-RUN-DATE.
           MOVE WK-PAGE-COUNT    TO HD1-PAGE.
           MOVE WK-EXPECTED-DATE TO HDW-BUS-DATE.
           MOVE WK-WINDOW-START  TO HDW-WINDOW-START.
           MOVE WK-WINDOW-DAYS   TO HDW-WINDOW-DAYS.
           MOVE WK-DUP-MODE      TO HDW-MODE.

           WRITE REPORT-RECORD FROM WK-HEADING-ONE
              AFTER ADVANCING PAGE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-WINDOW
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
      *  One suspect beside its original, with page control.
      ****************************************************************
       830-PRINT-SUSPECT.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           MOVE SPACES            TO WK-DETAIL-LINE.
           MOVE WK-SENDER-ID      TO DET-SENDER-ID.
           MOVE TRAN-OPERATION    TO DET-OPERATION.
           IF TRAN-VALUE-ONE IS NUMERIC
              MOVE TRAN-VALUE-ONE TO DET-VALUE-ONE
           END-IF.
           IF TRAN-VALUE-TWO IS NUMERIC
              MOVE TRAN-VALUE-TWO TO DET-VALUE-TWO
           END-IF.
           MOVE TRAN-RATE-CODE    TO DET-RATE-CODE.
           MOVE WK-BATCH-ID       TO DET-SUSPECT-BATCH.
           MOVE WK-BAT-DETAIL-SEQ TO DET-SUSPECT-SEQ.
           MOVE WK-ORIG-BATCH-ID  TO DET-ORIG-BATCH.
           MOVE WK-ORIG-SEQ       TO DET-ORIG-SEQ.
           MOVE WK-ORIG-DATE      TO DET-ORIG-DATE.
           EVALUATE TRUE
              WHEN WK-ORIG-DATE < WK-BUSINESS-DATE
                 MOVE 'EARLIER DAY' TO DET-MATCHED
              WHEN WK-ORIG-BATCH-ID = WK-BATCH-ID
                 MOVE 'SAME BATCH'  TO DET-MATCHED
              WHEN OTHER
                 MOVE 'SAME DAY'    TO DET-MATCHED
           END-EVALUATE.
           IF WK-DUP-HOLD
              MOVE 'HELD - RC 31'  TO DET-ACTION
           ELSE
              MOVE 'WARNING ONLY'  TO DET-ACTION
           END-IF.

           WRITE REPORT-RECORD FROM WK-DETAIL-LINE
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
              DISPLAY 'CALCEDT: ERROR WRITING DUPRPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       850-EXIT.
           EXIT.

      ****************************************************************
      *  One duplicate-count line on the report.
      ****************************************************************
       870-PRINT-TOTAL.

           WRITE REPORT-RECORD FROM WK-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

       870-EXIT.
           EXIT.

      ****************************************************************
      *  Final Procedures
      ****************************************************************
       900-TERMINATION.

           PERFORM 920-WRITE-DUP-TOTALS THRU 920-EXIT.

           CLOSE TRAN-FILE GOOD-FILE REJECT-FILE REGISTRY-FILE
                 SENDER-FILE HISTORY-FILE REPORT-FILE.

           PERFORM 910-WRITE-SUMMARY THRU 910-EXIT.

           DISPLAY 'REJECTED - CHAIN FIELDS ...... ' WK-REJECT-CHAIN.
           DISPLAY 'REJECTED - ZERO DIVISOR ...... '
                   WK-REJECT-ZERO-DIV.
           DISPLAY 'REJECTED - SENDER AUTHORITY .. '
                   WK-REJECT-SENDER.
           DISPLAY 'REJECTED - SUSPECT DUPLICATE . '
                   WK-REJECT-DUPLICATE.
           DISPLAY 'SUSPECTED DUPLICATES ......... ' WK-DUP-SUSPECTS.
           DISPLAY 'DUPLICATE MODE / WINDOW ...... ' WK-DUP-MODE
                   ' ' WK-WINDOW-DAYS ' DAYS FROM ' WK-WINDOW-START.
           DISPLAY '=================================================='.

       910-EXIT.
           EXIT.

      ****************************************************************
      *  The duplicate counts at the foot of the suspect report.
      ****************************************************************
       920-WRITE-DUP-TOTALS.

           IF WK-PAGE-COUNT = ZEROS
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.
           IF WK-DUP-SUSPECTS = ZEROS
              MOVE 'NO SUSPECTED DUPLICATES' TO REPORT-RECORD
              WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
              PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'SUSPECTED DUPLICATES ........ ' TO TOL-LABEL.
           MOVE WK-DUP-SUSPECTS TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'HELD ON CALCREJ - REASON 31 . ' TO TOL-LABEL.
           MOVE WK-REJECT-DUPLICATE TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'RELEASED DUPLICATES PASSED .. ' TO TOL-LABEL.
           MOVE WK-DUP-RELEASED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'STANDING ITEMS PASSED ....... ' TO TOL-LABEL.
           MOVE WK-DUP-STANDING TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'FINGERPRINTS ADDED TO DUPHIST ' TO TOL-LABEL.
           MOVE WK-HISTORY-ADDED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'FINGERPRINTS AGED OFF DUPHIST ' TO TOL-LABEL.
           MOVE WK-HISTORY-PURGED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'VOIDED FINGERPRINTS DROPPED . ' TO TOL-LABEL.
           MOVE WK-HISTORY-DROPPED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

       920-EXIT.
           EXIT.

      ****************************************************************
      *  End record on the common run log - the counts and the final
      *  return code the morning checkout signs off on.
