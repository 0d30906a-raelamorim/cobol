      ****************************************************************
      * Program name:    CALCACK
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - ledger acknowledgement
      *                         matching for the GLPOST feed.  Once
      *                         CALCGL had written GLPOST nothing
      *                         recorded whether the ledger took it,
      *                         and dropped or rejected entries only
      *                         surfaced at month-end.  This job reads
      *                         the ledger's GLACK acknowledgement
      *                         file, finds each acknowledged feed on
      *                         the GLSENT sent history by its header
      *                         run date and time, and matches every
      *                         accepted or rejected entry back to a
      *                         posting of that feed by batch ID,
      *                         operation and amount.  The ledger's
      *                         trailer count and amount are proved
      *                         against the feed's PST-TRL-COUNT and
      *                         PST-TRL-HASH.  Accepted entries come
      *                         off their batch's open-entry count on
      *                         BCHREG, and a batch with none left is
      *                         stamped posted to the ledger ('P')
      *                         with the date and time.  Rejected
      *                         entries are appended to GLRESEND for
      *                         the next CALCGL run to send again.
      *                         The ACKREPT exceptions report lists
      *                         the rejects, acknowledgements that
      *                         match nothing sent, trailer
      *                         disagreements, and every posting
      *                         still not acknowledged the given
      *                         number of business days (CALLKP
      *                         calendar) after its feed was sent.
      *
      * Command line: the number of business days a sent posting
      * may stay unacknowledged before it is reported (default 3).
      * RETURN-CODE 0 clean, 4 exceptions reported, 8 parameter or
      * calendar failure, 16 file failure.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCACK.
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
           SELECT ACK-FILE        ASSIGN TO "GLACK"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-ACK-STATUS.

           SELECT SENT-FILE       ASSIGN TO "GLSENT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS SNT-KEY
                                   FILE STATUS IS WK-SENT-STATUS.

           SELECT REGISTRY-FILE   ASSIGN TO "BCHREG"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS BREG-BATCH-ID
                                   FILE STATUS IS WK-REGISTRY-STATUS.

           SELECT RESEND-FILE     ASSIGN TO "GLRESEND"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-RESEND-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "ACKREPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-FILE
           RECORDING MODE IS F.
           COPY GLACKREC.

       FD  SENT-FILE.
           COPY GLSNTREC.

       FD  REGISTRY-FILE.
           COPY BREGREC.

       FD  RESEND-FILE
           RECORDING MODE IS F.
       01  RESEND-RECORD          PIC X(45).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(100).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-ACK-STATUS       PIC X(02)  VALUE SPACES.
           05  WK-SENT-STATUS      PIC X(02)  VALUE SPACES.
           05  WK-REGISTRY-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-RESEND-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-SENT-EOF         PIC X(01)  VALUE 'N'.
              88  WK-SENT-AT-END              VALUE 'Y'.
           05  WK-AGE-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-AGE-DONE                 VALUE 'Y'.
      *    Where the acknowledgement file stands - between feeds,
      *    matching a feed found on GLSENT, or passing over the
      *    entries of a feed that cannot be matched.
           05  WK-FEED-STATE       PIC X(01)  VALUE SPACE.
              88  WK-FEED-NONE                VALUE SPACE.
              88  WK-FEED-OPEN                VALUE 'O'.
              88  WK-FEED-SKIPPED             VALUE 'S'.

       01  WK-PARM-CONTROLS.
           05  WK-PARM-LINE        PIC X(40)  VALUE SPACES.
           05  WK-PARM-DAYS-X      PIC X(03)  VALUE SPACES
                                   JUSTIFIED RIGHT.
           05  WK-AGE-LIMIT        PIC 9(03)  VALUE 3.

       01  WK-RUN-CONTROLS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-RUN-TIME         PIC 9(08)  VALUE ZEROS.

      *    The feed being matched - its key on GLSENT and the
      *    controls it was sent with.
       01  WK-FEED-CONTROLS.
           05  WK-FEED-DATE        PIC 9(08)  VALUE ZEROS.
           05  WK-FEED-TIME        PIC 9(08)  VALUE ZEROS.
           05  WK-FEED-TRL-COUNT   PIC 9(09)  VALUE ZEROS.
           05  WK-FEED-TRL-HASH    PIC S9(13)V99 VALUE ZEROS.
           05  WK-FEED-ACK-COUNT   PIC 9(09)  VALUE ZEROS.
           05  WK-FEED-ACK-AMOUNT  PIC S9(13)V99 VALUE ZEROS.
           05  WK-FEED-OPEN-COUNT  PIC 9(09)  VALUE ZEROS.

      *    The feed's entries still waiting on the ledger, loaded
      *    from GLSENT; the acknowledgement marks each one before
      *    anything is written back.
       01  WK-ENTRY-TABLE.
           05  WK-EN-MAX           PIC 9(05)  VALUE 5000.
           05  WK-EN-COUNT         PIC 9(05)  VALUE ZEROS.
           05  WK-EN-IX            PIC 9(05)  VALUE ZEROS.
           05  WK-EN-HIT           PIC 9(05)  VALUE ZEROS.
           05  WK-EN-ENTRY OCCURS 5000.
              10  WK-EN-SEQ        PIC 9(07).
              10  WK-EN-BATCH-ID   PIC X(08).
              10  WK-EN-OPERATION  PIC X(01).
              10  WK-EN-AMOUNT     PIC S9(13)V99.
              10  WK-EN-NEW-STATUS PIC X(01).
              10  WK-EN-REASON     PIC X(04).

      *    Business-day aging of an unacknowledged feed.
       01  WK-AGE-CONTROLS.
           05  WK-AGE-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-FEED-AGE         PIC 9(03)  VALUE ZEROS.
           05  WK-AGE-MAX          PIC 9(03)  VALUE 999.

       01  WK-ACK-COUNTERS.
           05  WK-ACKS-READ        PIC 9(09)  VALUE ZEROS.
           05  WK-FEEDS-MATCHED    PIC 9(09)  VALUE ZEROS.
           05  WK-FEEDS-REFUSED    PIC 9(09)  VALUE ZEROS.
           05  WK-ENTRIES-ACCEPTED PIC 9(09)  VALUE ZEROS.
           05  WK-ENTRIES-REJECTED PIC 9(09)  VALUE ZEROS.
           05  WK-RESENDS-WRITTEN  PIC 9(09)  VALUE ZEROS.
           05  WK-ACKS-UNMATCHED   PIC 9(09)  VALUE ZEROS.
           05  WK-BATCHES-POSTED   PIC 9(09)  VALUE ZEROS.
           05  WK-ENTRIES-OVERDUE  PIC 9(09)  VALUE ZEROS.
           05  WK-EXCEPTIONS       PIC 9(09)  VALUE ZEROS.

           COPY GLPSTREC.

           COPY LKCAL.

       01  WK-REPORT-CONTROLS.
           05  WK-LINE-COUNT       PIC 9(03)  VALUE 99.
           05  WK-LINES-PER-PAGE   PIC 9(03)  VALUE 55.
           05  WK-PAGE-COUNT       PIC 9(05)  VALUE ZEROS.

       01  WK-HEADING-ONE.
           05  FILLER              PIC X(34)  VALUE
               'CALCACK - LEDGER ACK EXCEPTIONS   '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  HD1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(19)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HD1-PAGE            PIC ZZZZ9.

       01  WK-HEADING-TWO.
           05  FILLER              PIC X(10)  VALUE 'FEED DATE '.
           05  FILLER              PIC X(10)  VALUE 'FEED TIME '.
           05  FILLER              PIC X(10)  VALUE 'BATCH     '.
           05  FILLER              PIC X(04)  VALUE 'OP  '.
           05  FILLER              PIC X(20)  VALUE
               '            AMOUNT  '.
           05  FILLER              PIC X(09)  VALUE 'EXCEPTION'.

       01  WK-DETAIL-LINE.
           05  DET-FEED-DATE       PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-FEED-TIME       PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-BATCH-ID        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-OPERATION       PIC X(01).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  DET-AMOUNT          PIC -(14)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-EXCEPTION       PIC X(44).

       01  WK-EXCEPTION-TEXT.
           05  WK-EXC-COUNT-MASK   PIC ZZZ.ZZZ.ZZ9.
           05  WK-EXC-SENT-MASK    PIC ZZZ.ZZZ.ZZ9.
           05  WK-EXC-DAYS-MASK    PIC ZZ9.

       01  WK-TOTAL-LINE.
           05  TOT-LABEL           PIC X(30).
           05  TOT-COUNT           PIC ZZZ.ZZZ.ZZ9.

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 030-LOG-START    THRU 030-EXIT.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MATCH-ACKS   THRU 100-EXIT.
           PERFORM 500-AGE-SENT     THRU 500-EXIT.
           PERFORM 900-TERMINATION  THRU 900-EXIT.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - the aging limit comes from the command
      *  line (default 3 business days).  Nothing has ever gone to
      *  the ledger when there is no GLSENT, so there is nothing to
      *  acknowledge or age.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WK-RUN-TIME FROM TIME.

           ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
              INTO WK-PARM-DAYS-X.
           IF WK-PARM-DAYS-X NOT = SPACES
              INSPECT WK-PARM-DAYS-X REPLACING LEADING SPACE BY ZERO
              IF WK-PARM-DAYS-X IS NUMERIC
                    AND WK-PARM-DAYS-X NOT = '000'
                 MOVE WK-PARM-DAYS-X TO WK-AGE-LIMIT
              ELSE
                 DISPLAY 'CALCACK: AGING LIMIT MUST BE 1 TO 999 '
                         'BUSINESS DAYS'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN I-O SENT-FILE.
           IF WK-SENT-STATUS = '35'
              DISPLAY 'CALCACK: GLSENT NOT FOUND - NOTHING HAS BEEN '
                      'SENT TO THE LEDGER'
              PERFORM 950-LOG-END THRU 950-EXIT
              STOP RUN
           END-IF.
           IF WK-SENT-STATUS NOT = '00'
              DISPLAY 'CALCACK: UNABLE TO OPEN GLSENT, STATUS = '
                      WK-SENT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN I-O REGISTRY-FILE.
           IF WK-REGISTRY-STATUS NOT = '00'
              DISPLAY 'CALCACK: UNABLE TO OPEN BCHREG, STATUS = '
                      WK-REGISTRY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Rejects wait on GLRESEND until CALCGL sends them, so a
      *    second acknowledgement run before then adds to the file.
           OPEN EXTEND RESEND-FILE.
           IF WK-RESEND-STATUS = '35'
              OPEN OUTPUT RESEND-FILE
           END-IF.
           IF WK-RESEND-STATUS NOT = '00'
              DISPLAY 'CALCACK: UNABLE TO OPEN GLRESEND, STATUS = '
                      WK-RESEND-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'CALCACK: UNABLE TO OPEN ACKREPT, STATUS = '
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
           MOVE 'CALCACK' TO RNL-PROGRAM.
           MOVE ZEROS     TO RNL-RECORDS-READ.
           MOVE ZEROS     TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS     TO RNL-REJECTS.
           MOVE ZEROS     TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'CALCACK: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       030-EXIT.
           EXIT.

      ****************************************************************
      *  The acknowledgement file - optional, since the ledger does
      *  not answer every day; the aging still runs without it.
      ****************************************************************
       100-MATCH-ACKS.

           OPEN INPUT ACK-FILE.
           EVALUATE WK-ACK-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 DISPLAY 'CALCACK: GLACK NOT FOUND - NO '
                         'ACKNOWLEDGEMENTS THIS RUN'
                 GO TO 100-EXIT
              WHEN OTHER
                 DISPLAY 'CALCACK: UNABLE TO OPEN GLACK, STATUS = '
                         WK-ACK-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           MOVE 'N' TO WK-EOF-SWITCH.
           PERFORM 110-READ-ACK THRU 110-EXIT
              UNTIL WK-END-OF-FILE.

      *    A feed still open at end of file lost its trailer - the
      *    acknowledgement is truncated and none of it is applied.
           IF WK-FEED-OPEN
              MOVE SPACES TO WK-DETAIL-LINE
              MOVE 'ACK HAS NO TRAILER - NOT APPLIED'
                                   TO DET-EXCEPTION
              PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
              ADD 1 TO WK-FEEDS-REFUSED
           END-IF.

           CLOSE ACK-FILE.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  One acknowledgement record, by its record type.
      ****************************************************************
       110-READ-ACK.

           READ ACK-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 110-EXIT
           END-READ.
           ADD 1 TO WK-ACKS-READ.

           EVALUATE TRUE
              WHEN ACK-IS-HEADER
                 PERFORM 120-START-FEED THRU 120-EXIT
              WHEN ACK-IS-DETAIL
                 PERFORM 130-MATCH-ENTRY THRU 130-EXIT
              WHEN ACK-IS-TRAILER
                 PERFORM 140-END-FEED THRU 140-EXIT
              WHEN OTHER
                 MOVE SPACES TO WK-DETAIL-LINE
                 MOVE 'UNKNOWN ACK RECORD TYPE - IGNORED'
                                   TO DET-EXCEPTION
                 PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
           END-EVALUATE.

       110-EXIT.
           EXIT.

      ****************************************************************
      *  An acknowledgement header - find the feed it answers on the
      *  sent history and load the entries still waiting on the
      *  ledger.  A feed never sent, or already fully acknowledged,
      *  is passed over to its trailer.
      ****************************************************************
       120-START-FEED.

           IF WK-FEED-OPEN
              MOVE SPACES TO WK-DETAIL-LINE
              MOVE WK-FEED-DATE    TO DET-FEED-DATE
              MOVE WK-FEED-TIME    TO DET-FEED-TIME
              MOVE 'ACK HAS NO TRAILER - NOT APPLIED'
                                   TO DET-EXCEPTION
              PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
              ADD 1 TO WK-FEEDS-REFUSED
           END-IF.

           MOVE ACH-FEED-DATE TO WK-FEED-DATE.
           MOVE ACH-FEED-TIME TO WK-FEED-TIME.
           MOVE ZEROS         TO WK-FEED-ACK-COUNT.
           MOVE ZEROS         TO WK-FEED-ACK-AMOUNT.
           MOVE ZEROS         TO WK-EN-COUNT.
           SET WK-FEED-SKIPPED TO TRUE.

           MOVE SPACES TO WK-DETAIL-LINE.
           MOVE WK-FEED-DATE  TO DET-FEED-DATE.
           MOVE WK-FEED-TIME  TO DET-FEED-TIME.

           MOVE WK-FEED-DATE  TO SNC-FEED-DATE.
           MOVE WK-FEED-TIME  TO SNC-FEED-TIME.
           MOVE ZEROS         TO SNC-SEQ.
           READ SENT-FILE
              INVALID KEY
                 MOVE 'FEED NOT ON GLSENT - ACK NOT APPLIED'
                                   TO DET-EXCEPTION
                 PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
                 ADD 1 TO WK-FEEDS-REFUSED
                 GO TO 120-EXIT
           END-READ.
           IF SNC-OPEN-COUNT = ZEROS
              MOVE 'FEED ALREADY ACKNOWLEDGED - NOT APPLIED'
                                   TO DET-EXCEPTION
              PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
              ADD 1 TO WK-FEEDS-REFUSED
              GO TO 120-EXIT
           END-IF.

           MOVE SNC-TRL-COUNT TO WK-FEED-TRL-COUNT.
           MOVE SNC-TRL-HASH  TO WK-FEED-TRL-HASH.

           START SENT-FILE KEY GREATER THAN SNT-KEY
              INVALID KEY
                 SET WK-SENT-AT-END TO TRUE
              NOT INVALID KEY
                 MOVE 'N' TO WK-SENT-EOF
           END-START.
           PERFORM 125-LOAD-ENTRY THRU 125-EXIT
              UNTIL WK-SENT-AT-END.

           SET WK-FEED-OPEN TO TRUE.

       120-EXIT.
           EXIT.

      ****************************************************************
      *  One entry of the feed into the table - only those the
      *  ledger has not yet answered for.
      ****************************************************************
       125-LOAD-ENTRY.

           READ SENT-FILE NEXT
              AT END
                 SET WK-SENT-AT-END TO TRUE
                 GO TO 125-EXIT
           END-READ.
           IF SNT-FEED-DATE NOT = WK-FEED-DATE
                 OR SNT-FEED-TIME NOT = WK-FEED-TIME
              SET WK-SENT-AT-END TO TRUE
              GO TO 125-EXIT
           END-IF.
           IF NOT SNT-NOT-ACKNOWLEDGED
              GO TO 125-EXIT
           END-IF.

           IF WK-EN-COUNT NOT < WK-EN-MAX
              DISPLAY 'CALCACK: MORE THAN ' WK-EN-MAX
                      ' OPEN ENTRIES ON FEED ' WK-FEED-DATE ' '
                      WK-FEED-TIME
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-EN-COUNT.
           MOVE SNT-SEQ       TO WK-EN-SEQ(WK-EN-COUNT).
           MOVE SNT-BATCH-ID  TO WK-EN-BATCH-ID(WK-EN-COUNT).
           MOVE SNT-OPERATION TO WK-EN-OPERATION(WK-EN-COUNT).
           MOVE SNT-AMOUNT    TO WK-EN-AMOUNT(WK-EN-COUNT).
           MOVE SPACE         TO WK-EN-NEW-STATUS(WK-EN-COUNT).
           MOVE SPACES        TO WK-EN-REASON(WK-EN-COUNT).

       125-EXIT.
           EXIT.

      ****************************************************************
      *  One acknowledged entry - matched to the first posting of
      *  the feed with the same batch, operation and amount that has
      *  not been answered for yet.
      ****************************************************************
       130-MATCH-ENTRY.

           IF NOT WK-FEED-OPEN
              IF WK-FEED-NONE
                 MOVE SPACES TO WK-DETAIL-LINE
                 MOVE ACK-BATCH-ID  TO DET-BATCH-ID
                 MOVE ACK-OPERATION TO DET-OPERATION
                 MOVE ACK-AMOUNT    TO DET-AMOUNT
                 MOVE 'ACK ENTRY OUTSIDE A FEED - IGNORED'
                                   TO DET-EXCEPTION
                 PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
              END-IF
              GO TO 130-EXIT
           END-IF.

           ADD 1          TO WK-FEED-ACK-COUNT.
           ADD ACK-AMOUNT TO WK-FEED-ACK-AMOUNT.

           MOVE ZEROS TO WK-EN-HIT.
           PERFORM VARYING WK-EN-IX FROM 1 BY 1
                 UNTIL WK-EN-IX > WK-EN-COUNT
                    OR WK-EN-HIT > ZEROS
              IF WK-EN-NEW-STATUS(WK-EN-IX) = SPACE
                    AND WK-EN-BATCH-ID(WK-EN-IX) = ACK-BATCH-ID
                    AND WK-EN-OPERATION(WK-EN-IX) = ACK-OPERATION
                    AND WK-EN-AMOUNT(WK-EN-IX) = ACK-AMOUNT
                 MOVE WK-EN-IX TO WK-EN-HIT
              END-IF
           END-PERFORM.

           MOVE SPACES TO WK-DETAIL-LINE.
           MOVE WK-FEED-DATE  TO DET-FEED-DATE.
           MOVE WK-FEED-TIME  TO DET-FEED-TIME.
           MOVE ACK-BATCH-ID  TO DET-BATCH-ID.
           MOVE ACK-OPERATION TO DET-OPERATION.
           MOVE ACK-AMOUNT    TO DET-AMOUNT.

           IF WK-EN-HIT = ZEROS
              MOVE 'ACK MATCHES NO POSTING SENT ON THE FEED'
                                   TO DET-EXCEPTION
              PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
              ADD 1 TO WK-ACKS-UNMATCHED
              GO TO 130-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN ACK-ACCEPTED
                 MOVE 'A'        TO WK-EN-NEW-STATUS(WK-EN-HIT)
              WHEN ACK-REJECTED
                 MOVE 'R'        TO WK-EN-NEW-STATUS(WK-EN-HIT)
                 MOVE ACK-REASON TO WK-EN-REASON(WK-EN-HIT)
              WHEN OTHER
                 MOVE 'ACK STATUS NOT A OR R - IGNORED'
                                   TO DET-EXCEPTION
                 PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
           END-EVALUATE.

       130-EXIT.
           EXIT.

      ****************************************************************
      *  An acknowledgement trailer - prove the ledger's count and
      *  amount against the feed's trailer controls, then write the
      *  feed's answers back.  A disagreement is reported; the
      *  entries the ledger did answer for still stand, and the
      *  ones it did not age onto this report until it does.
      ****************************************************************
       140-END-FEED.

           IF WK-FEED-NONE
              MOVE SPACES TO WK-DETAIL-LINE
              MOVE 'ACK TRAILER OUTSIDE A FEED - IGNORED'
                                   TO DET-EXCEPTION
              PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
              GO TO 140-EXIT
           END-IF.
           IF WK-FEED-SKIPPED
              SET WK-FEED-NONE TO TRUE
              GO TO 140-EXIT
           END-IF.

           MOVE SPACES TO WK-DETAIL-LINE.
           MOVE WK-FEED-DATE TO DET-FEED-DATE.
           MOVE WK-FEED-TIME TO DET-FEED-TIME.
           IF ACT-TRL-COUNT NOT = WK-FEED-TRL-COUNT
              MOVE ACT-TRL-COUNT     TO WK-EXC-COUNT-MASK
              MOVE WK-FEED-TRL-COUNT TO WK-EXC-SENT-MASK
              STRING 'LEDGER COUNT ' WK-EXC-COUNT-MASK
                     ' SENT ' WK-EXC-SENT-MASK
                 DELIMITED BY SIZE INTO DET-EXCEPTION
              PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
           END-IF.
      *    The amount disagreement prints the ledger's figure, then
      *    the figure sent on the feed trailer beneath it.
           IF ACT-TRL-HASH NOT = WK-FEED-TRL-HASH
              MOVE SPACES TO WK-DETAIL-LINE
              MOVE WK-FEED-DATE      TO DET-FEED-DATE
              MOVE WK-FEED-TIME      TO DET-FEED-TIME
              MOVE ACT-TRL-HASH      TO DET-AMOUNT
              MOVE 'LEDGER AMOUNT DISAGREES WITH AMOUNT SENT'
                                     TO DET-EXCEPTION
              PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
              MOVE SPACES TO WK-DETAIL-LINE
              MOVE WK-FEED-TRL-HASH  TO DET-AMOUNT
              MOVE '   AMOUNT SENT ON THE FEED TRAILER'
                                     TO DET-EXCEPTION
              IF WK-LINE-COUNT > WK-LINES-PER-PAGE
                 PERFORM 800-PAGE-HEADING THRU 800-EXIT
              END-IF
              WRITE REPORT-RECORD FROM WK-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
              PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT
              ADD 1 TO WK-LINE-COUNT
           END-IF.

           MOVE ZEROS TO WK-FEED-OPEN-COUNT.
           PERFORM 150-APPLY-ENTRY THRU 150-EXIT
              VARYING WK-EN-IX FROM 1 BY 1
              UNTIL WK-EN-IX > WK-EN-COUNT.

      *    The feed's control record takes the ledger's controls and
      *    the entries still open on it.
           ACCEPT WK-RUN-TIME FROM TIME.
           MOVE WK-FEED-DATE TO SNC-FEED-DATE.
           MOVE WK-FEED-TIME TO SNC-FEED-TIME.
           MOVE ZEROS        TO SNC-SEQ.
           READ SENT-FILE
              INVALID KEY
                 DISPLAY 'CALCACK: FEED ' WK-FEED-DATE ' '
                         WK-FEED-TIME ' NO LONGER ON GLSENT'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           MOVE 'A'                TO SNC-ACK-STATUS.
           MOVE ACT-TRL-COUNT      TO SNC-LEDGER-COUNT.
           MOVE ACT-TRL-HASH       TO SNC-LEDGER-HASH.
           MOVE WK-FEED-OPEN-COUNT TO SNC-OPEN-COUNT.
           MOVE WK-RUN-DATE        TO SNC-ACK-DATE.
           MOVE WK-RUN-TIME        TO SNC-ACK-TIME.
           REWRITE GL-SENT-CONTROL-RECORD.
           PERFORM 160-CHECK-SENT-REWRITE THRU 160-EXIT.

           ADD 1 TO WK-FEEDS-MATCHED.
           DISPLAY 'CALCACK: FEED ' WK-FEED-DATE ' ' WK-FEED-TIME
                   ' ACKNOWLEDGED - ' WK-FEED-ACK-COUNT
                   ' ENTRIES, ' WK-FEED-OPEN-COUNT ' STILL OPEN'.

           SET WK-FEED-NONE TO TRUE.

       140-EXIT.
           EXIT.

      ****************************************************************
      *  Write one entry's answer back to the sent history.  An
      *  accepted entry comes off its batch's open count; a rejected
      *  one goes to GLRESEND and stays open until its resend is
      *  accepted.
      ****************************************************************
       150-APPLY-ENTRY.

           IF WK-EN-NEW-STATUS(WK-EN-IX) = SPACE
              ADD 1 TO WK-FEED-OPEN-COUNT
              GO TO 150-EXIT
           END-IF.

           MOVE WK-FEED-DATE          TO SNT-FEED-DATE.
           MOVE WK-FEED-TIME          TO SNT-FEED-TIME.
           MOVE WK-EN-SEQ(WK-EN-IX)   TO SNT-SEQ.
           READ SENT-FILE
              INVALID KEY
                 DISPLAY 'CALCACK: ENTRY ' SNT-SEQ ' OF FEED '
                         WK-FEED-DATE ' NO LONGER ON GLSENT'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           MOVE WK-EN-NEW-STATUS(WK-EN-IX) TO SNT-ACK-STATUS.
           MOVE WK-EN-REASON(WK-EN-IX)     TO SNT-ACK-REASON.
           MOVE WK-RUN-DATE                TO SNT-ACK-DATE.
           MOVE WK-RUN-TIME                TO SNT-ACK-TIME.
           REWRITE GL-SENT-RECORD.
           PERFORM 160-CHECK-SENT-REWRITE THRU 160-EXIT.

           IF SNT-ACCEPTED
              ADD 1 TO WK-ENTRIES-ACCEPTED
              PERFORM 170-ACCEPT-ENTRY THRU 170-EXIT
           ELSE
              ADD 1 TO WK-ENTRIES-REJECTED
              PERFORM 180-RESEND-ENTRY THRU 180-EXIT
           END-IF.

       150-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every GLSENT REWRITE.
      ****************************************************************
       160-CHECK-SENT-REWRITE.

           IF WK-SENT-STATUS NOT = '00'
              DISPLAY 'CALCACK: ERROR REWRITING GLSENT, STATUS = '
                      WK-SENT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       160-EXIT.
           EXIT.

      ****************************************************************
      *  An accepted entry off its batch's open count - the last one
      *  stamps the batch posted to the ledger.  An entry sent for a
      *  batch since voided, or for an earlier run of a batch ID
      *  recalculated since, no longer counts against the batch.
      ****************************************************************
       170-ACCEPT-ENTRY.

           MOVE SNT-BATCH-ID TO BREG-BATCH-ID.
           READ REGISTRY-FILE
              INVALID KEY
                 GO TO 170-EXIT
           END-READ.
           IF BREG-IS-VOIDED
                 OR BREG-CALC-DATE > SNT-FEED-DATE
              GO TO 170-EXIT
           END-IF.

           IF BREG-GL-OPEN-COUNT > ZEROS
              SUBTRACT 1 FROM BREG-GL-OPEN-COUNT
           END-IF.
           IF BREG-GL-OPEN-COUNT = ZEROS
              MOVE 'P'         TO BREG-STATUS
              MOVE WK-RUN-DATE TO BREG-POST-DATE
              MOVE WK-RUN-TIME TO BREG-POST-TIME
              ADD 1 TO WK-BATCHES-POSTED
              DISPLAY 'CALCACK: BATCH ' BREG-BATCH-ID
                      ' POSTED TO THE LEDGER'
           END-IF.

           REWRITE BATCH-REGISTRY-RECORD.
           IF WK-REGISTRY-STATUS NOT = '00'
              DISPLAY 'CALCACK: ERROR STAMPING BCHREG, STATUS = '
                      WK-REGISTRY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       170-EXIT.
           EXIT.

      ****************************************************************
      *  A rejected entry onto GLRESEND, in the GLPOST detail format
      *  with the accounts and amount it was sent with, and onto the
      *  exceptions report with the ledger's reason.  A batch voided
      *  since has been backed out of the ledger, so its reject is
      *  not resent.
      ****************************************************************
       180-RESEND-ENTRY.

           MOVE SPACES TO WK-DETAIL-LINE.
           MOVE SNT-FEED-DATE TO DET-FEED-DATE.
           MOVE SNT-FEED-TIME TO DET-FEED-TIME.
           MOVE SNT-BATCH-ID  TO DET-BATCH-ID.
           MOVE SNT-OPERATION TO DET-OPERATION.
           MOVE SNT-AMOUNT    TO DET-AMOUNT.

           MOVE SNT-BATCH-ID TO BREG-BATCH-ID.
           READ REGISTRY-FILE
              INVALID KEY
                 MOVE SPACE TO BREG-STATUS
           END-READ.
           IF BREG-IS-VOIDED
              STRING 'REJECTED ' SNT-ACK-REASON
                     ' - BATCH VOIDED, NOT RESENT'
                 DELIMITED BY SIZE INTO DET-EXCEPTION
              PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT
              GO TO 180-EXIT
           END-IF.

           MOVE SPACES          TO POSTING-DETAIL-RECORD.
           MOVE 'D'             TO PST-RECORD-TYPE.
           MOVE SNT-BATCH-ID    TO PST-BATCH-ID.
           MOVE SNT-OPERATION   TO PST-OPERATION.
           MOVE SNT-DEBIT-ACCT  TO PST-DEBIT-ACCT.
           MOVE SNT-CREDIT-ACCT TO PST-CREDIT-ACCT.
           MOVE SNT-AMOUNT      TO PST-AMOUNT.
           WRITE RESEND-RECORD FROM POSTING-DETAIL-RECORD.
           IF WK-RESEND-STATUS NOT = '00'
              DISPLAY 'CALCACK: ERROR WRITING GLRESEND, STATUS = '
                      WK-RESEND-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-RESENDS-WRITTEN.

           STRING 'REJECTED ' SNT-ACK-REASON
                  ' - QUEUED FOR RESEND'
              DELIMITED BY SIZE INTO DET-EXCEPTION.
           PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT.

       180-EXIT.
           EXIT.

      ****************************************************************
      *  The aging pass - every posting still unanswered on the sent
      *  history whose feed went out the limit or more business days
      *  ago.  A feed with nothing open is stepped over whole.
      ****************************************************************
       500-AGE-SENT.

           MOVE ZEROS TO SNT-KEY.
           MOVE 'N'   TO WK-SENT-EOF.
           START SENT-FILE KEY NOT LESS THAN SNT-KEY
              INVALID KEY
                 SET WK-SENT-AT-END TO TRUE
           END-START.

           PERFORM 510-AGE-ENTRY THRU 510-EXIT
              UNTIL WK-SENT-AT-END.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  One record of the sent history.  A control record ages its
      *  feed; an entry is reported when its feed is overdue and it
      *  still counts against its batch.
      ****************************************************************
       510-AGE-ENTRY.

           READ SENT-FILE NEXT
              AT END
                 SET WK-SENT-AT-END TO TRUE
                 GO TO 510-EXIT
           END-READ.

           IF SNC-SEQ = ZEROS
              IF SNC-OPEN-COUNT = ZEROS
                 MOVE 9999999 TO SNC-SEQ
                 START SENT-FILE KEY GREATER THAN SNT-KEY
                    INVALID KEY
                       SET WK-SENT-AT-END TO TRUE
                 END-START
              ELSE
                 PERFORM 520-AGE-FEED THRU 520-EXIT
              END-IF
              GO TO 510-EXIT
           END-IF.

           IF NOT SNT-NOT-ACKNOWLEDGED
                 OR WK-FEED-AGE < WK-AGE-LIMIT
              GO TO 510-EXIT
           END-IF.

           MOVE SNT-BATCH-ID TO BREG-BATCH-ID.
           READ REGISTRY-FILE
              INVALID KEY
                 MOVE SPACE TO BREG-STATUS
                 MOVE ZEROS TO BREG-CALC-DATE
           END-READ.
           IF BREG-IS-VOIDED
                 OR BREG-CALC-DATE > SNT-FEED-DATE
              GO TO 510-EXIT
           END-IF.

           MOVE SPACES TO WK-DETAIL-LINE.
           MOVE SNT-FEED-DATE TO DET-FEED-DATE.
           MOVE SNT-FEED-TIME TO DET-FEED-TIME.
           MOVE SNT-BATCH-ID  TO DET-BATCH-ID.
           MOVE SNT-OPERATION TO DET-OPERATION.
           MOVE SNT-AMOUNT    TO DET-AMOUNT.
           MOVE WK-FEED-AGE   TO WK-EXC-DAYS-MASK.
           IF WK-FEED-AGE NOT < WK-AGE-MAX
              STRING 'NOT ACKNOWLEDGED - ' WK-EXC-DAYS-MASK
                     '+ BUSINESS DAYS'
                 DELIMITED BY SIZE INTO DET-EXCEPTION
           ELSE
              STRING 'NOT ACKNOWLEDGED - ' WK-EXC-DAYS-MASK
                     ' BUSINESS DAYS'
                 DELIMITED BY SIZE INTO DET-EXCEPTION
           END-IF.
           PERFORM 600-PRINT-EXCEPTION THRU 600-EXIT.
           ADD 1 TO WK-ENTRIES-OVERDUE.

       510-EXIT.
           EXIT.

      ****************************************************************
      *  Age a feed in business days - the processing-calendar
      *  business days after the day it was sent, up to and
      *  including today.
      ****************************************************************
       520-AGE-FEED.

           MOVE ZEROS         TO WK-FEED-AGE.
           MOVE SNC-FEED-DATE TO WK-AGE-DATE.
           MOVE 'N'           TO WK-AGE-SWITCH.

           PERFORM 530-NEXT-BUSINESS-DAY THRU 530-EXIT
              UNTIL WK-AGE-DONE.

       520-EXIT.
           EXIT.

      ****************************************************************
      *  Step to the next business day after WK-AGE-DATE.  CALLKP
      *  returns the first business day on or after the date asked
      *  for, and scans forward from the day before it, so asking
      *  for the day after (even a day past month-end) is safe.
      ****************************************************************
       530-NEXT-BUSINESS-DAY.

           MOVE 'N'   TO LKC-FUNCTION.
           COMPUTE LKC-DATE = WK-AGE-DATE + 1.
           MOVE ZEROS TO LKC-RETURN-CODE.

           CALL 'CALLKP' USING CAL-REQUEST
              ON EXCEPTION
                 DISPLAY 'CALCACK: CALLKP IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

           EVALUATE LKC-RETURN-CODE
              WHEN ZEROS
                 CONTINUE
              WHEN 42
                 SET WK-AGE-DONE TO TRUE
                 GO TO 530-EXIT
              WHEN OTHER
                 DISPLAY 'CALCACK: CALFILE NOT USABLE (CALLKP RETURN '
                         'CODE ' LKC-RETURN-CODE ') - SENT POSTINGS '
                         'CANNOT BE AGED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM 950-LOG-END THRU 950-EXIT
                 STOP RUN
           END-EVALUATE.

           IF LKC-DATE > WK-RUN-DATE
              SET WK-AGE-DONE TO TRUE
              GO TO 530-EXIT
           END-IF.

           ADD 1 TO WK-FEED-AGE.
           MOVE LKC-DATE TO WK-AGE-DATE.
           IF WK-FEED-AGE NOT < WK-AGE-MAX
              SET WK-AGE-DONE TO TRUE
           END-IF.

       530-EXIT.
           EXIT.

      ****************************************************************
      *  One exception line, with page control.
      ****************************************************************
       600-PRINT-EXCEPTION.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           WRITE REPORT-RECORD FROM WK-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.
           ADD 1 TO WK-EXCEPTIONS.

       600-EXIT.
           EXIT.

      ****************************************************************
      *  Page heading - title, run date, page number and the column
      *  titles.
      ****************************************************************
       800-PAGE-HEADING.

           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-RUN-DATE   TO HD1-RUN-DATE.
           MOVE WK-PAGE-COUNT TO HD1-PAGE.

           WRITE REPORT-RECORD FROM WK-HEADING-ONE
              AFTER ADVANCING PAGE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-TWO
              AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 4 TO WK-LINE-COUNT.

       800-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every report WRITE, the same
      *  as every other file this system touches.
      ****************************************************************
       850-CHECK-REPORT-WRITE.

           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'CALCACK: ERROR WRITING ACKREPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       850-EXIT.
           EXIT.

      ****************************************************************
      *  One control-total line on the report.
      ****************************************************************
       860-PRINT-TOTAL.

           WRITE REPORT-RECORD FROM WK-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

       860-EXIT.
           EXIT.

      ****************************************************************
      *  Final Procedures - the report's control totals, RETURN-CODE
      *  4 when anything was reported.
      ****************************************************************
       900-TERMINATION.

           IF WK-PAGE-COUNT = ZEROS
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
              MOVE 'NO EXCEPTIONS' TO REPORT-RECORD
              WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
              PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'ACK RECORDS READ ............ ' TO TOT-LABEL.
           MOVE WK-ACKS-READ TO TOT-COUNT.
           PERFORM 860-PRINT-TOTAL THRU 860-EXIT.
           MOVE 'FEEDS ACKNOWLEDGED .......... ' TO TOT-LABEL.
           MOVE WK-FEEDS-MATCHED TO TOT-COUNT.
           PERFORM 860-PRINT-TOTAL THRU 860-EXIT.
           MOVE 'FEEDS NOT APPLIED ........... ' TO TOT-LABEL.
           MOVE WK-FEEDS-REFUSED TO TOT-COUNT.
           PERFORM 860-PRINT-TOTAL THRU 860-EXIT.
           MOVE 'ENTRIES ACCEPTED ............ ' TO TOT-LABEL.
           MOVE WK-ENTRIES-ACCEPTED TO TOT-COUNT.
           PERFORM 860-PRINT-TOTAL THRU 860-EXIT.
           MOVE 'ENTRIES REJECTED ............ ' TO TOT-LABEL.
           MOVE WK-ENTRIES-REJECTED TO TOT-COUNT.
           PERFORM 860-PRINT-TOTAL THRU 860-EXIT.
           MOVE 'QUEUED ON GLRESEND .......... ' TO TOT-LABEL.
           MOVE WK-RESENDS-WRITTEN TO TOT-COUNT.
           PERFORM 860-PRINT-TOTAL THRU 860-EXIT.
           MOVE 'ACKS MATCHING NOTHING SENT .. ' TO TOT-LABEL.
           MOVE WK-ACKS-UNMATCHED TO TOT-COUNT.
           PERFORM 860-PRINT-TOTAL THRU 860-EXIT.
           MOVE 'BATCHES STAMPED POSTED ...... ' TO TOT-LABEL.
           MOVE WK-BATCHES-POSTED TO TOT-COUNT.
           PERFORM 860-PRINT-TOTAL THRU 860-EXIT.
           MOVE 'ENTRIES OVERDUE ............. ' TO TOT-LABEL.
           MOVE WK-ENTRIES-OVERDUE TO TOT-COUNT.
           PERFORM 860-PRINT-TOTAL THRU 860-EXIT.

           CLOSE SENT-FILE REGISTRY-FILE RESEND-FILE REPORT-FILE.

           IF WK-EXCEPTIONS > ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '=================================================='.
           DISPLAY 'CALCACK LEDGER ACKNOWLEDGEMENT CONTROL REPORT'.
           DISPLAY '=================================================='.
           DISPLAY 'AGING LIMIT (BUSINESS DAYS) .. ' WK-AGE-LIMIT.
           DISPLAY 'ACK RECORDS READ ............. ' WK-ACKS-READ.
           DISPLAY 'FEEDS ACKNOWLEDGED ........... ' WK-FEEDS-MATCHED.
           DISPLAY 'FEEDS NOT APPLIED ............ ' WK-FEEDS-REFUSED.
           DISPLAY 'ENTRIES ACCEPTED ............. '
                   WK-ENTRIES-ACCEPTED.
           DISPLAY 'ENTRIES REJECTED ............. '
                   WK-ENTRIES-REJECTED.
           DISPLAY 'QUEUED ON GLRESEND ........... '
                   WK-RESENDS-WRITTEN.
           DISPLAY 'BATCHES STAMPED POSTED ....... '
                   WK-BATCHES-POSTED.
           DISPLAY 'ENTRIES OVERDUE .............. '
                   WK-ENTRIES-OVERDUE.
           DISPLAY 'EXCEPTIONS REPORTED .......... ' WK-EXCEPTIONS.
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
           MOVE 'CALCACK' TO RNL-PROGRAM.
           MOVE WK-ACKS-READ       TO RNL-RECORDS-READ.
           MOVE WK-RESENDS-WRITTEN TO RNL-RECORDS-WRITTEN.
           MOVE WK-EXCEPTIONS      TO RNL-REJECTS.
           MOVE RETURN-CODE        TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'CALCACK: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       950-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
