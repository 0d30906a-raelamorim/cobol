      *                         visible building up before it trips
      *                         the CALCBAT circuit breaker
      *                         mid-window.
      * 15/10/26  MAINT         Added a closing section with the
      *                         volumes and reject rates by sender -
      *                         each history record's batch is looked
      *                         up on BCHREG for the sender - so a
      *                         rising reject rate can be traced to
      *                         the sender causing it.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CTLTRD.
           SELECT REPORT-FILE     ASSIGN TO "CTLTRPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.

           SELECT REGISTRY-FILE   ASSIGN TO "BCHREG"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS BREG-BATCH-ID
                                   FILE STATUS IS WK-REGISTRY-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(120).

       FD  REGISTRY-FILE.
           COPY BREGREC.
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-HISTORY-STATUS   PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-REGISTRY-STATUS  PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-REG-AVAILABLE    PIC X(01)  VALUE 'N'.
              88  WK-REG-IS-AVAILABLE         VALUE 'Y'.

      *    One entry per sender seen on the history, from BCHREG.
       01  WK-SENDER-TABLE.
           05  WK-SD-MAX           PIC 9(03)  VALUE 100.
           05  WK-SD-COUNT         PIC 9(03)  VALUE ZEROS.
           05  WK-SD-IX            PIC 9(03)  VALUE ZEROS.
           05  WK-SD-HIT           PIC 9(03)  VALUE ZEROS.
           05  WK-HIST-SENDER-ID   PIC X(08)  VALUE SPACES.
           05  WK-SD-ENTRY OCCURS 100.
              10  SD-SENDER-ID     PIC X(08).
              10  SD-BATCHES       PIC 9(07).
              10  SD-VOLUME        PIC 9(09).
              10  SD-RECORDS       PIC 9(09).
              10  SD-REJECTS       PIC 9(09).

      *    One entry per run date seen on the history, in file order.
       01  WK-DAY-TABLE.
           05  MTD-REM             PIC ZZZZZZZ9.
           05  MTD-EXP             PIC ZZZZZZZ9.

       01  WK-SENDER-TITLE.
           05  FILLER              PIC X(10)  VALUE 'SENDER    '.
           05  FILLER              PIC X(09)  VALUE '  BATCHES'.
           05  FILLER              PIC X(09)  VALUE '   VOLUME'.
           05  FILLER              PIC X(09)  VALUE '  RECORDS'.
           05  FILLER              PIC X(09)  VALUE '  REJECTS'.
           05  FILLER              PIC X(09)  VALUE '  REJ PCT'.

       01  WK-SENDER-LINE.
           05  SDL-SENDER-ID       PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  SDL-BATCHES         PIC ZZZZZZZZ9.
           05  SDL-VOLUME          PIC ZZZZZZZZ9.
           05  SDL-RECORDS         PIC ZZZZZZZZ9.
           05  SDL-REJECTS         PIC ZZZZZZZZ9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  SDL-REJ-PCT         PIC ZZ9,99.

       01  WK-REASON-LINE.
           05  RSN-LABEL           PIC X(30).
           05  RSN-COUNT           PIC ZZZ.ZZZ.ZZ9.
           PERFORM 100-LOAD-HISTORY THRU 100-EXIT.
           PERFORM 300-PRINT-TREND  THRU 300-EXIT.
           PERFORM 400-PRINT-REASONS THRU 400-EXIT.
           PERFORM 500-PRINT-SENDERS THRU 500-EXIT.
           PERFORM 900-TERMINATION  THRU 900-EXIT.

           STOP RUN.
              STOP RUN
           END-IF.

      *    The registry only supplies the sender; without it the
      *    trend still prints, with the history under an unknown
      *    sender.
           OPEN INPUT REGISTRY-FILE.
           EVALUATE WK-REGISTRY-STATUS
              WHEN '00'
                 SET WK-REG-IS-AVAILABLE TO TRUE
              WHEN '35'
                 DISPLAY 'CTLTRD: BCHREG NOT AVAILABLE - SENDERS '
                         'NOT SHOWN'
              WHEN OTHER
                 DISPLAY 'CTLTRD: UNABLE TO OPEN BCHREG, STATUS = '
                         WK-REGISTRY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       000-EXIT.
           EXIT.

           ADD CTL-COUNT-REJECT-CHAIN TO WK-TOT-REJ-CHAIN.
           ADD CTL-RECORDS-PROCESSED  TO WK-TOT-RECORDS.

           PERFORM 130-SENDER-TOTALS THRU 130-EXIT.

       110-EXIT.
           EXIT.

       120-EXIT.
           EXIT.

      ****************************************************************
      *  The history record into its sender's entry - the sender of
      *  CTL-BATCH-ID from the registry, UNKNOWN when it cannot say.
      ****************************************************************
       130-SENDER-TOTALS.

           MOVE 'UNKNOWN' TO WK-HIST-SENDER-ID.
           IF WK-REG-IS-AVAILABLE
              MOVE CTL-BATCH-ID TO BREG-BATCH-ID
              READ REGISTRY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF BREG-SENDER-ID NOT = SPACES
                       MOVE BREG-SENDER-ID TO WK-HIST-SENDER-ID
                    END-IF
              END-READ
           END-IF.

           MOVE ZEROS TO WK-SD-HIT.
           PERFORM VARYING WK-SD-IX FROM 1 BY 1
                 UNTIL WK-SD-IX > WK-SD-COUNT
                    OR WK-SD-HIT > ZEROS
              IF SD-SENDER-ID(WK-SD-IX) = WK-HIST-SENDER-ID
                 MOVE WK-SD-IX TO WK-SD-HIT
              END-IF
           END-PERFORM.

           IF WK-SD-HIT = ZEROS
              IF WK-SD-COUNT NOT < WK-SD-MAX
                 DISPLAY 'CTLTRD: MORE THAN ' WK-SD-MAX
                         ' SENDERS ON CTLHIST'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WK-SD-COUNT
              MOVE WK-SD-COUNT       TO WK-SD-HIT
              MOVE WK-HIST-SENDER-ID TO SD-SENDER-ID(WK-SD-HIT)
              MOVE ZEROS TO SD-BATCHES(WK-SD-HIT)
              MOVE ZEROS TO SD-VOLUME(WK-SD-HIT)
              MOVE ZEROS TO SD-RECORDS(WK-SD-HIT)
              MOVE ZEROS TO SD-REJECTS(WK-SD-HIT)
           END-IF.

           ADD 1 TO SD-BATCHES(WK-SD-HIT).
           COMPUTE SD-VOLUME(WK-SD-HIT) = SD-VOLUME(WK-SD-HIT)
                 + CTL-COUNT-ADD + CTL-COUNT-SUB + CTL-COUNT-MUL
                 + CTL-COUNT-DIV + CTL-COUNT-REM + CTL-COUNT-EXP.
           ADD CTL-RECORDS-PROCESSED TO SD-RECORDS(WK-SD-HIT).
           COMPUTE SD-REJECTS(WK-SD-HIT) = SD-REJECTS(WK-SD-HIT)
                 + CTL-COUNT-REJECT-OP + CTL-COUNT-REJECT-V1
                 + CTL-COUNT-REJECT-V2 + CTL-COUNT-REJECT-ARITH
                 + CTL-COUNT-REJECT-RATE + CTL-COUNT-REJECT-CHAIN.

       130-EXIT.
           EXIT.

      ****************************************************************
      *  The trend - one line per day with its flags, a month-to-date
      *  volume line at each month break.
       410-EXIT.
           EXIT.

      ****************************************************************
      *  Volumes and reject rates by sender over the whole history.
      ****************************************************************
       500-PRINT-SENDERS.

           MOVE SPACES TO REPORT-RECORD.
           PERFORM 820-PRINT-RECORD THRU 820-EXIT.
           MOVE 'VOLUMES AND REJECTS BY SENDER (WHOLE HISTORY)'
              TO REPORT-RECORD.
           PERFORM 820-PRINT-RECORD THRU 820-EXIT.
           MOVE WK-SENDER-TITLE TO REPORT-RECORD.
           PERFORM 820-PRINT-RECORD THRU 820-EXIT.

           PERFORM 510-PRINT-SENDER THRU 510-EXIT
              VARYING WK-SD-IX FROM 1 BY 1
              UNTIL WK-SD-IX > WK-SD-COUNT.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  One sender's line - its reject rate against the records it
      *  had processed.
      ****************************************************************
       510-PRINT-SENDER.

           MOVE ZEROS TO WK-REASON-RATE.
           IF SD-RECORDS(WK-SD-IX) > ZEROS
              COMPUTE WK-REASON-RATE ROUNDED =
                      SD-REJECTS(WK-SD-IX) * 100
                    / SD-RECORDS(WK-SD-IX)
                 ON SIZE ERROR
                    MOVE 999,99 TO WK-REASON-RATE
              END-COMPUTE
           END-IF.

           MOVE SD-SENDER-ID(WK-SD-IX) TO SDL-SENDER-ID.
           MOVE SD-BATCHES(WK-SD-IX)   TO SDL-BATCHES.
           MOVE SD-VOLUME(WK-SD-IX)    TO SDL-VOLUME.
           MOVE SD-RECORDS(WK-SD-IX)   TO SDL-RECORDS.
           MOVE SD-REJECTS(WK-SD-IX)   TO SDL-REJECTS.
           MOVE WK-REASON-RATE         TO SDL-REJ-PCT.

           MOVE WK-SENDER-LINE TO REPORT-RECORD.
           PERFORM 820-PRINT-RECORD THRU 820-EXIT.

       510-EXIT.
           EXIT.

      ****************************************************************
      *  Page heading - title, run date, page number, column titles.
      ****************************************************************
       900-TERMINATION.

           CLOSE REPORT-FILE.
           IF WK-REG-IS-AVAILABLE
              CLOSE REGISTRY-FILE
           END-IF.

           DISPLAY 'CTLTRD: ' WK-DAY-COUNT ' RUN DATES REPORTED, '
                   WK-TOT-REJECTS ' REJECTS OVER '
