      * 02/09/26  MAINT         Start and end records now go to the
      *                         common run log through RUNLOGW, for
      *                         the CHKOUT morning checkout report.
      * 15/10/26  MAINT         A batch the CALCREV void job has
      *                         already voided keeps its voided stamp
      *                         on BCHREG instead of being restamped
      *                         distributed.
      * 15/10/26  MAINT         Each control page shows the batch's
      *                         sender from BCHREG, and a closing page
      *                         totals the batches, records, rejects
      *                         and results by sender.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCRPT.
           05  WK-REGISTRY-OPEN    PIC X(01)  VALUE 'N'.
              88  WK-REGISTRY-IS-OPEN         VALUE 'Y'.

      *    Control totals by the sender of each batch, from BCHREG.
       01  WK-SENDER-TABLE.
           05  WK-SD-MAX           PIC 9(03)  VALUE 100.
           05  WK-SD-COUNT         PIC 9(03)  VALUE ZEROS.
           05  WK-SD-IX            PIC 9(03)  VALUE ZEROS.
           05  WK-SD-HIT           PIC 9(03)  VALUE ZEROS.
           05  WK-CTL-SENDER-ID    PIC X(08)  VALUE SPACES.
           05  WK-CTL-REJECTS      PIC 9(09)  VALUE ZEROS.
           05  WK-SD-ENTRY OCCURS 100.
              10  WK-SD-SENDER-ID  PIC X(08).
              10  WK-SD-BATCHES    PIC 9(05).
              10  WK-SD-RECORDS    PIC 9(09).
              10  WK-SD-REJECTS    PIC 9(09).
              10  WK-SD-SUM        PIC S9(16)V99.
              10  WK-SD-OVERFLOW   PIC X(01).


       01  WK-CONTROL-TOTALS.
           05  WK-CTL-RUN-DATE        PIC 9(08).
           05  TOT-LABEL           PIC X(30).
           05  TOT-COUNT           PIC ZZZ.ZZZ.ZZ9.

       01  WK-SENDER-TITLE.
           05  FILLER              PIC X(10)  VALUE 'SENDER    '.
           05  FILLER              PIC X(07)  VALUE 'BATCHES'.
           05  FILLER              PIC X(13)  VALUE '      RECORDS'.
           05  FILLER              PIC X(13)  VALUE '      REJECTS'.
           05  FILLER              PIC X(24)  VALUE
               '          SUM OF RESULTS'.

       01  WK-SENDER-LINE.
           05  SDL-SENDER-ID       PIC X(08).
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  SDL-BATCHES         PIC ZZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  SDL-RECORDS         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  SDL-REJECTS         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  SDL-SUM             PIC -(18)9,99.
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  SDL-FLAG            PIC X(01).

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.
              STOP RUN
           END-IF.

           PERFORM 420-SENDER-PAGE THRU 420-EXIT.

           CLOSE CONTROL-FILE.
           IF WK-REGISTRY-IS-OPEN
              CLOSE REGISTRY-FILE
           ADD 1 TO WK-CONTROL-COUNT.
           MOVE CONTROL-TOTAL-RECORD TO WK-CONTROL-TOTALS.

           PERFORM 406-SENDER-TOTALS THRU 406-EXIT.

           PERFORM 800-PAGE-HEADING THRU 800-EXIT.

           MOVE 'CONTROL TOTALS (FROM THE CALC RUN)'
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'SENDER ID ................... ' TO TOT-LABEL.
           MOVE SPACES TO REPORT-RECORD.
           STRING TOT-LABEL WK-CTL-SENDER-ID DELIMITED BY SIZE
              INTO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'RECORDS PROCESSED ........... ' TO TOT-LABEL.
           MOVE WK-CTL-RECORDS-PROCESSED TO TOT-COUNT.
           PERFORM 410-PRINT-TOTAL THRU 410-EXIT.
       405-EXIT.
           EXIT.

      ****************************************************************
      *  The batch's sender from the registry, and the batch's
      *  control totals into that sender's entry.  A batch the
      *  registry cannot place goes under UNKNOWN.
      ****************************************************************
       406-SENDER-TOTALS.

           MOVE 'UNKNOWN' TO WK-CTL-SENDER-ID.
           IF WK-REGISTRY-IS-OPEN
              MOVE WK-CTL-BATCH-ID TO BREG-BATCH-ID
              READ REGISTRY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF BREG-SENDER-ID NOT = SPACES
                       MOVE BREG-SENDER-ID TO WK-CTL-SENDER-ID
                    END-IF
              END-READ
           END-IF.

           MOVE ZEROS TO WK-SD-HIT.
           PERFORM VARYING WK-SD-IX FROM 1 BY 1
                 UNTIL WK-SD-IX > WK-SD-COUNT
                    OR WK-SD-HIT > ZEROS
              IF WK-SD-SENDER-ID(WK-SD-IX) = WK-CTL-SENDER-ID
                 MOVE WK-SD-IX TO WK-SD-HIT
              END-IF
           END-PERFORM.

           IF WK-SD-HIT = ZEROS
              IF WK-SD-COUNT NOT < WK-SD-MAX
                 DISPLAY 'CALCRPT: MORE THAN ' WK-SD-MAX
                         ' SENDERS IN CALCCTL - SENDER PAGE OMITS '
                         WK-CTL-SENDER-ID
                 GO TO 406-EXIT
              END-IF
              ADD 1 TO WK-SD-COUNT
              MOVE WK-SD-COUNT      TO WK-SD-HIT
              MOVE WK-CTL-SENDER-ID TO WK-SD-SENDER-ID(WK-SD-HIT)
              MOVE ZEROS            TO WK-SD-BATCHES(WK-SD-HIT)
              MOVE ZEROS            TO WK-SD-RECORDS(WK-SD-HIT)
              MOVE ZEROS            TO WK-SD-REJECTS(WK-SD-HIT)
              MOVE ZEROS            TO WK-SD-SUM(WK-SD-HIT)
              MOVE 'N'              TO WK-SD-OVERFLOW(WK-SD-HIT)
           END-IF.

           COMPUTE WK-CTL-REJECTS = WK-CTL-COUNT-REJECT-OP
                 + WK-CTL-COUNT-REJECT-V1 + WK-CTL-COUNT-REJECT-V2
                 + WK-CTL-COUNT-REJECT-ARITH
                 + WK-CTL-COUNT-REJECT-RATE
                 + WK-CTL-COUNT-REJECT-CHAIN.

           ADD 1 TO WK-SD-BATCHES(WK-SD-HIT).
           ADD WK-CTL-RECORDS-PROCESSED TO WK-SD-RECORDS(WK-SD-HIT).
           ADD WK-CTL-REJECTS           TO WK-SD-REJECTS(WK-SD-HIT).
           ADD WK-CTL-SUM-RESULT        TO WK-SD-SUM(WK-SD-HIT)
              ON SIZE ERROR
                 MOVE 'Y' TO WK-SD-OVERFLOW(WK-SD-HIT)
           END-ADD.
           IF WK-CTL-SUM-OVERFLOW = 'Y'
              MOVE 'Y' TO WK-SD-OVERFLOW(WK-SD-HIT)
           END-IF.

       406-EXIT.
           EXIT.

      ****************************************************************
      *  Stamp the batch distributed on the lifecycle registry.
      ****************************************************************
                 GO TO 407-EXIT
           END-READ.

           IF BREG-IS-VOIDED
              DISPLAY 'CALCRPT: BATCH ' WK-CTL-BATCH-ID
                      ' IS VOIDED - NOT STAMPED'
              GO TO 407-EXIT
           END-IF.

           MOVE 'D'         TO BREG-STATUS.
           MOVE WK-RUN-DATE TO BREG-DIST-DATE.
           MOVE WK-RUN-TIME TO BREG-DIST-TIME.
       407-EXIT.
           EXIT.

      ****************************************************************
      *  Closing page - the control totals by sender.  A sender whose
      *  sum overflowed is flagged '*' and its sum is unreliable.
      ****************************************************************
       420-SENDER-PAGE.

           PERFORM 800-PAGE-HEADING THRU 800-EXIT.

           MOVE 'CONTROL TOTALS BY SENDER' TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-SENDER-TITLE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           ADD 3 TO WK-LINE-COUNT.

           PERFORM 425-SENDER-LINE THRU 425-EXIT
              VARYING WK-SD-IX FROM 1 BY 1
              UNTIL WK-SD-IX > WK-SD-COUNT.

       420-EXIT.
           EXIT.

      ****************************************************************
      *  One sender's line on the closing page.
      ****************************************************************
       425-SENDER-LINE.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
              WRITE REPORT-RECORD FROM WK-SENDER-TITLE
                 AFTER ADVANCING 1 LINE
              PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT
              ADD 1 TO WK-LINE-COUNT
           END-IF.

           MOVE WK-SD-SENDER-ID(WK-SD-IX) TO SDL-SENDER-ID.
           MOVE WK-SD-BATCHES(WK-SD-IX)   TO SDL-BATCHES.
           MOVE WK-SD-RECORDS(WK-SD-IX)   TO SDL-RECORDS.
           MOVE WK-SD-REJECTS(WK-SD-IX)   TO SDL-REJECTS.
           MOVE WK-SD-SUM(WK-SD-IX)       TO SDL-SUM.
           IF WK-SD-OVERFLOW(WK-SD-IX) = 'Y'
              MOVE '*' TO SDL-FLAG
           ELSE
              MOVE SPACE TO SDL-FLAG
           END-IF.

           WRITE REPORT-RECORD FROM WK-SENDER-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.

       425-EXIT.
           EXIT.

      ****************************************************************
      *  One control-total line on the final page.
      ****************************************************************
