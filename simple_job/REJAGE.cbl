      *                         have been recycled into.  RETURN-CODE
      *                         4 when aged rejects exist, so the
      *                         scheduler can flag the day.
      * 15/10/26  MAINT         Each reject now shows the sender of
      *                         the batch it fell out of, looked up
      *                         on BCHREG, and the report ends with
      *                         the rejects on file and aged broken
      *                         out by sender.  The sender-authority
      *                         reasons 27-29 are decoded.
      * 15/10/26  MAINT         Decodes reason 31, a suspected
      *                         duplicate held by CALCEDT.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REJAGE.
           SELECT REPORT-FILE     ASSIGN TO "REJAGERP"
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
       01  REPORT-RECORD          PIC X(90).

       FD  REGISTRY-FILE.
           COPY BREGREC.
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-REJECT-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-REGISTRY-STATUS  PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-REG-AVAILABLE    PIC X(01)  VALUE 'N'.
              88  WK-REG-IS-AVAILABLE         VALUE 'Y'.

      *    Rejects by the sender of the batch they fell out of - the
      *    last batch looked up is kept, since a batch's rejects sit
      *    together on CALCREJ.
       01  WK-SENDER-TABLE.
           05  WK-SD-MAX           PIC 9(03)  VALUE 100.
           05  WK-SD-COUNT         PIC 9(03)  VALUE ZEROS.
           05  WK-SD-IX            PIC 9(03)  VALUE ZEROS.
           05  WK-SD-HIT           PIC 9(03)  VALUE ZEROS.
           05  WK-LAST-BATCH-ID    PIC X(08)  VALUE HIGH-VALUES.
           05  WK-REJ-SENDER-ID    PIC X(08)  VALUE SPACES.
           05  WK-SD-ENTRY OCCURS 100.
              10  WK-SD-SENDER-ID  PIC X(08).
              10  WK-SD-REJECTS    PIC 9(09).
              10  WK-SD-AGED       PIC 9(09).

       01  WK-AGE-CONTROLS.
           05  WK-RUN-DAYS         PIC 9(09)  VALUE ZEROS.

       01  WK-HEADING-TWO.
           05  FILLER              PIC X(10)  VALUE 'BATCH ID  '.
           05  FILLER              PIC X(10)  VALUE 'SENDER    '.
           05  FILLER              PIC X(12)  VALUE 'REJECT DATE '.
           05  FILLER              PIC X(06)  VALUE ' AGE  '.
           05  FILLER              PIC X(04)  VALUE 'RSN '.
       01  WK-DETAIL-LINE.
           05  DET-BATCH-ID        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-SENDER-ID       PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-REJECT-DATE     PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-AGE             PIC ZZZZ9.
       01  WK-TOTAL-LINE.
           05  TOT-LABEL           PIC X(30).
           05  TOT-COUNT           PIC ZZZ.ZZZ.ZZ9.

       01  WK-SENDER-LINE.
           05  SDL-SENDER-ID       PIC X(08).
           05  FILLER              PIC X(13)  VALUE
               '     ON FILE '.
           05  SDL-REJECTS         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(10)  VALUE
               '     AGED '.
           05  SDL-AGED            PIC ZZZ.ZZZ.ZZ9.
      ****************************************************************
       PROCEDURE DIVISION.

              STOP RUN
           END-IF.

      *    The registry only supplies the sender; without it the
      *    rejects still age, under an unknown sender.
           OPEN INPUT REGISTRY-FILE.
           EVALUATE WK-REGISTRY-STATUS
              WHEN '00'
                 SET WK-REG-IS-AVAILABLE TO TRUE
              WHEN '35'
                 DISPLAY 'REJAGE: BCHREG NOT AVAILABLE - SENDERS '
                         'NOT SHOWN'
              WHEN OTHER
                 DISPLAY 'REJAGE: UNABLE TO OPEN BCHREG, STATUS = '
                         WK-REGISTRY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       000-EXIT.
           EXIT.

      ****************************************************************
       200-AGE-REJECT.

           PERFORM 205-FIND-SENDER THRU 205-EXIT.
           ADD 1 TO WK-SD-REJECTS(WK-SD-HIT).

           IF REJ-REJECT-DATE IS NUMERIC
                 AND REJ-REJECT-DATE NOT = ZEROS
              COMPUTE WK-REJ-DAYS =
           END-IF.

           ADD 1 TO WK-RECORDS-AGED.
           ADD 1 TO WK-SD-AGED(WK-SD-HIT).
           PERFORM 210-PRINT-DETAIL THRU 210-EXIT.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  The sender of the reject's batch from BCHREG, and its entry
      *  on the sender table (opened on first sight).
      ****************************************************************
       205-FIND-SENDER.

           IF REJ-BATCH-ID NOT = WK-LAST-BATCH-ID
              MOVE REJ-BATCH-ID TO WK-LAST-BATCH-ID
              MOVE 'UNKNOWN'    TO WK-REJ-SENDER-ID
              IF WK-REG-IS-AVAILABLE
                 MOVE REJ-BATCH-ID TO BREG-BATCH-ID
                 READ REGISTRY-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF BREG-SENDER-ID NOT = SPACES
                          MOVE BREG-SENDER-ID TO WK-REJ-SENDER-ID
                       END-IF
                 END-READ
              END-IF
           END-IF.

           MOVE ZEROS TO WK-SD-HIT.
           PERFORM VARYING WK-SD-IX FROM 1 BY 1
                 UNTIL WK-SD-IX > WK-SD-COUNT
                    OR WK-SD-HIT > ZEROS
              IF WK-SD-SENDER-ID(WK-SD-IX) = WK-REJ-SENDER-ID
                 MOVE WK-SD-IX TO WK-SD-HIT
              END-IF
           END-PERFORM.

           IF WK-SD-HIT = ZEROS
              IF WK-SD-COUNT NOT < WK-SD-MAX
                 DISPLAY 'REJAGE: MORE THAN ' WK-SD-MAX
                         ' SENDERS ON CALCREJ'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WK-SD-COUNT
              MOVE WK-SD-COUNT      TO WK-SD-HIT
              MOVE WK-REJ-SENDER-ID TO WK-SD-SENDER-ID(WK-SD-HIT)
              MOVE ZEROS            TO WK-SD-REJECTS(WK-SD-HIT)
              MOVE ZEROS            TO WK-SD-AGED(WK-SD-HIT)
           END-IF.

       205-EXIT.
           EXIT.

      ****************************************************************
      *  One aged reject on the report, reason decoded.
      ****************************************************************
           END-IF.

           MOVE REJ-BATCH-ID    TO DET-BATCH-ID.
           MOVE WK-REJ-SENDER-ID TO DET-SENDER-ID.
           MOVE REJ-REJECT-DATE TO DET-REJECT-DATE.
           MOVE WK-AGE-DAYS     TO DET-AGE.
           MOVE REJ-REASON-CODE TO DET-REASON-CODE.
              WHEN 26
                 MOVE 'A PRIOR STEP OF THE CHAIN WAS REJECTED'
                    TO DET-REASON-TEXT
              WHEN 27
                 MOVE 'OPERATION NOT AUTHORISED FOR THE SENDER'
                    TO DET-REASON-TEXT
              WHEN 28
                 MOVE 'RATE CODE NOT AUTHORISED FOR THE SENDER'
                    TO DET-REASON-TEXT
              WHEN 29
                 MOVE 'VALUE ONE IS OVER THE SENDER LIMIT'
                    TO DET-REASON-TEXT
              WHEN 30
                 MOVE 'VALUE TWO MUST NOT BE ZERO FOR /, %, M'
                    TO DET-REASON-TEXT
              WHEN 31
                 MOVE 'SUSPECTED DUPLICATE TRANSACTION'
                    TO DET-REASON-TEXT
              WHEN OTHER
                 MOVE 'UNKNOWN REASON CODE'
                    TO DET-REASON-TEXT
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           IF WK-SD-COUNT > ZEROS
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
              PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT
              MOVE 'REJECTS BY SENDER' TO REPORT-RECORD
              WRITE REPORT-RECORD AFTER ADVANCING 1 LINE
              PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT
              PERFORM 910-PRINT-SENDER THRU 910-EXIT
                 VARYING WK-SD-IX FROM 1 BY 1
                 UNTIL WK-SD-IX > WK-SD-COUNT
           END-IF.

           IF WK-REJECT-STATUS = '00'
              CLOSE REJECT-FILE
           END-IF.
           IF WK-REG-IS-AVAILABLE
              CLOSE REGISTRY-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY 'REJAGE: ' WK-RECORDS-AGED ' OF ' WK-RECORDS-READ
       900-EXIT.
           EXIT.

      ****************************************************************
      *  One sender's line - its rejects on file and how many aged.
      ****************************************************************
       910-PRINT-SENDER.

           MOVE WK-SD-SENDER-ID(WK-SD-IX) TO SDL-SENDER-ID.
           MOVE WK-SD-REJECTS(WK-SD-IX)   TO SDL-REJECTS.
           MOVE WK-SD-AGED(WK-SD-IX)      TO SDL-AGED.

           WRITE REPORT-RECORD FROM WK-SENDER-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

       910-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
