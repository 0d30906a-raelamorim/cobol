      *                         when anything is flagged.  The
      *                         scheduler allocates a fresh RUNLOG
      *                         per night.
      * 15/10/26  MAINT         The programs every night must show
      *                         now come from the CYCDEF nightly cycle
      *                         definition CYCLCTL runs the cycle by,
      *                         instead of a fixed list of seven.  A
      *                         step CYCDEF marks skippable that never
      *                         ran is listed but not flagged, and a
      *                         defined step's non-zero return code is
      *                         flagged only above the maximum CYCDEF
      *                         allows it.  A missing CYCDEF is
      *                         flagged and the never-ran check is
      *                         left out.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHKOUT.
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-RUNLOG-STATUS.

           SELECT DEFINITION-FILE ASSIGN TO "CYCDEF"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-DEFINITION-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "CHKREPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.
           RECORDING MODE IS F.
           COPY RUNLREC.

       FD  DEFINITION-FILE
           RECORDING MODE IS F.
           COPY CYCDREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(110).
       01  WK-FILE-STATUSES.
           05  WK-RUNLOG-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-DEFINITION-STATUS PIC X(02) VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-LOG-IS-MISSING           VALUE 'Y'.
           05  WK-FLAG-SWITCH      PIC X(01)  VALUE 'N'.
              88  WK-ANYTHING-FLAGGED         VALUE 'Y'.
           05  WK-DEF-EOF-SWITCH   PIC X(01)  VALUE 'N'.
              88  WK-END-OF-DEFINITION        VALUE 'Y'.
           05  WK-DEF-MISSING      PIC X(01)  VALUE 'N'.
              88  WK-DEF-IS-MISSING           VALUE 'Y'.

      *    One entry per run - an 'S' opens it, the matching 'E'
      *    completes it.
              10  RT-HAS-START     PIC X(01).
              10  RT-HAS-END       PIC X(01).

      *    The scheduled programs every night must show - the steps
      *    of the nightly cycle, loaded from CYCDEF.
       01  WK-EXPECTED-TABLE.
           05  WK-EXP-MAX          PIC 9(02)  VALUE 50.
           05  WK-EXP-COUNT        PIC 9(02)  VALUE ZEROS.
           05  WK-EXPECTED-ENTRY OCCURS 50.
              10  WK-EXPECTED-PGM  PIC X(08).
              10  WK-EXPECTED-MAX-RC
                                   PIC 9(02).
              10  WK-EXPECTED-SKIPPABLE
                                   PIC X(01).
       01  WK-EXPECTED-CONTROLS.
           05  WK-EXP-IX           PIC 9(02)  VALUE ZEROS.
           05  WK-EXP-HIT          PIC 9(02)  VALUE ZEROS.
           05  WK-EXP-SEEN         PIC X(01)  VALUE 'N'.
              88  WK-EXP-IS-SEEN              VALUE 'Y'.

              SET WK-ANYTHING-FLAGGED TO TRUE
           END-IF.

           PERFORM 050-LOAD-DEFINITION THRU 050-EXIT.

       000-EXIT.
           EXIT.

      ****************************************************************
      *  The nightly cycle's steps from CYCDEF - a missing deck is
      *  flagged, and nothing can then be called missing.
      ****************************************************************
       050-LOAD-DEFINITION.

           OPEN INPUT DEFINITION-FILE.
           EVALUATE WK-DEFINITION-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 SET WK-DEF-IS-MISSING TO TRUE
                 MOVE '*** CYCDEF NOT FOUND - NEVER-RAN CHECK LEFT OUT'
                    TO REPORT-RECORD
                 PERFORM 820-PRINT-RECORD THRU 820-EXIT
                 SET WK-ANYTHING-FLAGGED TO TRUE
                 GO TO 050-EXIT
              WHEN OTHER
                 DISPLAY 'CHKOUT: UNABLE TO OPEN CYCDEF, STATUS = '
                         WK-DEFINITION-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           PERFORM 055-LOAD-STEP THRU 055-EXIT
              UNTIL WK-END-OF-DEFINITION.

           CLOSE DEFINITION-FILE.

       050-EXIT.
           EXIT.

      ****************************************************************
      *  One cycle step into the expected table.  Comment and blank
      *  cards are passed over; CYCLCTL refuses a deck with bad cards,
      *  so one here is only reported.
      ****************************************************************
       055-LOAD-STEP.

           READ DEFINITION-FILE
              AT END
                 SET WK-END-OF-DEFINITION TO TRUE
                 GO TO 055-EXIT
           END-READ.

           IF CYD-STEP-SEQ-X(1:1) = '*'
                 OR CYCLE-DEF-RECORD = SPACES
              GO TO 055-EXIT
           END-IF.
           IF CYD-STEP-SEQ-X IS NOT NUMERIC
                 OR CYD-PROGRAM = SPACES
                 OR CYD-MAX-RC-X IS NOT NUMERIC
              DISPLAY 'CHKOUT: UNREADABLE CYCDEF CARD SKIPPED'
              SET WK-ANYTHING-FLAGGED TO TRUE
              GO TO 055-EXIT
           END-IF.
           IF WK-EXP-COUNT NOT < WK-EXP-MAX
              DISPLAY 'CHKOUT: MORE THAN ' WK-EXP-MAX
                      ' STEPS ON CYCDEF'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WK-EXP-COUNT.
           MOVE CYD-PROGRAM   TO WK-EXPECTED-PGM(WK-EXP-COUNT).
           MOVE CYD-MAX-RC    TO WK-EXPECTED-MAX-RC(WK-EXP-COUNT).
           MOVE CYD-SKIPPABLE TO WK-EXPECTED-SKIPPABLE(WK-EXP-COUNT).

       055-EXIT.
           EXIT.

      ****************************************************************
      *  Load the night's log into the run table - an 'S' opens an
      *  entry, the matching 'E' (latest open entry for the program)
                 MOVE '*NO START RECORD' TO DET-FLAGS
                 SET WK-ANYTHING-FLAGGED TO TRUE
              WHEN RT-RC(WK-RUN-IX) NOT = ZEROS
                 PERFORM 320-CHECK-RETURN-CODE THRU 320-EXIT
           END-EVALUATE.

           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.
       310-EXIT.
           EXIT.

      ****************************************************************
      *  A non-zero return code within the maximum the cycle allows
      *  the step is shown, not flagged.  A program that is not a
      *  cycle step has no allowance.
      ****************************************************************
       320-CHECK-RETURN-CODE.

           MOVE ZEROS TO WK-EXP-HIT.
           PERFORM VARYING WK-EXP-IX FROM 1 BY 1
                 UNTIL WK-EXP-IX > WK-EXP-COUNT
              IF WK-EXPECTED-PGM(WK-EXP-IX) = RT-PROGRAM(WK-RUN-IX)
                 MOVE WK-EXP-IX TO WK-EXP-HIT
              END-IF
           END-PERFORM.

           IF WK-EXP-HIT NOT = ZEROS
              IF RT-RC(WK-RUN-IX) NOT >
                    WK-EXPECTED-MAX-RC(WK-EXP-HIT)
                 MOVE ' RC WITHIN LIMIT' TO DET-FLAGS
                 GO TO 320-EXIT
              END-IF
           END-IF.

           MOVE '*RETURN CODE' TO DET-FLAGS.
           SET WK-ANYTHING-FLAGGED TO TRUE.

       320-EXIT.
           EXIT.

      ****************************************************************
      *  A scheduled program with no record at all never ran - the
      *  absence is the finding, unless the cycle may skip it.
      ****************************************************************
       400-CHECK-EXPECTED.

           IF WK-DEF-IS-MISSING
              GO TO 400-EXIT
           END-IF.

           PERFORM 410-CHECK-ONE-PROGRAM THRU 410-EXIT
              VARYING WK-EXP-IX FROM 1 BY 1
              UNTIL WK-EXP-IX > WK-EXP-COUNT.

       400-EXIT.
           EXIT.
           IF NOT WK-EXP-IS-SEEN
              MOVE SPACES TO WK-DETAIL-LINE
              MOVE WK-EXPECTED-PGM(WK-EXP-IX) TO DET-PROGRAM
              IF WK-EXPECTED-SKIPPABLE(WK-EXP-IX) = 'Y'
                 MOVE ' NOT RUN-SKIPPABLE' TO DET-FLAGS
              ELSE
                 MOVE '*DID NOT RUN' TO DET-FLAGS
                 SET WK-ANYTHING-FLAGGED TO TRUE
              END-IF
              PERFORM 810-PRINT-DETAIL THRU 810-EXIT
           END-IF.

