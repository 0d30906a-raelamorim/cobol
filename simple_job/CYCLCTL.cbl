      ****************************************************************
      * Program name:    CYCLCTL
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - nightly cycle controller.
      *                         The cycle's steps are listed in order
      *                         on the CYCDEF definition deck, each
      *                         with the highest return code it may
      *                         end with and whether it may be
      *                         skipped.  Every step program ends its
      *                         own run, so each job step of the
      *                         cycle is bracketed by two CYCLCTL
      *                         steps:
      *                           CYCLCTL BEGIN <program>  - return
      *                             code 0 run the step, 4 bypass it
      *                             (already complete or skipped for
      *                             the business date), 8 the cycle
      *                             is stopped (an earlier step that
      *                             may not be skipped has failed or
      *                             not run);
      *                           CYCLCTL END <program> [rc] - the
      *                             step's return code is taken from
      *                             its end record on RUNLOG (or the
      *                             command line); over the step's
      *                             maximum it is failed and CYCLCTL
      *                             ends 8, stopping the cycle.
      *                         CYCLCTL SKIP <program> skips a
      *                         skippable step, CYCLCTL CLOSE closes
      *                         an abandoned cycle, and CYCLCTL
      *                         STATUS only reports.  Each step's
      *                         status, return code and attempt
      *                         times are kept on the indexed
      *                         CYCSTATE file by business date, so a
      *                         failed night is resubmitted from the
      *                         top and every completed step
      *                         bypasses itself - the cycle restarts
      *                         at the failed step.  The business
      *                         date is the expected processing date
      *                         when the cycle opens, held on the
      *                         CYCSTATE control record until the
      *                         last step completes, since CALCBAT
      *                         rolls the calendar mid-cycle.  Every
      *                         call prints the cycle's state on
      *                         CYCRPT with the step to restart at.
      *                         RETURN-CODE 16 on file failure.
      * 15/10/26  MAINT         A cycle whose steps all finished is
      *                         now marked complete on the control
      *                         record, apart from one closed by
      *                         operations.  Only a complete cycle
      *                         refuses a BEGIN for its business date;
      *                         a closed one is reopened with its step
      *                         states as they were, so it restarts at
      *                         the step that failed.  END takes the
      *                         step's return code only from RUNLOG
      *                         records logged since its BEGIN - an
      *                         end record from an earlier night no
      *                         longer completes a step that did not
      *                         run.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CYCLCTL.
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
           SELECT DEFINITION-FILE ASSIGN TO "CYCDEF"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-DEFINITION-STATUS.

           SELECT STATE-FILE      ASSIGN TO "CYCSTATE"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS CYS-KEY
                                   FILE STATUS IS WK-STATE-STATUS.

           SELECT RUNLOG-FILE     ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-RUNLOG-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "CYCRPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DEFINITION-FILE
           RECORDING MODE IS F.
           COPY CYCDREC.

       FD  STATE-FILE.
           COPY CYCSREC.

       FD  RUNLOG-FILE
           RECORDING MODE IS F.
           COPY RUNLREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-DEFINITION-STATUS PIC X(02) VALUE SPACES.
           05  WK-STATE-STATUS     PIC X(02)  VALUE SPACES.
           05  WK-RUNLOG-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-STATE-FLAG       PIC X(01)  VALUE 'N'.
              88  WK-STATE-FOUND              VALUE 'Y'.
           05  WK-REFUSE-FLAG      PIC X(01)  VALUE 'N'.
              88  WK-STEP-REFUSED             VALUE 'Y'.
           05  WK-DONE-FLAG        PIC X(01)  VALUE 'N'.
              88  WK-CYCLE-DONE               VALUE 'Y'.
           05  WK-RESTART-FLAG     PIC X(01)  VALUE 'N'.
              88  WK-RESTART-FOUND            VALUE 'Y'.

       01  WK-PARM-CONTROLS.
           05  WK-PARM-LINE        PIC X(40)  VALUE SPACES.
           05  WK-FUNCTION-PARM    PIC X(08)  VALUE SPACES.
              88  WK-FN-BEGIN                 VALUE 'BEGIN'.
              88  WK-FN-END                   VALUE 'END'.
              88  WK-FN-SKIP                  VALUE 'SKIP'.
              88  WK-FN-CLOSE                 VALUE 'CLOSE'.
              88  WK-FN-STATUS                VALUE 'STATUS'.
           05  WK-PROGRAM-PARM     PIC X(08)  VALUE SPACES.
           05  WK-RC-PARM          PIC X(02)  VALUE SPACES.

       01  WK-RUN-CONTROLS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-RUN-TIME         PIC 9(08)  VALUE ZEROS.
           05  WK-CYCLE-DATE       PIC 9(08)  VALUE ZEROS.
           05  WK-CYCLE-STATE      PIC X(01)  VALUE 'X'.
              88  WK-CYCLE-IS-OPEN            VALUE 'O'.
              88  WK-CYCLE-IS-COMPLETE        VALUE 'D'.
           05  WK-STEP-RC          PIC 9(02)  VALUE ZEROS.
           05  WK-CARD-COUNT       PIC 9(05)  VALUE ZEROS.
           05  WK-OUTCOME          PIC X(60)  VALUE SPACES.
           05  WK-STEP-NOTE        PIC X(30)  VALUE SPACES.
           05  WK-LOGGED-TYPE      PIC X(01)  VALUE SPACE.
           05  WK-LOGGED-RC        PIC 9(02)  VALUE ZEROS.
           05  WK-BEGUN-DATE       PIC 9(08)  VALUE ZEROS.
           05  WK-BEGUN-TIME       PIC 9(08)  VALUE ZEROS.

      *    The cycle definition, loaded from CYCDEF in step order.
       01  WK-STEP-TABLE.
           05  WK-STEP-MAX         PIC 9(02)  VALUE 50.
           05  WK-STEP-COUNT       PIC 9(02)  VALUE ZEROS.
           05  WK-STEP-IX          PIC 9(02)  VALUE ZEROS.
           05  WK-STEP-HIT         PIC 9(02)  VALUE ZEROS.
           05  WK-STEP-ENTRY OCCURS 50.
              10  WK-ST-SEQ        PIC 9(03).
              10  WK-ST-PROGRAM    PIC X(08).
              10  WK-ST-MAX-RC     PIC 9(02).
              10  WK-ST-SKIPPABLE  PIC X(01).
              10  WK-ST-DESCRIPTION
                                   PIC X(30).

       01  WK-REPORT-CONTROLS.
           05  WK-LINE-COUNT       PIC 9(03)  VALUE 99.
           05  WK-LINES-PER-PAGE   PIC 9(03)  VALUE 55.
           05  WK-PAGE-COUNT       PIC 9(05)  VALUE ZEROS.

       01  WK-HEADING-ONE.
           05  FILLER              PIC X(44)  VALUE
               'CYCLCTL - NIGHTLY CYCLE STATUS              '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  HD1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(19)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HD1-PAGE            PIC ZZZZ9.

       01  WK-HEADING-CYCLE.
           05  FILLER              PIC X(18)  VALUE
               'BUSINESS DATE     '.
           05  HDC-CYCLE-DATE      PIC 9(08).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  HDC-CYCLE-STATE     PIC X(20).

       01  WK-HEADING-CALL.
           05  FILLER              PIC X(18)  VALUE
               'THIS CALL         '.
           05  HDL-FUNCTION        PIC X(08).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  HDL-PROGRAM         PIC X(08).
           05  FILLER              PIC X(03)  VALUE ' - '.
           05  HDL-OUTCOME         PIC X(60).

       01  WK-COLUMN-HEADING.
           05  FILLER              PIC X(05)  VALUE 'SEQ  '.
           05  FILLER              PIC X(10)  VALUE 'PROGRAM   '.
           05  FILLER              PIC X(32)  VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(09)  VALUE 'MAX SKIP '.
           05  FILLER              PIC X(10)  VALUE 'STATUS    '.
           05  FILLER              PIC X(09)  VALUE 'RC TRIES '.
           05  FILLER              PIC X(10)  VALUE 'STARTED   '.
           05  FILLER              PIC X(10)  VALUE 'ENDED     '.
           05  FILLER              PIC X(04)  VALUE 'NOTE'.

      *    One cycle step.
       01  WK-DETAIL-LINE.
           05  DET-SEQ             PIC 9(03).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-PROGRAM         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-DESCRIPTION     PIC X(30).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  DET-MAX-RC          PIC Z9.
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  DET-SKIPPABLE       PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-STATUS          PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-RC              PIC X(02).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-ATTEMPTS        PIC ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-STARTED         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-ENDED           PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-NOTE            PIC X(30).

           COPY LKCAL.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.

           EVALUATE TRUE
              WHEN WK-FN-BEGIN
                 PERFORM 100-BEGIN-STEP  THRU 100-EXIT
              WHEN WK-FN-END
                 PERFORM 200-END-STEP    THRU 200-EXIT
              WHEN WK-FN-SKIP
                 PERFORM 300-SKIP-STEP   THRU 300-EXIT
              WHEN WK-FN-CLOSE
                 PERFORM 400-CLOSE-CYCLE THRU 400-EXIT
              WHEN WK-FN-STATUS
                 MOVE 'STATUS ONLY' TO WK-OUTCOME
           END-EVALUATE.

           PERFORM 500-PRINT-STATUS THRU 500-EXIT.
           PERFORM 900-TERMINATION  THRU 900-EXIT.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - the function and program from the
      *  command line, the cycle definition, and the state file with
      *  its control record, created on first use.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WK-RUN-TIME FROM TIME.

           ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
              INTO WK-FUNCTION-PARM WK-PROGRAM-PARM WK-RC-PARM.

           IF NOT WK-FN-BEGIN AND NOT WK-FN-END AND NOT WK-FN-SKIP
                 AND NOT WK-FN-CLOSE AND NOT WK-FN-STATUS
              DISPLAY 'CYCLCTL: FUNCTION MUST BE BEGIN, END, SKIP, '
                      'CLOSE OR STATUS - ' WK-FUNCTION-PARM
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.
           IF (WK-FN-BEGIN OR WK-FN-END OR WK-FN-SKIP)
                 AND WK-PROGRAM-PARM = SPACES
              DISPLAY 'CYCLCTL: ' WK-FUNCTION-PARM ' NEEDS THE STEP '
                      'PROGRAM NAME'
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.
           IF WK-RC-PARM NOT = SPACES
              IF WK-RC-PARM(2:1) = SPACE
                 MOVE WK-RC-PARM(1:1) TO WK-RC-PARM(2:1)
                 MOVE '0'             TO WK-RC-PARM(1:1)
              END-IF
              IF WK-RC-PARM IS NOT NUMERIC
                 DISPLAY 'CYCLCTL: RETURN CODE MUST BE NUMERIC - '
                         WK-RC-PARM
                 PERFORM 090-REFUSE-RUN THRU 090-EXIT
              END-IF
           END-IF.

           PERFORM 010-LOAD-DEFINITION THRU 010-EXIT.

           IF WK-PROGRAM-PARM NOT = SPACES
              MOVE ZEROS TO WK-STEP-HIT
              PERFORM VARYING WK-STEP-IX FROM 1 BY 1
                    UNTIL WK-STEP-IX > WK-STEP-COUNT
                 IF WK-ST-PROGRAM(WK-STEP-IX) = WK-PROGRAM-PARM
                    MOVE WK-STEP-IX TO WK-STEP-HIT
                 END-IF
              END-PERFORM
              IF WK-STEP-HIT = ZEROS
                 DISPLAY 'CYCLCTL: ' WK-PROGRAM-PARM
                         ' IS NOT A STEP ON CYCDEF'
                 PERFORM 090-REFUSE-RUN THRU 090-EXIT
              END-IF
           END-IF.

           OPEN I-O STATE-FILE.
           IF WK-STATE-STATUS = '35'
              OPEN OUTPUT STATE-FILE
              IF WK-STATE-STATUS NOT = '00'
                 DISPLAY 'CYCLCTL: UNABLE TO CREATE CYCSTATE, '
                         'STATUS = ' WK-STATE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE STATE-FILE
              OPEN I-O STATE-FILE
           END-IF.
           IF WK-STATE-STATUS NOT = '00'
              DISPLAY 'CYCLCTL: UNABLE TO OPEN CYCSTATE, STATUS = '
                      WK-STATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 040-READ-CONTROL THRU 040-EXIT.

           OPEN OUTPUT REPORT-FILE.
           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'CYCLCTL: UNABLE TO OPEN CYCRPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       000-EXIT.
           EXIT.

      ****************************************************************
      *  Load the cycle definition.  A deck that is missing, empty or
      *  wrong stops the call - the cycle cannot be conditioned on a
      *  definition that cannot be trusted.
      ****************************************************************
       010-LOAD-DEFINITION.

           OPEN INPUT DEFINITION-FILE.
           IF WK-DEFINITION-STATUS NOT = '00'
              DISPLAY 'CYCLCTL: UNABLE TO OPEN CYCDEF, STATUS = '
                      WK-DEFINITION-STATUS
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.

           PERFORM 015-LOAD-STEP THRU 015-EXIT
              UNTIL WK-END-OF-FILE.

           CLOSE DEFINITION-FILE.

           IF WK-STEP-COUNT = ZEROS
              DISPLAY 'CYCLCTL: CYCDEF HAS NO STEPS'
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.

       010-EXIT.
           EXIT.

      ****************************************************************
      *  One definition card into the step table.  Comment and blank
      *  cards are passed over.
      ****************************************************************
       015-LOAD-STEP.

           READ DEFINITION-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 015-EXIT
           END-READ.
           ADD 1 TO WK-CARD-COUNT.

           IF CYD-STEP-SEQ-X(1:1) = '*'
                 OR CYCLE-DEF-RECORD = SPACES
              GO TO 015-EXIT
           END-IF.

           IF CYD-STEP-SEQ-X IS NOT NUMERIC
                 OR CYD-PROGRAM = SPACES
                 OR CYD-MAX-RC-X IS NOT NUMERIC
                 OR (CYD-SKIPPABLE NOT = 'Y' AND 'N' AND SPACE)
              DISPLAY 'CYCLCTL: CYCDEF CARD ' WK-CARD-COUNT
                      ' IS NOT SEQ, PROGRAM, MAX RC, SKIP (Y/N)'
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.
           IF WK-STEP-COUNT > ZEROS
              IF CYD-STEP-SEQ NOT > WK-ST-SEQ(WK-STEP-COUNT)
                 DISPLAY 'CYCLCTL: CYCDEF CARD ' WK-CARD-COUNT
                         ' IS OUT OF STEP SEQUENCE'
                 PERFORM 090-REFUSE-RUN THRU 090-EXIT
              END-IF
           END-IF.
           PERFORM VARYING WK-STEP-IX FROM 1 BY 1
                 UNTIL WK-STEP-IX > WK-STEP-COUNT
              IF WK-ST-PROGRAM(WK-STEP-IX) = CYD-PROGRAM
                 DISPLAY 'CYCLCTL: CYCDEF CARD ' WK-CARD-COUNT
                         ' REPEATS PROGRAM ' CYD-PROGRAM
                 PERFORM 090-REFUSE-RUN THRU 090-EXIT
              END-IF
           END-PERFORM.
           IF WK-STEP-COUNT NOT < WK-STEP-MAX
              DISPLAY 'CYCLCTL: MORE THAN ' WK-STEP-MAX
                      ' STEPS ON CYCDEF'
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.

           ADD 1 TO WK-STEP-COUNT.
           MOVE CYD-STEP-SEQ    TO WK-ST-SEQ(WK-STEP-COUNT).
           MOVE CYD-PROGRAM     TO WK-ST-PROGRAM(WK-STEP-COUNT).
           MOVE CYD-MAX-RC      TO WK-ST-MAX-RC(WK-STEP-COUNT).
           IF CYD-IS-SKIPPABLE
              MOVE 'Y'          TO WK-ST-SKIPPABLE(WK-STEP-COUNT)
           ELSE
              MOVE 'N'          TO WK-ST-SKIPPABLE(WK-STEP-COUNT)
           END-IF.
           MOVE CYD-DESCRIPTION TO WK-ST-DESCRIPTION(WK-STEP-COUNT).

       015-EXIT.
           EXIT.

      ****************************************************************
      *  The control record - the current cycle's business date and
      *  whether it is open.  Written closed on first use.
      ****************************************************************
       040-READ-CONTROL.

           MOVE ZEROS TO CYS-KEY.
           READ STATE-FILE
              INVALID KEY
                 MOVE SPACES TO CYCLE-STATE-RECORD
                 MOVE ZEROS  TO CYS-KEY
                 MOVE 'CONTROL'  TO CYS-PROGRAM
                 SET CYS-CYCLE-IS-CLOSED TO TRUE
                 MOVE ZEROS  TO CYS-RETURN-CODE
                 MOVE ZEROS  TO CYS-MAX-RC
                 MOVE ZEROS  TO CYS-ATTEMPTS
                 MOVE ZEROS  TO CYS-START-DATE
                 MOVE ZEROS  TO CYS-START-TIME
                 MOVE ZEROS  TO CYS-END-DATE
                 MOVE ZEROS  TO CYS-END-TIME
                 MOVE ZEROS  TO CYS-CYCLE-DATE
                 WRITE CYCLE-STATE-RECORD
                 IF WK-STATE-STATUS NOT = '00'
                    DISPLAY 'CYCLCTL: ERROR WRITING CYCSTATE, '
                            'STATUS = ' WK-STATE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ.
           IF WK-STATE-STATUS NOT = '00'
              DISPLAY 'CYCLCTL: ERROR READING CYCSTATE, STATUS = '
                      WK-STATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE CYS-CYCLE-DATE TO WK-CYCLE-DATE.
           MOVE CYS-STATUS     TO WK-CYCLE-STATE.

       040-EXIT.
           EXIT.

      ****************************************************************
      *  Refuse the call - a bad parameter or definition.  Nothing
      *  is touched on the state file.
      ****************************************************************
       090-REFUSE-RUN.

           DISPLAY 'CYCLCTL: CALL REFUSED - CYCLE NOT ADVANCED'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       090-EXIT.
           EXIT.

      ****************************************************************
      *  BEGIN - may the step run now?  A step already complete or
      *  skipped for the business date is bypassed (4); every
      *  earlier step must be complete or skipped, a skippable one
      *  that never ran being skipped here, or the cycle is stopped
      *  (8).  A step that may run is marked running (0).
      ****************************************************************
       100-BEGIN-STEP.

           IF NOT WK-CYCLE-IS-OPEN
              PERFORM 110-OPEN-CYCLE THRU 110-EXIT
              IF NOT WK-CYCLE-IS-OPEN
                 GO TO 100-EXIT
              END-IF
           END-IF.

           MOVE WK-STEP-HIT TO WK-STEP-IX.
           PERFORM 150-READ-STEP-STATE THRU 150-EXIT.
           IF WK-STATE-FOUND
                 AND (CYS-IS-COMPLETE OR CYS-IS-SKIPPED)
              MOVE 'STEP ALREADY DONE FOR THE BUSINESS DATE - BYPASS'
                 TO WK-OUTCOME
              MOVE 4 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           MOVE 'N' TO WK-REFUSE-FLAG.
           PERFORM 120-CHECK-EARLIER THRU 120-EXIT
              VARYING WK-STEP-IX FROM 1 BY 1
              UNTIL WK-STEP-IX NOT < WK-STEP-HIT
                 OR WK-STEP-REFUSED.
           IF WK-STEP-REFUSED
              MOVE 8 TO RETURN-CODE
              GO TO 100-EXIT
           END-IF.

           MOVE WK-STEP-HIT TO WK-STEP-IX.
           PERFORM 150-READ-STEP-STATE THRU 150-EXIT.
           EVALUATE TRUE
              WHEN NOT WK-STATE-FOUND
                 PERFORM 140-NEW-STEP-STATE THRU 140-EXIT
                 MOVE SPACES TO CYS-NOTE
              WHEN CYS-IS-RUNNING
                 MOVE 'PREVIOUS ATTEMPT DID NOT END' TO CYS-NOTE
              WHEN CYS-IS-FAILED
                 MOVE 'RESTARTED AFTER FAILURE' TO CYS-NOTE
           END-EVALUATE.

           SET CYS-IS-RUNNING TO TRUE.
           ADD 1 TO CYS-ATTEMPTS
              ON SIZE ERROR
                 CONTINUE
           END-ADD.
           MOVE ZEROS       TO CYS-RETURN-CODE.
           MOVE WK-RUN-DATE TO CYS-START-DATE.
           MOVE WK-RUN-TIME TO CYS-START-TIME.
           MOVE ZEROS       TO CYS-END-DATE.
           MOVE ZEROS       TO CYS-END-TIME.
           PERFORM 160-SAVE-STEP-STATE THRU 160-EXIT.

           MOVE 'STEP MAY RUN' TO WK-OUTCOME.
           MOVE ZEROS TO RETURN-CODE.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  Open a new cycle on the expected processing date - unless the
      *  last cycle completed on that very date, when the whole cycle
      *  has already run for it.  A cycle operations closed on that
      *  date is reopened as it stood, to restart at its failed step.
      ****************************************************************
       110-OPEN-CYCLE.

           MOVE 'E'   TO LKC-FUNCTION.
           MOVE ZEROS TO LKC-DATE.
           MOVE ZEROS TO LKC-RETURN-CODE.
           CALL 'CALLKP' USING CAL-REQUEST
              ON EXCEPTION
                 DISPLAY 'CYCLCTL: CALLKP IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           IF LKC-RETURN-CODE NOT = ZEROS
              MOVE 'NO EXPECTED PROCESSING DATE ON THE CALENDAR'
                 TO WK-OUTCOME
              MOVE 8 TO RETURN-CODE
              GO TO 110-EXIT
           END-IF.

           IF LKC-DATE = WK-CYCLE-DATE
              IF WK-CYCLE-IS-COMPLETE
                 MOVE 'CYCLE ALREADY COMPLETE FOR THE BUSINESS DATE'
                    TO WK-OUTCOME
                 MOVE 4 TO RETURN-CODE
              ELSE
                 PERFORM 115-REOPEN-CYCLE THRU 115-EXIT
              END-IF
              GO TO 110-EXIT
           END-IF.

           MOVE ZEROS TO CYS-KEY.
           PERFORM 170-READ-CONTROL-UPDATE THRU 170-EXIT.
           MOVE LKC-DATE    TO CYS-CYCLE-DATE.
           SET CYS-CYCLE-IS-OPEN TO TRUE.
           MOVE WK-RUN-DATE TO CYS-START-DATE.
           MOVE WK-RUN-TIME TO CYS-START-TIME.
           MOVE ZEROS       TO CYS-END-DATE.
           MOVE ZEROS       TO CYS-END-TIME.
           MOVE SPACES      TO CYS-NOTE.
           PERFORM 175-REWRITE-CONTROL THRU 175-EXIT.

           MOVE LKC-DATE TO WK-CYCLE-DATE.
           MOVE 'O'      TO WK-CYCLE-STATE.
           DISPLAY 'CYCLCTL: CYCLE OPENED FOR BUSINESS DATE '
                   WK-CYCLE-DATE.

       110-EXIT.
           EXIT.

      ****************************************************************
      *  Reopen the closed cycle for the business date.  Its step
      *  states stand, so completed steps bypass themselves.  Should
      *  every step be done already the cycle is marked complete and
      *  the BEGIN refused the same as for a completed cycle.
      ****************************************************************
       115-REOPEN-CYCLE.

           PERFORM 170-READ-CONTROL-UPDATE THRU 170-EXIT.
           SET CYS-CYCLE-IS-OPEN TO TRUE.
           MOVE ZEROS       TO CYS-END-DATE.
           MOVE ZEROS       TO CYS-END-TIME.
           MOVE 'REOPENED'  TO CYS-NOTE.
           PERFORM 175-REWRITE-CONTROL THRU 175-EXIT.

           MOVE 'O' TO WK-CYCLE-STATE.
           DISPLAY 'CYCLCTL: CYCLE REOPENED FOR BUSINESS DATE '
                   WK-CYCLE-DATE.

           PERFORM 260-CHECK-CYCLE-DONE THRU 260-EXIT.
           IF WK-CYCLE-IS-COMPLETE
              MOVE 'CYCLE ALREADY COMPLETE FOR THE BUSINESS DATE'
                 TO WK-OUTCOME
              MOVE 4 TO RETURN-CODE
           END-IF.

       115-EXIT.
           EXIT.

      ****************************************************************
      *  One earlier step against the state file.
      ****************************************************************
       120-CHECK-EARLIER.

           PERFORM 150-READ-STEP-STATE THRU 150-EXIT.

           IF WK-STATE-FOUND
              IF CYS-IS-COMPLETE OR CYS-IS-SKIPPED
                 GO TO 120-EXIT
              END-IF
              SET WK-STEP-REFUSED TO TRUE
              MOVE SPACES TO WK-OUTCOME
              IF CYS-IS-FAILED
                 STRING 'CYCLE STOPPED - ' DELIMITED BY SIZE
                        WK-ST-PROGRAM(WK-STEP-IX) DELIMITED BY SPACE
                        ' FAILED WITH RC ' DELIMITED BY SIZE
                        CYS-RETURN-CODE DELIMITED BY SIZE
                    INTO WK-OUTCOME
                 END-STRING
              ELSE
                 STRING 'CYCLE STOPPED - ' DELIMITED BY SIZE
                        WK-ST-PROGRAM(WK-STEP-IX) DELIMITED BY SPACE
                        ' HAS NOT ENDED' DELIMITED BY SIZE
                    INTO WK-OUTCOME
                 END-STRING
              END-IF
              GO TO 120-EXIT
           END-IF.

           IF WK-ST-SKIPPABLE(WK-STEP-IX) = 'Y'
              PERFORM 140-NEW-STEP-STATE THRU 140-EXIT
              SET CYS-IS-SKIPPED TO TRUE
              MOVE WK-RUN-DATE TO CYS-END-DATE
              MOVE WK-RUN-TIME TO CYS-END-TIME
              MOVE 'NOT RUN - SKIPPED' TO CYS-NOTE
              PERFORM 160-SAVE-STEP-STATE THRU 160-EXIT
              GO TO 120-EXIT
           END-IF.

           SET WK-STEP-REFUSED TO TRUE.
           MOVE SPACES TO WK-OUTCOME.
           STRING 'CYCLE STOPPED - ' DELIMITED BY SIZE
                  WK-ST-PROGRAM(WK-STEP-IX) DELIMITED BY SPACE
                  ' HAS NOT RUN' DELIMITED BY SIZE
              INTO WK-OUTCOME
           END-STRING.

       120-EXIT.
           EXIT.

      ****************************************************************
      *  A fresh state record for step WK-STEP-IX of the cycle.
      ****************************************************************
       140-NEW-STEP-STATE.

           MOVE SPACES                    TO CYCLE-STATE-RECORD.
           MOVE WK-CYCLE-DATE             TO CYS-BUSINESS-DATE.
           MOVE WK-ST-SEQ(WK-STEP-IX)     TO CYS-STEP-SEQ.
           MOVE WK-ST-PROGRAM(WK-STEP-IX) TO CYS-PROGRAM.
           MOVE ZEROS                     TO CYS-RETURN-CODE.
           MOVE WK-ST-MAX-RC(WK-STEP-IX)  TO CYS-MAX-RC.
           MOVE ZEROS                     TO CYS-ATTEMPTS.
           MOVE ZEROS                     TO CYS-START-DATE.
           MOVE ZEROS                     TO CYS-START-TIME.
           MOVE ZEROS                     TO CYS-END-DATE.
           MOVE ZEROS                     TO CYS-END-TIME.
           MOVE WK-CYCLE-DATE             TO CYS-CYCLE-DATE.
           MOVE 'N'                       TO WK-STATE-FLAG.

       140-EXIT.
           EXIT.

      ****************************************************************
      *  Read the state of step WK-STEP-IX for the cycle's business
      *  date; WK-STATE-FOUND says whether it has one.
      ****************************************************************
       150-READ-STEP-STATE.

           MOVE WK-CYCLE-DATE         TO CYS-BUSINESS-DATE.
           MOVE WK-ST-SEQ(WK-STEP-IX) TO CYS-STEP-SEQ.
           SET WK-STATE-FOUND TO TRUE.
           READ STATE-FILE
              INVALID KEY
                 MOVE 'N' TO WK-STATE-FLAG
           END-READ.
           IF WK-STATE-FOUND
                 AND WK-STATE-STATUS NOT = '00'
              DISPLAY 'CYCLCTL: ERROR READING CYCSTATE, STATUS = '
                      WK-STATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       150-EXIT.
           EXIT.

      ****************************************************************
      *  Write or rewrite the step state in CYCLE-STATE-RECORD -
      *  WK-STATE-FOUND from the last read says which.  The step's
      *  current maximum is kept with it.
      ****************************************************************
       160-SAVE-STEP-STATE.

           MOVE WK-ST-MAX-RC(WK-STEP-IX) TO CYS-MAX-RC.
           IF WK-STATE-FOUND
              REWRITE CYCLE-STATE-RECORD
           ELSE
              WRITE CYCLE-STATE-RECORD
           END-IF.
           IF WK-STATE-STATUS NOT = '00'
              DISPLAY 'CYCLCTL: ERROR WRITING CYCSTATE, STATUS = '
                      WK-STATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           SET WK-STATE-FOUND TO TRUE.

       160-EXIT.
           EXIT.

      ****************************************************************
      *  Read the control record for update.
      ****************************************************************
       170-READ-CONTROL-UPDATE.

           MOVE ZEROS TO CYS-KEY.
           READ STATE-FILE
              INVALID KEY
                 DISPLAY 'CYCLCTL: CYCSTATE CONTROL RECORD MISSING'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF WK-STATE-STATUS NOT = '00'
              DISPLAY 'CYCLCTL: ERROR READING CYCSTATE, STATUS = '
                      WK-STATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       170-EXIT.
           EXIT.

      ****************************************************************
      *  Rewrite the control record.
      ****************************************************************
       175-REWRITE-CONTROL.

           REWRITE CYCLE-STATE-RECORD.
           IF WK-STATE-STATUS NOT = '00'
              DISPLAY 'CYCLCTL: ERROR WRITING CYCSTATE, STATUS = '
                      WK-STATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       175-EXIT.
           EXIT.

      ****************************************************************
      *  END - record how the step ended.  Within its maximum return
      *  code it is complete (0); over it, failed, and the cycle
      *  stops behind it (8).  The last step to complete closes the
      *  cycle.
      ****************************************************************
       200-END-STEP.

           IF NOT WK-CYCLE-IS-OPEN
              MOVE 'NO CYCLE IS OPEN - STEP WAS NOT BEGUN'
                 TO WK-OUTCOME
              MOVE 8 TO RETURN-CODE
              GO TO 200-EXIT
           END-IF.

           MOVE WK-STEP-HIT TO WK-STEP-IX.
           PERFORM 150-READ-STEP-STATE THRU 150-EXIT.
           IF NOT WK-STATE-FOUND
              MOVE 'STEP WAS NOT BEGUN FOR THE BUSINESS DATE'
                 TO WK-OUTCOME
              MOVE 8 TO RETURN-CODE
              GO TO 200-EXIT
           END-IF.
           IF CYS-IS-COMPLETE OR CYS-IS-SKIPPED
              MOVE 'STEP ALREADY DONE FOR THE BUSINESS DATE'
                 TO WK-OUTCOME
              MOVE 4 TO RETURN-CODE
              GO TO 200-EXIT
           END-IF.

           MOVE SPACES TO WK-STEP-NOTE.
           IF WK-RC-PARM NOT = SPACES
              MOVE WK-RC-PARM TO WK-STEP-RC
              MOVE 'RETURN CODE FROM COMMAND LINE' TO WK-STEP-NOTE
           ELSE
              PERFORM 250-FIND-LOGGED-RC THRU 250-EXIT
           END-IF.

           MOVE WK-STEP-RC  TO CYS-RETURN-CODE.
           MOVE WK-RUN-DATE TO CYS-END-DATE.
           MOVE WK-RUN-TIME TO CYS-END-TIME.
           MOVE WK-STEP-NOTE TO CYS-NOTE.
           IF WK-STEP-RC > WK-ST-MAX-RC(WK-STEP-IX)
              SET CYS-IS-FAILED TO TRUE
           ELSE
              SET CYS-IS-COMPLETE TO TRUE
           END-IF.
           PERFORM 160-SAVE-STEP-STATE THRU 160-EXIT.

           IF CYS-IS-FAILED
              MOVE SPACES TO WK-OUTCOME
              STRING 'STEP FAILED - RC ' DELIMITED BY SIZE
                     WK-STEP-RC DELIMITED BY SIZE
                     ' IS OVER ITS MAXIMUM - CYCLE STOPPED'
                        DELIMITED BY SIZE
                 INTO WK-OUTCOME
              END-STRING
              MOVE 8 TO RETURN-CODE
              GO TO 200-EXIT
           END-IF.

           MOVE 'STEP COMPLETE' TO WK-OUTCOME.
           MOVE ZEROS TO RETURN-CODE.
           PERFORM 260-CHECK-CYCLE-DONE THRU 260-EXIT.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  The step's return code from its latest records on RUNLOG
      *  since it was begun - the end record's code, or 16 when the
      *  step started and never ended (it died) or has logged nothing
      *  since the BEGIN.
      ****************************************************************
       250-FIND-LOGGED-RC.

           MOVE SPACE TO WK-LOGGED-TYPE.
           MOVE ZEROS TO WK-LOGGED-RC.
           MOVE CYS-START-DATE TO WK-BEGUN-DATE.
           MOVE CYS-START-TIME TO WK-BEGUN-TIME.

           OPEN INPUT RUNLOG-FILE.
           IF WK-RUNLOG-STATUS = '00'
              MOVE 'N' TO WK-EOF-SWITCH
              PERFORM 255-SCAN-RUNLOG THRU 255-EXIT
                 UNTIL WK-END-OF-FILE
              CLOSE RUNLOG-FILE
           END-IF.

           EVALUATE WK-LOGGED-TYPE
              WHEN 'E'
                 MOVE WK-LOGGED-RC TO WK-STEP-RC
              WHEN 'S'
                 MOVE 16 TO WK-STEP-RC
                 MOVE 'DID NOT FINISH - NO END RECORD'
                    TO WK-STEP-NOTE
              WHEN OTHER
                 MOVE 16 TO WK-STEP-RC
                 MOVE 'NO RUNLOG RECORD SINCE BEGIN'
                    TO WK-STEP-NOTE
           END-EVALUATE.

       250-EXIT.
           EXIT.

      ****************************************************************
      *  One RUNLOG record - the step's latest record logged at or
      *  after its BEGIN wins.
      ****************************************************************
       255-SCAN-RUNLOG.

           READ RUNLOG-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 255-EXIT
           END-READ.

           IF RNL-PROGRAM NOT = WK-PROGRAM-PARM
              GO TO 255-EXIT
           END-IF.
           IF RNL-LOG-DATE < WK-BEGUN-DATE
              GO TO 255-EXIT
           END-IF.
           IF RNL-LOG-DATE = WK-BEGUN-DATE
                 AND RNL-LOG-TIME < WK-BEGUN-TIME
              GO TO 255-EXIT
           END-IF.

           MOVE RNL-RECORD-TYPE TO WK-LOGGED-TYPE.
           IF RNL-IS-END
              MOVE RNL-RETURN-CODE TO WK-LOGGED-RC
           END-IF.

       255-EXIT.
           EXIT.

      ****************************************************************
      *  Mark the cycle complete when every step is complete or
      *  skipped.
      ****************************************************************
       260-CHECK-CYCLE-DONE.

           SET WK-CYCLE-DONE TO TRUE.
           PERFORM VARYING WK-STEP-IX FROM 1 BY 1
                 UNTIL WK-STEP-IX > WK-STEP-COUNT
                    OR NOT WK-CYCLE-DONE
              PERFORM 150-READ-STEP-STATE THRU 150-EXIT
              IF NOT WK-STATE-FOUND
                 MOVE 'N' TO WK-DONE-FLAG
              ELSE
                 IF NOT CYS-IS-COMPLETE AND NOT CYS-IS-SKIPPED
                    MOVE 'N' TO WK-DONE-FLAG
                 END-IF
              END-IF
           END-PERFORM.
           IF NOT WK-CYCLE-DONE
              GO TO 260-EXIT
           END-IF.

           PERFORM 170-READ-CONTROL-UPDATE THRU 170-EXIT.
           SET CYS-CYCLE-IS-COMPLETE TO TRUE.
           MOVE WK-RUN-DATE TO CYS-END-DATE.
           MOVE WK-RUN-TIME TO CYS-END-TIME.
           MOVE 'ALL STEPS DONE' TO CYS-NOTE.
           PERFORM 175-REWRITE-CONTROL THRU 175-EXIT.
           MOVE 'D' TO WK-CYCLE-STATE.

           DISPLAY 'CYCLCTL: CYCLE FOR BUSINESS DATE ' WK-CYCLE-DATE
                   ' COMPLETE'.

       260-EXIT.
           EXIT.

      ****************************************************************
      *  SKIP - operations skip a skippable step for the business
      *  date.  A step that may not be skipped must run.
      ****************************************************************
       300-SKIP-STEP.

           IF WK-ST-SKIPPABLE(WK-STEP-HIT) NOT = 'Y'
              MOVE 'STEP MAY NOT BE SKIPPED - SEE CYCDEF'
                 TO WK-OUTCOME
              MOVE 8 TO RETURN-CODE
              GO TO 300-EXIT
           END-IF.

           IF NOT WK-CYCLE-IS-OPEN
              PERFORM 110-OPEN-CYCLE THRU 110-EXIT
              IF NOT WK-CYCLE-IS-OPEN
                 GO TO 300-EXIT
              END-IF
           END-IF.

           MOVE WK-STEP-HIT TO WK-STEP-IX.
           PERFORM 150-READ-STEP-STATE THRU 150-EXIT.
           IF NOT WK-STATE-FOUND
              PERFORM 140-NEW-STEP-STATE THRU 140-EXIT
           ELSE
              IF CYS-IS-COMPLETE OR CYS-IS-SKIPPED
                 MOVE 'STEP ALREADY DONE FOR THE BUSINESS DATE'
                    TO WK-OUTCOME
                 MOVE 4 TO RETURN-CODE
                 GO TO 300-EXIT
              END-IF
           END-IF.

           SET CYS-IS-SKIPPED TO TRUE.
           MOVE WK-RUN-DATE TO CYS-END-DATE.
           MOVE WK-RUN-TIME TO CYS-END-TIME.
           MOVE 'SKIPPED BY OPERATIONS' TO CYS-NOTE.
           PERFORM 160-SAVE-STEP-STATE THRU 160-EXIT.

           MOVE 'STEP SKIPPED' TO WK-OUTCOME.
           MOVE ZEROS TO RETURN-CODE.
           PERFORM 260-CHECK-CYCLE-DONE THRU 260-EXIT.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  CLOSE - operations abandon the open cycle.  Its step states
      *  stay on file as they were; the next BEGIN opens a cycle on
      *  the expected processing date, or reopens this one if that is
      *  still its business date.
      ****************************************************************
       400-CLOSE-CYCLE.

           IF NOT WK-CYCLE-IS-OPEN
              MOVE 'NO CYCLE IS OPEN' TO WK-OUTCOME
              MOVE 4 TO RETURN-CODE
              GO TO 400-EXIT
           END-IF.

           PERFORM 170-READ-CONTROL-UPDATE THRU 170-EXIT.
           SET CYS-CYCLE-IS-CLOSED TO TRUE.
           MOVE WK-RUN-DATE TO CYS-END-DATE.
           MOVE WK-RUN-TIME TO CYS-END-TIME.
           MOVE 'CLOSED BY OPERATIONS' TO CYS-NOTE.
           PERFORM 175-REWRITE-CONTROL THRU 175-EXIT.
           MOVE 'X' TO WK-CYCLE-STATE.

           MOVE 'CYCLE CLOSED BY OPERATIONS' TO WK-OUTCOME.
           MOVE ZEROS TO RETURN-CODE.

       400-EXIT.
           EXIT.

      ****************************************************************
      *  The cycle's state, step by step, and where it restarts.
      ****************************************************************
       500-PRINT-STATUS.

           MOVE 'N' TO WK-RESTART-FLAG.
           PERFORM 800-PAGE-HEADING THRU 800-EXIT.

           IF WK-CYCLE-DATE = ZEROS
              MOVE 'NO CYCLE HAS RUN YET' TO REPORT-RECORD
              PERFORM 820-PRINT-RECORD THRU 820-EXIT
              GO TO 500-EXIT
           END-IF.

           PERFORM 510-PRINT-STEP THRU 510-EXIT
              VARYING WK-STEP-IX FROM 1 BY 1
              UNTIL WK-STEP-IX > WK-STEP-COUNT.

           MOVE SPACES TO REPORT-RECORD.
           PERFORM 820-PRINT-RECORD THRU 820-EXIT.
           IF NOT WK-RESTART-FOUND
              MOVE 'ALL STEPS DONE FOR THE BUSINESS DATE'
                 TO REPORT-RECORD
              PERFORM 820-PRINT-RECORD THRU 820-EXIT
           END-IF.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  One step's line; the first step not done is where the cycle
      *  restarts.
      ****************************************************************
       510-PRINT-STEP.

           MOVE SPACES TO WK-DETAIL-LINE.
           MOVE WK-ST-SEQ(WK-STEP-IX)         TO DET-SEQ.
           MOVE WK-ST-PROGRAM(WK-STEP-IX)     TO DET-PROGRAM.
           MOVE WK-ST-DESCRIPTION(WK-STEP-IX) TO DET-DESCRIPTION.
           MOVE WK-ST-MAX-RC(WK-STEP-IX)      TO DET-MAX-RC.
           MOVE WK-ST-SKIPPABLE(WK-STEP-IX)   TO DET-SKIPPABLE.

           PERFORM 150-READ-STEP-STATE THRU 150-EXIT.
           IF NOT WK-STATE-FOUND
              MOVE 'NOT RUN' TO DET-STATUS
           ELSE
              EVALUATE TRUE
                 WHEN CYS-IS-RUNNING
                    MOVE 'RUNNING'  TO DET-STATUS
                 WHEN CYS-IS-COMPLETE
                    MOVE 'COMPLETE' TO DET-STATUS
                 WHEN CYS-IS-FAILED
                    MOVE 'FAILED'   TO DET-STATUS
                 WHEN CYS-IS-SKIPPED
                    MOVE 'SKIPPED'  TO DET-STATUS
              END-EVALUATE
              IF CYS-IS-COMPLETE OR CYS-IS-FAILED
                 MOVE CYS-RETURN-CODE TO DET-RC
              END-IF
              MOVE CYS-ATTEMPTS TO DET-ATTEMPTS
              IF CYS-START-TIME NOT = ZEROS
                 MOVE CYS-START-TIME TO DET-STARTED
              END-IF
              IF CYS-END-TIME NOT = ZEROS
                 MOVE CYS-END-TIME TO DET-ENDED
              END-IF
              MOVE CYS-NOTE TO DET-NOTE
           END-IF.

           IF NOT WK-RESTART-FOUND
              IF NOT WK-STATE-FOUND
                    OR (NOT CYS-IS-COMPLETE AND NOT CYS-IS-SKIPPED)
                 SET WK-RESTART-FOUND TO TRUE
                 IF DET-NOTE = SPACES
                    MOVE '<-- CYCLE RESUMES HERE' TO DET-NOTE
                 END-IF
              END-IF
           END-IF.

           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.

       510-EXIT.
           EXIT.

      ****************************************************************
      *  Page heading.
      ****************************************************************
       800-PAGE-HEADING.

           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-RUN-DATE      TO HD1-RUN-DATE.
           MOVE WK-PAGE-COUNT    TO HD1-PAGE.
           MOVE WK-CYCLE-DATE    TO HDC-CYCLE-DATE.
           EVALUATE TRUE
              WHEN WK-CYCLE-IS-OPEN
                 MOVE 'CYCLE OPEN'     TO HDC-CYCLE-STATE
              WHEN WK-CYCLE-IS-COMPLETE
                 MOVE 'CYCLE COMPLETE' TO HDC-CYCLE-STATE
              WHEN OTHER
                 MOVE 'CYCLE CLOSED'   TO HDC-CYCLE-STATE
           END-EVALUATE.
           MOVE WK-FUNCTION-PARM TO HDL-FUNCTION.
           MOVE WK-PROGRAM-PARM  TO HDL-PROGRAM.
           MOVE WK-OUTCOME       TO HDL-OUTCOME.

           WRITE REPORT-RECORD FROM WK-HEADING-ONE
              AFTER ADVANCING PAGE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-CYCLE
              AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-CALL
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-COLUMN-HEADING
              AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 8 TO WK-LINE-COUNT.

       800-EXIT.
           EXIT.

      ****************************************************************
      *  One step line, with page control.
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
      *  One report line from REPORT-RECORD, with page control.
      ****************************************************************
       820-PRINT-RECORD.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.

       820-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every report WRITE, the same
      *  as every other file this system touches.
      ****************************************************************
       850-CHECK-REPORT-WRITE.

           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'CYCLCTL: ERROR WRITING CYCRPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       850-EXIT.
           EXIT.

      ****************************************************************
      *  Final Procedures
      ****************************************************************
       900-TERMINATION.

           CLOSE STATE-FILE REPORT-FILE.

           DISPLAY '=================================================='.
           DISPLAY 'CYCLCTL NIGHTLY CYCLE CONTROL'.
           DISPLAY '=================================================='.
           DISPLAY 'BUSINESS DATE ................ ' WK-CYCLE-DATE.
           DISPLAY 'FUNCTION ..................... ' WK-FUNCTION-PARM
                   ' ' WK-PROGRAM-PARM.
           DISPLAY 'OUTCOME ...................... ' WK-OUTCOME.
           DISPLAY 'RETURN CODE .................. ' RETURN-CODE.
           DISPLAY '=================================================='.

       900-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
