      ****************************************************************
      * Program name:    SECRPT
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - security log report.  Lists
      *                         every sign-on and every refused
      *                         attempt on SECLOG over the date range
      *                         on the command line, with the reason
      *                         in words, then totals by reason and a
      *                         line per operator of sign-ons against
      *                         violations.  SECREPT is the report.
      *                         RETURN-CODE 0 clean, 4 when the range
      *                         holds any violation, 8 bad parameter,
      *                         16 file failure.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SECRPT.
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
           SELECT SECLOG-FILE     ASSIGN TO "SECLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-SECLOG-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "SECREPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SECLOG-FILE
           RECORDING MODE IS F.
           COPY SECLREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-SECLOG-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.

       01  WK-PARM-CONTROLS.
           05  WK-PARM-LINE        PIC X(40)  VALUE SPACES.
           05  WK-FROM-PARM        PIC X(08)  VALUE SPACES.
           05  WK-TO-PARM          PIC X(08)  VALUE SPACES.
           05  WK-FROM-DATE        PIC 9(08)  VALUE ZEROS.
           05  WK-TO-DATE          PIC 9(08)  VALUE 99999999.

       01  WK-RUN-CONTROLS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.

      *    The violation reasons in words, in SLG-REASON-CODE order,
      *    each with its count for the range.
       01  WK-REASON-VALUES.
           05  FILLER              PIC X(40)  VALUE
               'USER ID IS NOT ON OPSEC                 '.
           05  FILLER              PIC X(40)  VALUE
               'PASSWORD IS WRONG                       '.
           05  FILLER              PIC X(40)  VALUE
               'OPERATOR IS REVOKED                     '.
           05  FILLER              PIC X(40)  VALUE
               'NO AUTHORITY FOR THE PROGRAM            '.
           05  FILLER              PIC X(40)  VALUE
               'FUNCTION IS NOT IN THE PROFILE          '.
           05  FILLER              PIC X(40)  VALUE
               'PASSWORD WRONG - OPERATOR NOW REVOKED   '.
       01  WK-REASON-TABLE REDEFINES WK-REASON-VALUES.
           05  WK-REASON-TEXT      PIC X(40)  OCCURS 6.

       01  WK-REASON-CONTROLS.
           05  WK-REASON-MAX       PIC 9(02)  VALUE 6.
           05  WK-REASON-IX        PIC 9(02)  VALUE ZEROS.
           05  WK-REASON-COUNT     PIC 9(09)  OCCURS 6.
           05  WK-REASON-OTHER     PIC 9(09)  VALUE ZEROS.

      *    Sign-ons and violations per user ID.  User IDs past the
      *    table's capacity are counted together on one line.
       01  WK-USER-TABLE.
           05  WK-UT-MAX           PIC 9(03)  VALUE 100.
           05  WK-UT-COUNT         PIC 9(03)  VALUE ZEROS.
           05  WK-UT-IX            PIC 9(03)  VALUE ZEROS.
           05  WK-UT-HIT           PIC 9(03)  VALUE ZEROS.
           05  WK-UT-ENTRY OCCURS 100.
              10  WK-UT-USER-ID    PIC X(08).
              10  WK-UT-SIGNONS    PIC 9(09).
              10  WK-UT-VIOLATIONS PIC 9(09).
              10  WK-UT-LAST-DATE  PIC 9(08).
           05  WK-UT-OTHER-SIGNONS PIC 9(09)  VALUE ZEROS.
           05  WK-UT-OTHER-VIOLS   PIC 9(09)  VALUE ZEROS.

       01  WK-RUN-COUNTERS.
           05  WK-LOG-READ         PIC 9(09)  VALUE ZEROS.
           05  WK-SELECTED         PIC 9(09)  VALUE ZEROS.
           05  WK-SIGNONS          PIC 9(09)  VALUE ZEROS.
           05  WK-VIOLATIONS       PIC 9(09)  VALUE ZEROS.

      *    SLG-LOG-TIME is HHMMSSTT - shown as HH.MM.SS.
       01  WK-TIME-WORK.
           05  WK-LOG-TIME         PIC 9(08)  VALUE ZEROS.
           05  WK-LOG-TIME-PARTS REDEFINES WK-LOG-TIME.
              10  WK-LOG-HH        PIC 9(02).
              10  WK-LOG-MM        PIC 9(02).
              10  WK-LOG-SS        PIC 9(02).
              10  WK-LOG-TT        PIC 9(02).

       01  WK-REPORT-CONTROLS.
           05  WK-LINE-COUNT       PIC 9(03)  VALUE 99.
           05  WK-LINES-PER-PAGE   PIC 9(03)  VALUE 55.
           05  WK-PAGE-COUNT       PIC 9(05)  VALUE ZEROS.
           05  WK-COLUMN-HEADING   PIC X(132) VALUE SPACES.

       01  WK-HEADING-ONE.
           05  FILLER              PIC X(44)  VALUE
               'SECRPT - OPERATOR SIGN-ON AND VIOLATIONS    '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  HD1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(19)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HD1-PAGE            PIC ZZZZ9.

       01  WK-HEADING-RANGE.
           05  FILLER              PIC X(27)  VALUE
               'SECLOG EVENTS FROM         '.
           05  HDR-FROM-DATE       PIC 9(08).
           05  FILLER              PIC X(04)  VALUE ' TO '.
           05  HDR-TO-DATE         PIC 9(08).

       01  WK-HEADING-DETAIL.
           05  FILLER              PIC X(10)  VALUE 'DATE      '.
           05  FILLER              PIC X(10)  VALUE 'TIME      '.
           05  FILLER              PIC X(11)  VALUE 'EVENT      '.
           05  FILLER              PIC X(10)  VALUE 'PROGRAM   '.
           05  FILLER              PIC X(10)  VALUE 'USER ID   '.
           05  FILLER              PIC X(03)  VALUE 'FN '.
           05  FILLER              PIC X(10)  VALUE 'OBJECT    '.
           05  FILLER              PIC X(40)  VALUE
               'RC REASON                               '.

      *    One SECLOG event.  A sign-on shows the authority it was
      *    granted under FN; a violation shows the function refused
      *    and the reason.
       01  WK-DETAIL-LINE.
           05  DET-LOG-DATE        PIC 9(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-LOG-HH          PIC 9(02).
           05  FILLER              PIC X(01)  VALUE '.'.
           05  DET-LOG-MM          PIC 9(02).
           05  FILLER              PIC X(01)  VALUE '.'.
           05  DET-LOG-SS          PIC 9(02).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-EVENT           PIC X(09).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-PROGRAM         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-USER-ID         PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-FUNCTION        PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-OBJECT          PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-REASON-CODE     PIC X(02).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  DET-REASON-TEXT     PIC X(40).

       01  WK-HEADING-REASON.
           05  FILLER              PIC X(03)  VALUE 'RC '.
           05  FILLER              PIC X(40)  VALUE
               'VIOLATION REASON                        '.
           05  FILLER              PIC X(13)  VALUE
               '        COUNT'.

       01  WK-REASON-LINE.
           05  RSL-CODE            PIC X(02).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  RSL-TEXT            PIC X(40).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  RSL-COUNT           PIC ZZZ.ZZZ.ZZ9.

       01  WK-HEADING-USER.
           05  FILLER              PIC X(12)  VALUE 'USER ID     '.
           05  FILLER              PIC X(13)  VALUE
               '     SIGN-ONS'.
           05  FILLER              PIC X(13)  VALUE
               '   VIOLATIONS'.
           05  FILLER              PIC X(12)  VALUE
               '  LAST EVENT'.

       01  WK-USER-LINE.
           05  USL-USER-ID         PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  USL-SIGNONS         PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  USL-VIOLATIONS      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(04)  VALUE SPACES.
           05  USL-LAST-DATE       PIC X(08).

       01  WK-TOTAL-LINE.
           05  TOL-LABEL           PIC X(30).
           05  TOL-COUNT           PIC ZZZ.ZZZ.ZZ9.

       01  WK-NOTE-LINE            PIC X(132) VALUE SPACES.

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 030-LOG-START       THRU 030-EXIT.
           PERFORM 000-HOUSEKEEPING    THRU 000-EXIT.
           PERFORM 100-LIST-EVENTS     THRU 100-EXIT.
           PERFORM 500-PRINT-REASONS   THRU 500-EXIT.
           PERFORM 600-PRINT-USERS     THRU 600-EXIT.
           PERFORM 900-TERMINATION     THRU 900-EXIT.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - the date range comes from the command
      *  line (from-date and to-date, YYYYMMDD).  Either may be left
      *  off: no from-date starts at the earliest event, no to-date
      *  runs to the latest.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
              INTO WK-FROM-PARM WK-TO-PARM.

           IF WK-FROM-PARM NOT = SPACES
              IF WK-FROM-PARM IS NOT NUMERIC
                 DISPLAY 'SECRPT: FROM-DATE MUST BE YYYYMMDD - '
                         WK-FROM-PARM
                 PERFORM 090-REFUSE-RUN THRU 090-EXIT
              END-IF
              MOVE WK-FROM-PARM TO WK-FROM-DATE
           END-IF.
           IF WK-TO-PARM NOT = SPACES
              IF WK-TO-PARM IS NOT NUMERIC
                 DISPLAY 'SECRPT: TO-DATE MUST BE YYYYMMDD - '
                         WK-TO-PARM
                 PERFORM 090-REFUSE-RUN THRU 090-EXIT
              END-IF
              MOVE WK-TO-PARM TO WK-TO-DATE
           END-IF.
           IF WK-FROM-DATE > WK-TO-DATE
              DISPLAY 'SECRPT: FROM-DATE ' WK-FROM-DATE
                      ' IS AFTER TO-DATE ' WK-TO-DATE
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.

           PERFORM VARYING WK-REASON-IX FROM 1 BY 1
                   UNTIL WK-REASON-IX > WK-REASON-MAX
              MOVE ZEROS TO WK-REASON-COUNT (WK-REASON-IX)
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'SECRPT: UNABLE TO OPEN SECREPT, STATUS = '
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
           MOVE 'SECRPT'  TO RNL-PROGRAM.
           MOVE ZEROS     TO RNL-RECORDS-READ.
           MOVE ZEROS     TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS     TO RNL-REJECTS.
           MOVE ZEROS     TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'SECRPT: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       030-EXIT.
           EXIT.

      ****************************************************************
      *  Refuse the run - a bad parameter.
      ****************************************************************
       090-REFUSE-RUN.

           DISPLAY 'SECRPT: REPORT NOT RUN'.
           MOVE 8 TO RETURN-CODE.
           PERFORM 950-LOG-END THRU 950-EXIT.
           STOP RUN.

       090-EXIT.
           EXIT.

      ****************************************************************
      *  List SECLOG.  No SECLOG yet means nobody has signed on since
      *  security went in - a report with nothing on it, not an
      *  error.
      ****************************************************************
       100-LIST-EVENTS.

           MOVE WK-HEADING-DETAIL TO WK-COLUMN-HEADING.

           OPEN INPUT SECLOG-FILE.
           IF WK-SECLOG-STATUS = '35'
              MOVE 'NO SECLOG ON FILE - NO SIGN-ONS OR VIOLATIONS '
                   TO WK-NOTE-LINE
              PERFORM 820-PRINT-NOTE THRU 820-EXIT
              GO TO 100-EXIT
           END-IF.
           IF WK-SECLOG-STATUS NOT = '00'
              DISPLAY 'SECRPT: UNABLE TO OPEN SECLOG, STATUS = '
                      WK-SECLOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WK-EOF-SWITCH.
           PERFORM 110-READ-EVENT THRU 110-EXIT
              UNTIL WK-END-OF-FILE.
           CLOSE SECLOG-FILE.

           IF WK-SELECTED = ZEROS
              MOVE 'NO SECLOG EVENTS IN THE DATE RANGE'
                   TO WK-NOTE-LINE
              PERFORM 820-PRINT-NOTE THRU 820-EXIT
           END-IF.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  One SECLOG event - selected on its date, listed, and counted
      *  by reason and by user ID.
      ****************************************************************
       110-READ-EVENT.

           READ SECLOG-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 110-EXIT
           END-READ.
           IF WK-SECLOG-STATUS NOT = '00'
              DISPLAY 'SECRPT: ERROR READING SECLOG, STATUS = '
                      WK-SECLOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-LOG-READ.

           IF SLG-LOG-DATE < WK-FROM-DATE
              OR SLG-LOG-DATE > WK-TO-DATE
              GO TO 110-EXIT
           END-IF.
           ADD 1 TO WK-SELECTED.

           MOVE SPACES           TO WK-DETAIL-LINE.
           MOVE SLG-LOG-DATE     TO DET-LOG-DATE.
           MOVE SLG-LOG-TIME     TO WK-LOG-TIME.
           MOVE WK-LOG-HH        TO DET-LOG-HH.
           MOVE WK-LOG-MM        TO DET-LOG-MM.
           MOVE WK-LOG-SS        TO DET-LOG-SS.
           MOVE SLG-PROGRAM      TO DET-PROGRAM.
           MOVE SLG-USER-ID      TO DET-USER-ID.
           MOVE SLG-FUNCTION     TO DET-FUNCTION.
           MOVE SLG-OBJECT       TO DET-OBJECT.

           IF SLG-IS-SIGNON
              MOVE 'SIGN-ON'     TO DET-EVENT
              ADD 1 TO WK-SIGNONS
           ELSE
              MOVE 'VIOLATION'   TO DET-EVENT
              ADD 1 TO WK-VIOLATIONS
              MOVE SLG-REASON-CODE TO DET-REASON-CODE
              IF SLG-REASON-CODE > ZEROS
                 AND SLG-REASON-CODE NOT > WK-REASON-MAX
                 MOVE WK-REASON-TEXT (SLG-REASON-CODE)
                                 TO DET-REASON-TEXT
                 ADD 1 TO WK-REASON-COUNT (SLG-REASON-CODE)
              ELSE
                 MOVE 'REASON NOT KNOWN' TO DET-REASON-TEXT
                 ADD 1 TO WK-REASON-OTHER
              END-IF
           END-IF.

           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.
           PERFORM 200-COUNT-USER   THRU 200-EXIT.

       110-EXIT.
           EXIT.

      ****************************************************************
      *  Count the event against its user ID - a refused sign-on
      *  counts against the user ID that was keyed, known or not.
      ****************************************************************
       200-COUNT-USER.

           MOVE ZEROS TO WK-UT-HIT.
           PERFORM VARYING WK-UT-IX FROM 1 BY 1
                   UNTIL WK-UT-IX > WK-UT-COUNT
                      OR WK-UT-HIT NOT = ZEROS
              IF WK-UT-USER-ID (WK-UT-IX) = SLG-USER-ID
                 MOVE WK-UT-IX TO WK-UT-HIT
              END-IF
           END-PERFORM.

           IF WK-UT-HIT = ZEROS
              IF WK-UT-COUNT < WK-UT-MAX
                 ADD 1 TO WK-UT-COUNT
                 MOVE WK-UT-COUNT TO WK-UT-HIT
                 MOVE SLG-USER-ID TO WK-UT-USER-ID (WK-UT-HIT)
                 MOVE ZEROS       TO WK-UT-SIGNONS (WK-UT-HIT)
                 MOVE ZEROS       TO WK-UT-VIOLATIONS (WK-UT-HIT)
              ELSE
                 IF SLG-IS-SIGNON
                    ADD 1 TO WK-UT-OTHER-SIGNONS
                 ELSE
                    ADD 1 TO WK-UT-OTHER-VIOLS
                 END-IF
                 GO TO 200-EXIT
              END-IF
           END-IF.

           IF SLG-IS-SIGNON
              ADD 1 TO WK-UT-SIGNONS (WK-UT-HIT)
           ELSE
              ADD 1 TO WK-UT-VIOLATIONS (WK-UT-HIT)
           END-IF.
           MOVE SLG-LOG-DATE TO WK-UT-LAST-DATE (WK-UT-HIT).

       200-EXIT.
           EXIT.

      ****************************************************************
      *  Violations by reason for the range.
      ****************************************************************
       500-PRINT-REASONS.

           MOVE WK-HEADING-REASON TO WK-COLUMN-HEADING.
           PERFORM 800-PAGE-HEADING THRU 800-EXIT.

           PERFORM VARYING WK-REASON-IX FROM 1 BY 1
                   UNTIL WK-REASON-IX > WK-REASON-MAX
              MOVE SPACES TO WK-REASON-LINE
              MOVE WK-REASON-IX TO RSL-CODE
              MOVE WK-REASON-TEXT (WK-REASON-IX) TO RSL-TEXT
              MOVE WK-REASON-COUNT (WK-REASON-IX) TO RSL-COUNT
              PERFORM 830-PRINT-REASON THRU 830-EXIT
           END-PERFORM.

           IF WK-REASON-OTHER NOT = ZEROS
              MOVE SPACES TO WK-REASON-LINE
              MOVE '**'   TO RSL-CODE
              MOVE 'REASON NOT KNOWN' TO RSL-TEXT
              MOVE WK-REASON-OTHER TO RSL-COUNT
              PERFORM 830-PRINT-REASON THRU 830-EXIT
           END-IF.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  Sign-ons against violations per user ID, in the order the
      *  user IDs first appear on SECLOG.
      ****************************************************************
       600-PRINT-USERS.

           MOVE WK-HEADING-USER TO WK-COLUMN-HEADING.
           PERFORM 800-PAGE-HEADING THRU 800-EXIT.

           PERFORM VARYING WK-UT-IX FROM 1 BY 1
                   UNTIL WK-UT-IX > WK-UT-COUNT
              MOVE SPACES TO WK-USER-LINE
              MOVE WK-UT-USER-ID (WK-UT-IX)    TO USL-USER-ID
              MOVE WK-UT-SIGNONS (WK-UT-IX)    TO USL-SIGNONS
              MOVE WK-UT-VIOLATIONS (WK-UT-IX) TO USL-VIOLATIONS
              MOVE WK-UT-LAST-DATE (WK-UT-IX)  TO USL-LAST-DATE
              PERFORM 840-PRINT-USER THRU 840-EXIT
           END-PERFORM.

           IF WK-UT-OTHER-SIGNONS NOT = ZEROS
              OR WK-UT-OTHER-VIOLS NOT = ZEROS
              MOVE SPACES TO WK-USER-LINE
              MOVE 'ALL OTHERS'        TO USL-USER-ID
              MOVE WK-UT-OTHER-SIGNONS TO USL-SIGNONS
              MOVE WK-UT-OTHER-VIOLS   TO USL-VIOLATIONS
              PERFORM 840-PRINT-USER THRU 840-EXIT
           END-IF.

       600-EXIT.
           EXIT.

      ****************************************************************
      *  Page Heading
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
      *  One event line, with page control.
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
      *  One note line, with page control.
      ****************************************************************
       820-PRINT-NOTE.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           WRITE REPORT-RECORD FROM WK-NOTE-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.

       820-EXIT.
           EXIT.

      ****************************************************************
      *  One reason line, with page control.
      ****************************************************************
       830-PRINT-REASON.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           WRITE REPORT-RECORD FROM WK-REASON-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.

       830-EXIT.
           EXIT.

      ****************************************************************
      *  One user line, with page control.
      ****************************************************************
       840-PRINT-USER.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           WRITE REPORT-RECORD FROM WK-USER-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.

       840-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every report WRITE, the same
      *  as every other file this system touches.
      ****************************************************************
       850-CHECK-REPORT-WRITE.

           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'SECRPT: ERROR WRITING SECREPT, STATUS = '
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
      *  Final Procedures - the run's counts.  Any violation in the
      *  range ends the step with 4 so it is looked at.
      ****************************************************************
       900-TERMINATION.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'SECLOG EVENTS READ .......... ' TO TOL-LABEL.
           MOVE WK-LOG-READ TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'EVENTS IN THE DATE RANGE .... ' TO TOL-LABEL.
           MOVE WK-SELECTED TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'SIGN-ONS .................... ' TO TOL-LABEL.
           MOVE WK-SIGNONS TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'VIOLATIONS .................. ' TO TOL-LABEL.
           MOVE WK-VIOLATIONS TO TOL-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           CLOSE REPORT-FILE.

           IF WK-VIOLATIONS NOT = ZEROS
              MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY '=================================================='.
           DISPLAY 'SECRPT OPERATOR SIGN-ON AND VIOLATIONS'.
           DISPLAY '=================================================='.
           DISPLAY 'EVENTS FROM .................. ' WK-FROM-DATE.
           DISPLAY 'EVENTS TO .................... ' WK-TO-DATE.
           DISPLAY 'SECLOG EVENTS READ ........... ' WK-LOG-READ.
           DISPLAY 'SIGN-ONS ..................... ' WK-SIGNONS.
           DISPLAY 'VIOLATIONS ................... ' WK-VIOLATIONS.
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
           MOVE 'SECRPT'  TO RNL-PROGRAM.
           MOVE WK-LOG-READ   TO RNL-RECORDS-READ.
           MOVE WK-SELECTED   TO RNL-RECORDS-WRITTEN.
           MOVE WK-VIOLATIONS TO RNL-REJECTS.
           MOVE RETURN-CODE   TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'SECRPT: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       950-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
