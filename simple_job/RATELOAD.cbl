      ****************************************************************
      * Program name:    RATELOAD
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - bulk rate load.  Reads new
      *                         dated rate versions from RATEIN (the
      *                         RLDREC layout - code, effective date,
      *                         expiry, and a single rate or up to
      *                         five band limit/rate pairs) and loads
      *                         them to RATEFILE under the rules
      *                         RATEMNT holds a keyed version to: a
      *                         code's versions may not overlap, so a
      *                         new version must be later than every
      *                         version already on file for the code;
      *                         band limits ascend; and the version in
      *                         force before it is expired correctly,
      *                         its expiry brought back to the day
      *                         before the new effective date when it
      *                         ran on past it.  The command line
      *                         chooses the mode - DRYRUN (the
      *                         default) reports what would change
      *                         without touching RATEFILE, UPDATE
      *                         writes it.  RLDREPT lists every line
      *                         accepted or rejected with the reason,
      *                         the before and after of each code
      *                         changed, and the control counts.
      *                         RETURN-CODE 0 clean, 4 lines rejected,
      *                         8 run refused, 16 file failure.
      * 15/10/26  MAINT         Versions loaded, and prior versions
      *                         whose expiry the load brought back,
      *                         are stamped RATELOAD with the run
      *                         date as who last changed them, and
      *                         each loaded band likewise.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RATELOAD.
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
           SELECT LOAD-FILE       ASSIGN TO "RATEIN"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-LOAD-STATUS.

           SELECT RATE-FILE       ASSIGN TO "RATEFILE"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS RATE-KEY
                                   FILE STATUS IS WK-RATE-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "RLDREPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE
           RECORDING MODE IS F.
           COPY RLDREC.

       FD  RATE-FILE.
           COPY RATEREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-LOAD-STATUS      PIC X(02)  VALUE SPACES.
           05  WK-RATE-STATUS      PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-HISTORY-EOF      PIC X(01)  VALUE 'N'.
              88  WK-HISTORY-AT-END           VALUE 'Y'.
           05  WK-RATEFILE-FLAG    PIC X(01)  VALUE 'N'.
              88  WK-RATEFILE-PRESENT         VALUE 'Y'.
           05  WK-CAP-FLAG         PIC X(01)  VALUE 'N'.
              88  WK-PRIOR-IS-CAPPED          VALUE 'Y'.
           05  WK-FULL-FLAG        PIC X(01)  VALUE 'N'.
              88  WK-RUN-TABLE-FULL           VALUE 'Y'.
           05  WK-LINE-ERROR       PIC X(60)  VALUE SPACES.

       01  WK-PARM-CONTROLS.
           05  WK-PARM-LINE        PIC X(40)  VALUE SPACES.
           05  WK-MODE             PIC X(06)  VALUE SPACES.
              88  WK-MODE-DRY-RUN             VALUE 'DRYRUN'.
              88  WK-MODE-UPDATE              VALUE 'UPDATE'.

       01  WK-RUN-CONTROLS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-NEW-EXP-DATE     PIC 9(08)  VALUE ZEROS.
           05  WK-PRIOR-NEW-EXP    PIC 9(08)  VALUE ZEROS.
           05  WK-DAY-NUMBER       PIC 9(09)  VALUE ZEROS.
           05  WK-BAND-IX          PIC 9(02)  VALUE ZEROS.

      *    Calendar check of a keyed date.
       01  WK-DATE-CHECK           PIC 9(08)  VALUE ZEROS.
       01  WK-DATE-PARTS REDEFINES WK-DATE-CHECK.
           05  WK-CHECK-YEAR       PIC 9(04).
           05  WK-CHECK-MONTH      PIC 9(02).
           05  WK-CHECK-DAY        PIC 9(02).
       01  WK-DATE-VALID           PIC X(01)  VALUE 'N'.
           88  WK-DATE-IS-VALID               VALUE 'Y'.

      *    What RATEFILE (or, on a dry run, an earlier line of this
      *    load) holds for the code: the latest version before the
      *    new effective date, and any version on or after it.
       01  WK-LATEST-VERSION.
           05  WK-LATEST-FOUND     PIC X(01)  VALUE 'N'.
              88  WK-LATEST-IS-FOUND          VALUE 'Y'.
           05  WK-LATEST-SOURCE    PIC X(01)  VALUE SPACE.
              88  WK-LATEST-FROM-RUN          VALUE 'R'.
           05  WK-LATEST-EFF-DATE  PIC 9(08)  VALUE ZEROS.
           05  WK-LATEST-EXP-DATE  PIC 9(08)  VALUE ZEROS.
           05  WK-LATEST-VALUE     PIC S9(05)V99 VALUE ZEROS.
           05  WK-LATEST-TYPE      PIC X(01)  VALUE SPACE.
           05  WK-LATEST-STATUS    PIC X(01)  VALUE SPACE.
           05  WK-LATEST-BANDS     PIC 9(02)  VALUE ZEROS.
           05  WK-LATER-FOUND      PIC X(01)  VALUE 'N'.
              88  WK-LATER-IS-FOUND           VALUE 'Y'.
           05  WK-LATER-EFF-DATE   PIC 9(08)  VALUE ZEROS.

      *    Versions accepted earlier in a dry run - RATEFILE is not
      *    written, so a later line for the same code checks against
      *    these as well.
       01  WK-RUN-TABLE.
           05  WK-RUN-MAX          PIC 9(04)  VALUE 1000.
           05  WK-RUN-COUNT        PIC 9(04)  VALUE ZEROS.
           05  WK-RUN-IX           PIC 9(04)  VALUE ZEROS.
           05  WK-RUN-HIT          PIC 9(04)  VALUE ZEROS.
           05  WK-RUN-ENTRY OCCURS 1000.
              10  WK-RUN-CODE      PIC X(04).
              10  WK-RUN-EFF-DATE  PIC 9(08).
              10  WK-RUN-EXP-DATE  PIC 9(08).
              10  WK-RUN-VALUE     PIC S9(05)V99.
              10  WK-RUN-TYPE      PIC X(01).
              10  WK-RUN-BANDS     PIC 9(02).

       01  WK-LOAD-COUNTERS.
           05  WK-LINES-READ       PIC 9(09)  VALUE ZEROS.
           05  WK-LINES-ACCEPTED   PIC 9(09)  VALUE ZEROS.
           05  WK-LINES-REJECTED   PIC 9(09)  VALUE ZEROS.
           05  WK-NEW-CODES        PIC 9(09)  VALUE ZEROS.
           05  WK-VERSIONS-ADDED   PIC 9(09)  VALUE ZEROS.
           05  WK-PRIORS-EXPIRED   PIC 9(09)  VALUE ZEROS.

       01  WK-EDIT-MASKS.
           05  WK-VALUE-MASK       PIC -(06)9,99.
           05  WK-LIMIT-MASK       PIC -(07)9,99.
           05  WK-BAND-MASK        PIC Z9.

       01  WK-REPORT-CONTROLS.
           05  WK-LINE-COUNT       PIC 9(03)  VALUE 99.
           05  WK-LINES-PER-PAGE   PIC 9(03)  VALUE 55.
           05  WK-PAGE-COUNT       PIC 9(05)  VALUE ZEROS.

       01  WK-HEADING-ONE.
           05  FILLER              PIC X(44)  VALUE
               'RATELOAD - BULK RATE LOAD REPORT            '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  HD1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(19)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HD1-PAGE            PIC ZZZZ9.

       01  WK-HEADING-MODE.
           05  FILLER              PIC X(06)  VALUE 'MODE  '.
           05  HDM-MODE-TEXT       PIC X(50).

       01  WK-HEADING-TWO.
           05  FILLER              PIC X(08)  VALUE '  LINE  '.
           05  FILLER              PIC X(06)  VALUE 'CODE  '.
           05  FILLER              PIC X(10)  VALUE 'EFF DATE  '.
           05  FILLER              PIC X(10)  VALUE 'EXP DATE  '.
           05  FILLER              PIC X(04)  VALUE 'T   '.
           05  FILLER              PIC X(12)  VALUE '     VALUE  '.
           05  FILLER              PIC X(11)  VALUE 'DISPOSITION'.

       01  WK-DETAIL-LINE.
           05  DET-LINE-NO         PIC ZZZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-RATE-CODE       PIC X(04).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-EFF-DATE        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-EXP-DATE        PIC X(08).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-TYPE            PIC X(01).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  DET-VALUE           PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-DISPOSITION     PIC X(60).

      *    Before/after lines under an accepted load line.
       01  WK-NOTE-LINE.
           05  FILLER              PIC X(14)  VALUE SPACES.
           05  NOTE-TEXT           PIC X(100) VALUE SPACES.

       01  WK-TOTAL-LINE.
           05  TOT-LABEL           PIC X(30).
           05  TOT-COUNT           PIC ZZZ.ZZZ.ZZ9.

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 030-LOG-START      THRU 030-EXIT.
           PERFORM 000-HOUSEKEEPING   THRU 000-EXIT.

           PERFORM 100-LOAD-LINE THRU 100-EXIT
              UNTIL WK-END-OF-FILE.

           PERFORM 900-TERMINATION    THRU 900-EXIT.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - the mode comes from the command line,
      *  DRYRUN when none is given.  An update opens RATEFILE for
      *  update, creating it on first use the way RATEMNT does; a
      *  dry run only reads it, and a RATEFILE not yet created means
      *  every code would be new.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
              INTO WK-MODE.
           IF WK-MODE = SPACES
              MOVE 'DRYRUN' TO WK-MODE
           END-IF.
           IF NOT WK-MODE-DRY-RUN AND NOT WK-MODE-UPDATE
              DISPLAY 'RATELOAD: MODE MUST BE DRYRUN OR UPDATE - '
                      WK-MODE
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.

           OPEN INPUT LOAD-FILE.
           IF WK-LOAD-STATUS = '35'
              DISPLAY 'RATELOAD: RATEIN NOT FOUND - NOTHING TO LOAD'
              PERFORM 090-REFUSE-RUN THRU 090-EXIT
           END-IF.
           IF WK-LOAD-STATUS NOT = '00'
              DISPLAY 'RATELOAD: UNABLE TO OPEN RATEIN, STATUS = '
                      WK-LOAD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WK-MODE-UPDATE
              OPEN I-O RATE-FILE
              IF WK-RATE-STATUS = '35'
                 OPEN OUTPUT RATE-FILE
                 IF WK-RATE-STATUS NOT = '00'
                    DISPLAY 'RATELOAD: UNABLE TO CREATE RATEFILE, '
                            'STATUS = ' WK-RATE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 CLOSE RATE-FILE
                 OPEN I-O RATE-FILE
              END-IF
              IF WK-RATE-STATUS NOT = '00'
                 DISPLAY 'RATELOAD: UNABLE TO OPEN RATEFILE, '
                         'STATUS = ' WK-RATE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WK-RATEFILE-PRESENT TO TRUE
              MOVE 'UPDATE - RATEFILE IS UPDATED' TO HDM-MODE-TEXT
           ELSE
              OPEN INPUT RATE-FILE
              EVALUATE WK-RATE-STATUS
                 WHEN '00'
                    SET WK-RATEFILE-PRESENT TO TRUE
                 WHEN '35'
                    DISPLAY 'RATELOAD: RATEFILE NOT FOUND - EVERY '
                            'CODE IS NEW'
                 WHEN OTHER
                    DISPLAY 'RATELOAD: UNABLE TO OPEN RATEFILE, '
                            'STATUS = ' WK-RATE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
              MOVE 'DRY RUN - WHAT WOULD CHANGE, RATEFILE NOT UPDATED'
                 TO HDM-MODE-TEXT
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'RATELOAD: UNABLE TO OPEN RLDREPT, STATUS = '
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

           MOVE SPACES     TO RUNLOG-RECORD.
           MOVE 'S'        TO RNL-RECORD-TYPE.
           MOVE 'RATELOAD' TO RNL-PROGRAM.
           MOVE ZEROS      TO RNL-RECORDS-READ.
           MOVE ZEROS      TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS      TO RNL-REJECTS.
           MOVE ZEROS      TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'RATELOAD: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       030-EXIT.
           EXIT.

      ****************************************************************
      *  Refuse the run - a bad mode or nothing to load.
      ****************************************************************
       090-REFUSE-RUN.

           DISPLAY 'RATELOAD: LOAD NOT RUN - RATEFILE UNCHANGED'.
           MOVE 8 TO RETURN-CODE.
           PERFORM 950-LOG-END THRU 950-EXIT.
           STOP RUN.

       090-EXIT.
           EXIT.

      ****************************************************************
      *  One load line - edited, checked against the code's history,
      *  applied when this is an update, and reported.
      ****************************************************************
       100-LOAD-LINE.

           READ LOAD-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 100-EXIT
           END-READ.
           IF WK-LOAD-STATUS NOT = '00'
              DISPLAY 'RATELOAD: ERROR READING RATEIN, STATUS = '
                      WK-LOAD-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-LINES-READ.

           PERFORM 200-EDIT-LINE THRU 200-EXIT.
           IF WK-LINE-ERROR NOT = SPACES
              PERFORM 600-REJECT-LINE THRU 600-EXIT
              GO TO 100-EXIT
           END-IF.

           PERFORM 300-FIND-HISTORY THRU 300-EXIT.
           PERFORM 350-CHECK-HISTORY THRU 350-EXIT.
           IF WK-LINE-ERROR NOT = SPACES
              PERFORM 600-REJECT-LINE THRU 600-EXIT
              GO TO 100-EXIT
           END-IF.

           IF WK-MODE-UPDATE
              PERFORM 400-APPLY-LINE THRU 400-EXIT
           ELSE
              PERFORM 450-REMEMBER-LINE THRU 450-EXIT
           END-IF.

           ADD 1 TO WK-LINES-ACCEPTED.
           ADD 1 TO WK-VERSIONS-ADDED.
           IF NOT WK-LATEST-IS-FOUND
              ADD 1 TO WK-NEW-CODES
           END-IF.
           IF WK-PRIOR-IS-CAPPED
              ADD 1 TO WK-PRIORS-EXPIRED
           END-IF.

           PERFORM 500-REPORT-ACCEPTED THRU 500-EXIT.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  The line's own edits - the same ones RATEMNT makes on a
      *  keyed version, plus the band-table rules RATEMNT holds band
      *  maintenance to.  WK-LINE-ERROR says why on failure.
      ****************************************************************
       200-EDIT-LINE.

           MOVE SPACES TO WK-LINE-ERROR.

           IF RLD-RATE-CODE = SPACES
              MOVE 'RATE CODE IS REQUIRED' TO WK-LINE-ERROR
              GO TO 200-EXIT
           END-IF.

           IF RLD-EFF-DATE IS NOT NUMERIC
              MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                 TO WK-LINE-ERROR
              GO TO 200-EXIT
           END-IF.
           MOVE RLD-EFF-DATE TO WK-DATE-CHECK.
           PERFORM 250-CHECK-DATE THRU 250-EXIT.
           IF NOT WK-DATE-IS-VALID
              MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                 TO WK-LINE-ERROR
              GO TO 200-EXIT
           END-IF.

           IF RLD-EXP-DATE IS NOT NUMERIC
              MOVE 'EXPIRY DATE IS NOT A VALID DATE' TO WK-LINE-ERROR
              GO TO 200-EXIT
           END-IF.
           IF RLD-EXP-DATE = ZEROS OR RLD-EXP-DATE = 99999999
              MOVE 99999999 TO WK-NEW-EXP-DATE
           ELSE
              MOVE RLD-EXP-DATE TO WK-DATE-CHECK
              PERFORM 250-CHECK-DATE THRU 250-EXIT
              IF NOT WK-DATE-IS-VALID
                 MOVE 'EXPIRY DATE IS NOT A VALID DATE'
                    TO WK-LINE-ERROR
                 GO TO 200-EXIT
              END-IF
              MOVE RLD-EXP-DATE TO WK-NEW-EXP-DATE
           END-IF.
           IF WK-NEW-EXP-DATE < RLD-EFF-DATE
              MOVE 'EXPIRY IS BEFORE EFFECTIVE DATE' TO WK-LINE-ERROR
              GO TO 200-EXIT
           END-IF.

           IF NOT RLD-IS-SINGLE AND NOT RLD-IS-BANDED
              MOVE 'RATE TYPE MUST BE S, B OR SPACE' TO WK-LINE-ERROR
              GO TO 200-EXIT
           END-IF.

           IF RLD-IS-SINGLE
              IF RLD-RATE-VALUE IS NOT NUMERIC
                 MOVE 'RATE VALUE IS NOT NUMERIC' TO WK-LINE-ERROR
              END-IF
              GO TO 200-EXIT
           END-IF.

           IF RLD-BAND-COUNT IS NOT NUMERIC
              MOVE 'BAND COUNT MUST BE 1 TO 5' TO WK-LINE-ERROR
              GO TO 200-EXIT
           END-IF.
           IF RLD-BAND-COUNT < 1 OR RLD-BAND-COUNT > 5
              MOVE 'BAND COUNT MUST BE 1 TO 5' TO WK-LINE-ERROR
              GO TO 200-EXIT
           END-IF.
           PERFORM VARYING WK-BAND-IX FROM 1 BY 1
                 UNTIL WK-BAND-IX > RLD-BAND-COUNT
                    OR WK-LINE-ERROR NOT = SPACES
              IF RLD-BAND-LIMIT(WK-BAND-IX) IS NOT NUMERIC
                    OR RLD-BAND-VALUE(WK-BAND-IX) IS NOT NUMERIC
                 MOVE 'BAND LIMIT OR RATE IS NOT NUMERIC'
                    TO WK-LINE-ERROR
              ELSE
                 IF RLD-BAND-LIMIT(WK-BAND-IX) NOT > ZEROS
                    MOVE 'BAND LIMIT IS REQUIRED' TO WK-LINE-ERROR
                 END-IF
                 IF WK-BAND-IX > 1
                    IF RLD-BAND-LIMIT(WK-BAND-IX) NOT >
                          RLD-BAND-LIMIT(WK-BAND-IX - 1)
                       MOVE 'BAND LIMIT MUST EXCEED THE BAND BELOW'
                          TO WK-LINE-ERROR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  Calendar check of WK-DATE-CHECK - a real month, and a day
      *  that exists in it.
      ****************************************************************
       250-CHECK-DATE.

           MOVE 'N' TO WK-DATE-VALID.

           IF WK-CHECK-YEAR < 1900
                 OR WK-CHECK-MONTH < 1 OR WK-CHECK-MONTH > 12
                 OR WK-CHECK-DAY < 1
              GO TO 250-EXIT
           END-IF.

           EVALUATE WK-CHECK-MONTH
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 IF WK-CHECK-DAY > 30
                    GO TO 250-EXIT
                 END-IF
              WHEN 2
                 IF (FUNCTION MOD(WK-CHECK-YEAR 4) = 0
                       AND FUNCTION MOD(WK-CHECK-YEAR 100) NOT = 0)
                       OR FUNCTION MOD(WK-CHECK-YEAR 400) = 0
                    IF WK-CHECK-DAY > 29
                       GO TO 250-EXIT
                    END-IF
                 ELSE
                    IF WK-CHECK-DAY > 28
                       GO TO 250-EXIT
                    END-IF
                 END-IF
              WHEN OTHER
                 IF WK-CHECK-DAY > 31
                    GO TO 250-EXIT
                 END-IF
           END-EVALUATE.

           SET WK-DATE-IS-VALID TO TRUE.

       250-EXIT.
           EXIT.

      ****************************************************************
      *  Walk the code's dated history on RATEFILE.  Versions arrive
      *  in effective-date order, so the last one before the new
      *  effective date is the version the load supersedes, and the
      *  first one on or after it is an overlap.  On a dry run a
      *  later version accepted earlier in this load counts too.
      ****************************************************************
       300-FIND-HISTORY.

           MOVE 'N'   TO WK-LATEST-FOUND.
           MOVE SPACE TO WK-LATEST-SOURCE.
           MOVE 'N'   TO WK-LATER-FOUND.
           MOVE ZEROS TO WK-LATER-EFF-DATE.
           MOVE 'N'   TO WK-HISTORY-EOF.

           IF WK-RATEFILE-PRESENT
              MOVE RLD-RATE-CODE TO RATE-CODE
              MOVE ZEROS         TO RATE-EFF-DATE
              START RATE-FILE KEY NOT LESS THAN RATE-KEY
                 INVALID KEY
                    SET WK-HISTORY-AT-END TO TRUE
              END-START
              PERFORM 310-SCAN-HISTORY THRU 310-EXIT
                 UNTIL WK-HISTORY-AT-END
           END-IF.

           IF WK-MODE-DRY-RUN
              PERFORM 320-CHECK-RUN-TABLE THRU 320-EXIT
           END-IF.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  One version of the code's history.
      ****************************************************************
       310-SCAN-HISTORY.

           READ RATE-FILE NEXT
              AT END
                 SET WK-HISTORY-AT-END TO TRUE
                 GO TO 310-EXIT
           END-READ.
           IF WK-RATE-STATUS NOT = '00'
              DISPLAY 'RATELOAD: ERROR READING RATEFILE, STATUS = '
                      WK-RATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF RATE-CODE NOT = RLD-RATE-CODE
              SET WK-HISTORY-AT-END TO TRUE
              GO TO 310-EXIT
           END-IF.

           IF RATE-EFF-DATE NOT < RLD-EFF-DATE
              SET WK-LATER-IS-FOUND TO TRUE
              MOVE RATE-EFF-DATE TO WK-LATER-EFF-DATE
              SET WK-HISTORY-AT-END TO TRUE
              GO TO 310-EXIT
           END-IF.

           SET WK-LATEST-IS-FOUND TO TRUE.
           MOVE 'F'             TO WK-LATEST-SOURCE.
           MOVE RATE-EFF-DATE   TO WK-LATEST-EFF-DATE.
           MOVE RATE-EXP-DATE   TO WK-LATEST-EXP-DATE.
           MOVE RATE-VALUE      TO WK-LATEST-VALUE.
           MOVE RATE-TYPE       TO WK-LATEST-TYPE.
           MOVE RATE-STATUS     TO WK-LATEST-STATUS.
           IF RATE-BAND-COUNT IS NUMERIC
              MOVE RATE-BAND-COUNT TO WK-LATEST-BANDS
           ELSE
              MOVE ZEROS           TO WK-LATEST-BANDS
           END-IF.

       310-EXIT.
           EXIT.

      ****************************************************************
      *  Dry run only - the version of this code accepted earlier in
      *  the load, if any, is later than anything on RATEFILE.
      ****************************************************************
       320-CHECK-RUN-TABLE.

           MOVE ZEROS TO WK-RUN-HIT.
           PERFORM VARYING WK-RUN-IX FROM 1 BY 1
                 UNTIL WK-RUN-IX > WK-RUN-COUNT
                    OR WK-RUN-HIT NOT = ZEROS
              IF WK-RUN-CODE(WK-RUN-IX) = RLD-RATE-CODE
                 MOVE WK-RUN-IX TO WK-RUN-HIT
              END-IF
           END-PERFORM.
           IF WK-RUN-HIT = ZEROS
              GO TO 320-EXIT
           END-IF.

           IF WK-RUN-EFF-DATE(WK-RUN-HIT) NOT < RLD-EFF-DATE
              IF NOT WK-LATER-IS-FOUND
                 SET WK-LATER-IS-FOUND TO TRUE
                 MOVE WK-RUN-EFF-DATE(WK-RUN-HIT)
                    TO WK-LATER-EFF-DATE
              END-IF
              GO TO 320-EXIT
           END-IF.

           SET WK-LATEST-IS-FOUND TO TRUE.
           MOVE 'R'                         TO WK-LATEST-SOURCE.
           MOVE WK-RUN-EFF-DATE(WK-RUN-HIT) TO WK-LATEST-EFF-DATE.
           MOVE WK-RUN-EXP-DATE(WK-RUN-HIT) TO WK-LATEST-EXP-DATE.
           MOVE WK-RUN-VALUE(WK-RUN-HIT)    TO WK-LATEST-VALUE.
           MOVE WK-RUN-TYPE(WK-RUN-HIT)     TO WK-LATEST-TYPE.
           MOVE 'A'                         TO WK-LATEST-STATUS.
           MOVE WK-RUN-BANDS(WK-RUN-HIT)    TO WK-LATEST-BANDS.

       320-EXIT.
           EXIT.

      ****************************************************************
      *  The history rules.  A version already on file for the date,
      *  or any later version, means the new one would overlap - it
      *  is refused, the same as RATEMNT refuses a duplicate add.
      *  The version it supersedes is expired to the day before the
      *  new effective date when its expiry runs on past it.
      ****************************************************************
       350-CHECK-HISTORY.

           MOVE 'N' TO WK-CAP-FLAG.

           IF WK-LATER-IS-FOUND
              IF WK-LATER-EFF-DATE = RLD-EFF-DATE
                 MOVE 'VERSION ALREADY ON FILE FOR THIS DATE'
                    TO WK-LINE-ERROR
              ELSE
                 STRING 'OVERLAPS A LATER VERSION EFFECTIVE '
                        WK-LATER-EFF-DATE
                    DELIMITED BY SIZE INTO WK-LINE-ERROR
              END-IF
              GO TO 350-EXIT
           END-IF.

           IF WK-LATEST-IS-FOUND
                 AND WK-LATEST-EXP-DATE NOT < RLD-EFF-DATE
              COMPUTE WK-DAY-NUMBER =
                    FUNCTION INTEGER-OF-DATE(RLD-EFF-DATE) - 1
              COMPUTE WK-PRIOR-NEW-EXP =
                    FUNCTION DATE-OF-INTEGER(WK-DAY-NUMBER)
              SET WK-PRIOR-IS-CAPPED TO TRUE
           END-IF.

       350-EXIT.
           EXIT.

      ****************************************************************
      *  Update mode - expire the superseded version, then add the
      *  new one.  Both were checked above, so any failure here is a
      *  file failure.
      ****************************************************************
       400-APPLY-LINE.

           IF WK-PRIOR-IS-CAPPED
              MOVE RLD-RATE-CODE      TO RATE-CODE
              MOVE WK-LATEST-EFF-DATE TO RATE-EFF-DATE
              READ RATE-FILE
                 INVALID KEY
                    DISPLAY 'RATELOAD: VERSION ' RLD-RATE-CODE ' '
                            WK-LATEST-EFF-DATE ' VANISHED FROM '
                            'RATEFILE'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-READ
              MOVE WK-PRIOR-NEW-EXP TO RATE-EXP-DATE
              MOVE 'RATELOAD'       TO RATE-MAINT-USER
              MOVE WK-RUN-DATE      TO RATE-MAINT-DATE
              REWRITE RATE-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF WK-RATE-STATUS NOT = '00'
                 DISPLAY 'RATELOAD: ERROR REWRITING RATEFILE, '
                         'STATUS = ' WK-RATE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           MOVE SPACES             TO RATE-RECORD.
           MOVE RLD-RATE-CODE      TO RATE-CODE.
           MOVE RLD-EFF-DATE       TO RATE-EFF-DATE.
           MOVE WK-NEW-EXP-DATE    TO RATE-EXP-DATE.
           SET RATE-IS-ACTIVE TO TRUE.
           IF RLD-IS-BANDED
              MOVE 'B'             TO RATE-TYPE
              MOVE ZEROS           TO RATE-VALUE
              MOVE ZEROS           TO RATE-BAND-TABLE
              MOVE RLD-BAND-COUNT  TO RATE-BAND-COUNT
              PERFORM VARYING WK-BAND-IX FROM 1 BY 1
                    UNTIL WK-BAND-IX > RLD-BAND-COUNT
                 MOVE RLD-BAND-LIMIT(WK-BAND-IX)
                    TO RATE-BAND-LIMIT(WK-BAND-IX)
                 MOVE RLD-BAND-VALUE(WK-BAND-IX)
                    TO RATE-BAND-VALUE(WK-BAND-IX)
                 MOVE 'RATELOAD'
                    TO RATE-BAND-USER(WK-BAND-IX)
              END-PERFORM
           ELSE
              MOVE 'S'             TO RATE-TYPE
              MOVE RLD-RATE-VALUE  TO RATE-VALUE
              MOVE ZEROS           TO RATE-BAND-COUNT
              MOVE ZEROS           TO RATE-BAND-TABLE
           END-IF.
           MOVE 'RATELOAD'         TO RATE-MAINT-USER.
           MOVE WK-RUN-DATE        TO RATE-MAINT-DATE.

           WRITE RATE-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF WK-RATE-STATUS NOT = '00'
              DISPLAY 'RATELOAD: ERROR WRITING RATEFILE, STATUS = '
                      WK-RATE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       400-EXIT.
           EXIT.

      ****************************************************************
      *  Dry run - remember the accepted version so a later line for
      *  the same code sees it as the version in force.
      ****************************************************************
       450-REMEMBER-LINE.

           IF WK-RUN-HIT = ZEROS
              IF WK-RUN-COUNT NOT < WK-RUN-MAX
                 IF NOT WK-RUN-TABLE-FULL
                    DISPLAY 'RATELOAD: MORE THAN ' WK-RUN-MAX
                            ' CODES - LATER LINES FOR THE SAME CODE '
                            'ARE CHECKED AGAINST RATEFILE ONLY'
                    SET WK-RUN-TABLE-FULL TO TRUE
                 END-IF
                 GO TO 450-EXIT
              END-IF
              ADD 1 TO WK-RUN-COUNT
              MOVE WK-RUN-COUNT TO WK-RUN-HIT
              MOVE RLD-RATE-CODE TO WK-RUN-CODE(WK-RUN-HIT)
           END-IF.

           MOVE RLD-EFF-DATE    TO WK-RUN-EFF-DATE(WK-RUN-HIT).
           MOVE WK-NEW-EXP-DATE TO WK-RUN-EXP-DATE(WK-RUN-HIT).
           IF RLD-IS-BANDED
              MOVE ZEROS          TO WK-RUN-VALUE(WK-RUN-HIT)
              MOVE 'B'            TO WK-RUN-TYPE(WK-RUN-HIT)
              MOVE RLD-BAND-COUNT TO WK-RUN-BANDS(WK-RUN-HIT)
           ELSE
              MOVE RLD-RATE-VALUE TO WK-RUN-VALUE(WK-RUN-HIT)
              MOVE 'S'            TO WK-RUN-TYPE(WK-RUN-HIT)
              MOVE ZEROS          TO WK-RUN-BANDS(WK-RUN-HIT)
           END-IF.

       450-EXIT.
           EXIT.

      ****************************************************************
      *  An accepted line - the line itself, then the code before
      *  and after the load.
      ****************************************************************
       500-REPORT-ACCEPTED.

           PERFORM 550-FORMAT-LINE THRU 550-EXIT.
           IF WK-MODE-UPDATE
              MOVE 'ACCEPTED - VERSION ADDED' TO DET-DISPOSITION
           ELSE
              MOVE 'ACCEPTED - VERSION WOULD BE ADDED'
                 TO DET-DISPOSITION
           END-IF.
           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.

           MOVE SPACES TO NOTE-TEXT.
           IF WK-LATEST-IS-FOUND
              MOVE WK-LATEST-VALUE TO WK-VALUE-MASK
              IF WK-LATEST-TYPE = 'B'
                 MOVE WK-LATEST-BANDS TO WK-BAND-MASK
                 STRING 'BEFORE  IN FORCE FROM ' WK-LATEST-EFF-DATE
                        '  EXPIRES ' WK-LATEST-EXP-DATE
                        '  STATUS ' WK-LATEST-STATUS
                        '  BANDED, ' WK-BAND-MASK ' BANDS'
                    DELIMITED BY SIZE INTO NOTE-TEXT
              ELSE
                 STRING 'BEFORE  IN FORCE FROM ' WK-LATEST-EFF-DATE
                        '  EXPIRES ' WK-LATEST-EXP-DATE
                        '  STATUS ' WK-LATEST-STATUS
                        '  RATE ' WK-VALUE-MASK
                    DELIMITED BY SIZE INTO NOTE-TEXT
              END-IF
              IF WK-LATEST-FROM-RUN
                 MOVE '(LOADED ABOVE)' TO NOTE-TEXT(86:14)
              END-IF
           ELSE
              MOVE 'BEFORE  NEW CODE - NO EARLIER VERSION ON FILE'
                 TO NOTE-TEXT
           END-IF.
           PERFORM 820-PRINT-NOTE THRU 820-EXIT.

           IF WK-PRIOR-IS-CAPPED
              STRING 'AFTER   VERSION FROM ' WK-LATEST-EFF-DATE
                     ' EXPIRES ' WK-PRIOR-NEW-EXP
                     ' (WAS ' WK-LATEST-EXP-DATE ')'
                 DELIMITED BY SIZE INTO NOTE-TEXT
              PERFORM 820-PRINT-NOTE THRU 820-EXIT
           END-IF.

           IF RLD-IS-BANDED
              MOVE RLD-BAND-COUNT TO WK-BAND-MASK
              STRING 'AFTER   IN FORCE FROM ' RLD-EFF-DATE
                     '  EXPIRES ' WK-NEW-EXP-DATE
                     '  STATUS A  BANDED, ' WK-BAND-MASK ' BANDS'
                 DELIMITED BY SIZE INTO NOTE-TEXT
              PERFORM 820-PRINT-NOTE THRU 820-EXIT
              PERFORM VARYING WK-BAND-IX FROM 1 BY 1
                    UNTIL WK-BAND-IX > RLD-BAND-COUNT
                 MOVE WK-BAND-IX TO WK-BAND-MASK
                 MOVE RLD-BAND-LIMIT(WK-BAND-IX) TO WK-LIMIT-MASK
                 MOVE RLD-BAND-VALUE(WK-BAND-IX) TO WK-VALUE-MASK
                 STRING '          BAND ' WK-BAND-MASK
                        '  UP TO ' WK-LIMIT-MASK
                        '  RATE ' WK-VALUE-MASK
                    DELIMITED BY SIZE INTO NOTE-TEXT
                 PERFORM 820-PRINT-NOTE THRU 820-EXIT
              END-PERFORM
           ELSE
              MOVE RLD-RATE-VALUE TO WK-VALUE-MASK
              STRING 'AFTER   IN FORCE FROM ' RLD-EFF-DATE
                     '  EXPIRES ' WK-NEW-EXP-DATE
                     '  STATUS A  RATE ' WK-VALUE-MASK
                 DELIMITED BY SIZE INTO NOTE-TEXT
              PERFORM 820-PRINT-NOTE THRU 820-EXIT
           END-IF.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  The load line as read.  The dates print byte for byte, so a
      *  bad one shows as keyed; a rate that is not numeric is
      *  flagged rather than edited.
      ****************************************************************
       550-FORMAT-LINE.

           MOVE SPACES         TO WK-DETAIL-LINE.
           MOVE WK-LINES-READ  TO DET-LINE-NO.
           MOVE RLD-RATE-CODE  TO DET-RATE-CODE.
           MOVE RLD-EFF-DATE   TO DET-EFF-DATE.
           MOVE RLD-EXP-DATE   TO DET-EXP-DATE.
           MOVE RLD-RATE-TYPE  TO DET-TYPE.
           IF RLD-IS-BANDED
              MOVE 'BANDED'    TO DET-VALUE
           ELSE
              IF RLD-RATE-VALUE IS NUMERIC
                 MOVE RLD-RATE-VALUE TO WK-VALUE-MASK
                 MOVE WK-VALUE-MASK  TO DET-VALUE
              ELSE
                 MOVE '  NOT NUM' TO DET-VALUE
              END-IF
           END-IF.

       550-EXIT.
           EXIT.

      ****************************************************************
      *  A rejected line and its reason.
      ****************************************************************
       600-REJECT-LINE.

           ADD 1 TO WK-LINES-REJECTED.
           MOVE 4 TO RETURN-CODE.

           PERFORM 550-FORMAT-LINE THRU 550-EXIT.
           STRING 'REJECTED - ' WK-LINE-ERROR
              DELIMITED BY SIZE INTO DET-DISPOSITION.
           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.

       600-EXIT.
           EXIT.

      ****************************************************************
      *  Page heading.
      ****************************************************************
       800-PAGE-HEADING.

           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-RUN-DATE   TO HD1-RUN-DATE.
           MOVE WK-PAGE-COUNT TO HD1-PAGE.

           WRITE REPORT-RECORD FROM WK-HEADING-ONE
              AFTER ADVANCING PAGE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-MODE
              AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-TWO
              AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 7 TO WK-LINE-COUNT.

       800-EXIT.
           EXIT.

      ****************************************************************
      *  One load line, with page control.
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
      *  One before/after line, with page control.
      ****************************************************************
       820-PRINT-NOTE.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           WRITE REPORT-RECORD FROM WK-NOTE-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.
           MOVE SPACES TO NOTE-TEXT.

       820-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every report WRITE, the same
      *  as every other file this system touches.
      ****************************************************************
       850-CHECK-REPORT-WRITE.

           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'RATELOAD: ERROR WRITING RLDREPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       850-EXIT.
           EXIT.

      ****************************************************************
      *  One control-count line on the report.
      ****************************************************************
       870-PRINT-TOTAL.

           WRITE REPORT-RECORD FROM WK-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

       870-EXIT.
           EXIT.

      ****************************************************************
      *  Final Procedures - the control counts.  Lines read must
      *  equal lines accepted plus lines rejected.
      ****************************************************************
       900-TERMINATION.

           IF WK-PAGE-COUNT = ZEROS
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'LINES READ FROM RATEIN ...... ' TO TOT-LABEL.
           MOVE WK-LINES-READ TO TOT-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'LINES ACCEPTED .............. ' TO TOT-LABEL.
           MOVE WK-LINES-ACCEPTED TO TOT-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'LINES REJECTED .............. ' TO TOT-LABEL.
           MOVE WK-LINES-REJECTED TO TOT-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           IF WK-MODE-UPDATE
              MOVE 'VERSIONS ADDED TO RATEFILE .. ' TO TOT-LABEL
           ELSE
              MOVE 'VERSIONS THAT WOULD BE ADDED  ' TO TOT-LABEL
           END-IF.
           MOVE WK-VERSIONS-ADDED TO TOT-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE '  OF WHICH NEW CODES ........ ' TO TOT-LABEL.
           MOVE WK-NEW-CODES TO TOT-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'PRIOR VERSIONS EXPIRED ...... ' TO TOT-LABEL.
           MOVE WK-PRIORS-EXPIRED TO TOT-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           CLOSE LOAD-FILE.
           IF WK-RATEFILE-PRESENT
              CLOSE RATE-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY '=================================================='.
           DISPLAY 'RATELOAD BULK RATE LOAD CONTROL REPORT'.
           DISPLAY '=================================================='.
           DISPLAY 'MODE ......................... ' WK-MODE.
           DISPLAY 'LINES READ ................... ' WK-LINES-READ.
           DISPLAY 'LINES ACCEPTED ............... ' WK-LINES-ACCEPTED.
           DISPLAY 'LINES REJECTED ............... ' WK-LINES-REJECTED.
           DISPLAY 'NEW CODES .................... ' WK-NEW-CODES.
           DISPLAY 'PRIOR VERSIONS EXPIRED ....... ' WK-PRIORS-EXPIRED.
           DISPLAY '=================================================='.

           PERFORM 950-LOG-END THRU 950-EXIT.

       900-EXIT.
           EXIT.

      ****************************************************************
      *  End record on the common run log - the counts and the final
      *  return code the morning checkout signs off on.
      ****************************************************************
       950-LOG-END.

           MOVE SPACES     TO RUNLOG-RECORD.
           MOVE 'E'        TO RNL-RECORD-TYPE.
           MOVE 'RATELOAD' TO RNL-PROGRAM.
           MOVE WK-LINES-READ     TO RNL-RECORDS-READ.
           IF WK-MODE-UPDATE
              MOVE WK-VERSIONS-ADDED TO RNL-RECORDS-WRITTEN
           ELSE
              MOVE ZEROS             TO RNL-RECORDS-WRITTEN
           END-IF.
           MOVE WK-LINES-REJECTED TO RNL-REJECTS.
           MOVE RETURN-CODE       TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'RATELOAD: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       950-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
