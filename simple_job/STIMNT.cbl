      ****************************************************************
      * Program name:    STIMNT
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - screen maintenance for the
      *                         indexed STDINST standing instruction
      *                         file, in the style of the SNDMNT
      *                         sender screen.  Adds an instruction -
      *                         the TRAN-RECORD content, frequency,
      *                         day and start/end dates, under the
      *                         sender and batch prefix its batches
      *                         go out with - changes it, suspends
      *                         and reinstates it, and inquires.  The
      *                         content is edited the way CALCEDT
      *                         edits a keyed record, so the STIGEN
      *                         generator never writes a record the
      *                         edit will reject.  Instructions are
      *                         never deleted - suspend them, or let
      *                         the end date expire them.
      * 15/10/26  MAINT         The sender is checked on a change as
      *                         well as an add, against the CALCEDT
      *                         sender rules - active, authorised for
      *                         the operation and the rate code, and
      *                         value one inside its single-item
      *                         limit (reasons 27 to 29).  A later
      *                         SNDMNT change to the sender is still
      *                         caught by CALCEDT at the edit.
      * 15/10/26  MAINT         The operator signs on through SIGNON
      *                         first (STIMNT authority 'U').  Every
      *                         instruction added, changed, suspended
      *                         or reinstated is stamped with the
      *                         signed-on user ID beside the date, and
      *                         the result screen shows it.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  STIMNT.
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
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS STI-KEY
                                   FILE STATUS IS WK-STANDING-STATUS.

           SELECT SENDER-FILE     ASSIGN TO "SNDMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SND-SENDER-ID
                                   FILE STATUS IS WK-SENDER-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE.
           COPY STIREC.

       FD  SENDER-FILE.
           COPY SNDREC.
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-STANDING-CONTROLS.
           05  WK-STANDING-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-SENDER-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-SND-AVAILABLE    PIC X(01)  VALUE 'N'.
              88  WK-SND-IS-AVAILABLE         VALUE 'Y'.
           05  WK-OP-TALLY         PIC 9(03)  VALUE ZEROS.
           05  WK-RATE-IX          PIC 9(03)  VALUE ZEROS.
           05  WK-RATE-ALLOWED     PIC X(01)  VALUE 'N'.
              88  WK-RATE-IS-ALLOWED          VALUE 'Y'.

       01  WK-SCREEN-FIELDS.
           05  WK-FUNCTION-IN      PIC X(01).
              88  WK-FUNCTION-ADD             VALUE 'A' 'a'.
              88  WK-FUNCTION-CHANGE          VALUE 'C' 'c'.
              88  WK-FUNCTION-INQUIRE         VALUE 'I' 'i'.
              88  WK-FUNCTION-REINSTATE       VALUE 'R' 'r'.
              88  WK-FUNCTION-SUSPEND         VALUE 'S' 's'.
           05  WK-SENDER-ID-IN     PIC X(08).
           05  WK-PREFIX-IN        PIC X(05).
           05  WK-SEQUENCE-IN      PIC 9(03).
           05  WK-DESCRIPTION-IN   PIC X(30).
           05  WK-OPERATION-IN     PIC X(01).
           05  WK-VALUE-ONE-IN     PIC S9(05)V99.
           05  WK-VALUE-TWO-IN     PIC S9(05)V99.
           05  WK-ROUNDING-IN      PIC X(01).
           05  WK-RATE-CODE-IN     PIC X(04).
           05  WK-ONE-SOURCE-IN    PIC X(01).
           05  WK-TWO-SOURCE-IN    PIC X(01).
           05  WK-CHAIN-CODE-IN    PIC X(01).
           05  WK-FREQUENCY-IN     PIC X(01).
           05  WK-DAY-IN           PIC 9(02).
           05  WK-START-DATE-IN    PIC 9(08).
           05  WK-END-DATE-IN      PIC 9(08).

       01  WK-RESULT-FIELDS.
           05  WK-MESSAGE          PIC X(40)  VALUE SPACES.
           05  WK-DESCRIPTION-OUT  PIC X(30)  VALUE SPACES.
           05  WK-STATUS-OUT       PIC X(01)  VALUE SPACE.
           05  WK-TRAN-OUT         PIC X(11)  VALUE SPACES.
           05  WK-VALUE-ONE-OUT    PIC -(05)9,99.
           05  WK-VALUE-TWO-OUT    PIC -(05)9,99.
           05  WK-SCHEDULE-OUT     PIC X(03)  VALUE SPACES.
           05  WK-START-OUT        PIC 9(08)  VALUE ZEROS.
           05  WK-END-OUT          PIC 9(08)  VALUE ZEROS.
           05  WK-LAST-GEN-OUT     PIC 9(08)  VALUE ZEROS.
           05  WK-LAST-BATCH-OUT   PIC X(08)  VALUE SPACES.
           05  WK-TIMES-OUT        PIC ZZZZ9.
           05  WK-ADDED-OUT        PIC 9(08)  VALUE ZEROS.
           05  WK-MAINT-OUT        PIC 9(08)  VALUE ZEROS.
           05  WK-USER-OUT         PIC X(08)  VALUE SPACES.

       01  WK-CONTINUE-CONTROLS.
           05  WK-CONTINUE-IN      PIC X(01)  VALUE 'Y'.
              88  WK-CONTINUE-YES              VALUE 'Y' 'y'.

           COPY LKSIGN.
      ****************************************************************
       SCREEN SECTION.
       01  STANDING-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1  VALUE 'STIMNT - STANDING INSTRUCTION '.
           05  LINE 1  COL 31 VALUE 'MAINTENANCE'.
           05  LINE 3  COL 1  VALUE 'FUNCTION (A/C/I/R/S) ...... '.
           05  LINE 3  COL 30 PIC X(01)      TO WK-FUNCTION-IN.
           05  LINE 4  COL 1  VALUE 'SENDER / PREFIX / SEQ ..... '.
           05  LINE 4  COL 30 PIC X(08)      TO WK-SENDER-ID-IN.
           05  LINE 4  COL 40 PIC X(05)      TO WK-PREFIX-IN.
           05  LINE 4  COL 47 PIC 9(03)      TO WK-SEQUENCE-IN.
           05  LINE 5  COL 1  VALUE 'DESCRIPTION ............... '.
           05  LINE 5  COL 30 PIC X(30)      TO WK-DESCRIPTION-IN.
           05  LINE 6  COL 1  VALUE 'OPERATION (+-*/%ME) ....... '.
           05  LINE 6  COL 30 PIC X(01)      TO WK-OPERATION-IN.
           05  LINE 7  COL 1  VALUE 'VALUE ONE ................. '.
           05  LINE 7  COL 30 PIC S9(05)V99  TO WK-VALUE-ONE-IN.
           05  LINE 8  COL 1  VALUE 'VALUE TWO ................. '.
           05  LINE 8  COL 30 PIC S9(05)V99  TO WK-VALUE-TWO-IN.
           05  LINE 9  COL 1  VALUE 'ROUNDING (R/T) ............ '.
           05  LINE 9  COL 30 PIC X(01)      TO WK-ROUNDING-IN.
           05  LINE 10 COL 1  VALUE 'RATE CODE ................. '.
           05  LINE 10 COL 30 PIC X(04)      TO WK-RATE-CODE-IN.
           05  LINE 11 COL 1  VALUE 'SOURCE ONE / TWO (P) ...... '.
           05  LINE 11 COL 30 PIC X(01)      TO WK-ONE-SOURCE-IN.
           05  LINE 11 COL 32 PIC X(01)      TO WK-TWO-SOURCE-IN.
           05  LINE 12 COL 1  VALUE 'CHAIN CODE (C/F) .......... '.
           05  LINE 12 COL 30 PIC X(01)      TO WK-CHAIN-CODE-IN.
           05  LINE 13 COL 1  VALUE 'FREQUENCY (D/W/M/E) / DAY . '.
           05  LINE 13 COL 30 PIC X(01)      TO WK-FREQUENCY-IN.
           05  LINE 13 COL 32 PIC 9(02)      TO WK-DAY-IN.
           05  LINE 14 COL 1  VALUE 'START / END DATE .......... '.
           05  LINE 14 COL 30 PIC 9(08)      TO WK-START-DATE-IN.
           05  LINE 14 COL 40 PIC 9(08)      TO WK-END-DATE-IN.

       01  RESULT-SCREEN.
           05  LINE 16 COL 1  VALUE 'DESCRIPTION ............... '.
           05  LINE 16 COL 30 PIC X(30)      FROM WK-DESCRIPTION-OUT.
           05  LINE 17 COL 1  VALUE 'STATUS (A/S/X) ............ '.
           05  LINE 17 COL 30 PIC X(01)      FROM WK-STATUS-OUT.
           05  LINE 18 COL 1  VALUE 'OP RND RATE SRC CHN ....... '.
           05  LINE 18 COL 30 PIC X(11)      FROM WK-TRAN-OUT.
           05  LINE 19 COL 1  VALUE 'VALUE ONE / VALUE TWO ..... '.
           05  LINE 19 COL 30 PIC -(05)9,99  FROM WK-VALUE-ONE-OUT.
           05  LINE 19 COL 42 PIC -(05)9,99  FROM WK-VALUE-TWO-OUT.
           05  LINE 20 COL 1  VALUE 'FREQUENCY / DAY ........... '.
           05  LINE 20 COL 30 PIC X(03)      FROM WK-SCHEDULE-OUT.
           05  LINE 21 COL 1  VALUE 'START / END DATE .......... '.
           05  LINE 21 COL 30 PIC 9(08)      FROM WK-START-OUT.
           05  LINE 21 COL 40 PIC 9(08)      FROM WK-END-OUT.
           05  LINE 22 COL 1  VALUE 'LAST GENERATED / BATCH .... '.
           05  LINE 22 COL 30 PIC 9(08)      FROM WK-LAST-GEN-OUT.
           05  LINE 22 COL 40 PIC X(08)      FROM WK-LAST-BATCH-OUT.
           05  LINE 22 COL 50 PIC ZZZZ9      FROM WK-TIMES-OUT.
           05  LINE 23 COL 1  VALUE 'ADDED / LAST MAINTAINED ... '.
           05  LINE 23 COL 30 PIC 9(08)      FROM WK-ADDED-OUT.
           05  LINE 23 COL 40 PIC 9(08)      FROM WK-MAINT-OUT.
           05  LINE 23 COL 50 PIC X(08)      FROM WK-USER-OUT.
           05  LINE 24 COL 1  PIC X(40)      FROM WK-MESSAGE.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 050-SIGN-ON      THRU 050-EXIT.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.

           PERFORM 100-MAINTAIN THRU 100-EXIT
              UNTIL NOT WK-CONTINUE-YES.

           CLOSE STANDING-FILE.
           IF WK-SND-IS-AVAILABLE
              CLOSE SENDER-FILE
           END-IF.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - open the standing instruction file for
      *  update, creating it on first use, and the sender master for
      *  the sender check on an add or change.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O STANDING-FILE.
           IF WK-STANDING-STATUS = '35'
              OPEN OUTPUT STANDING-FILE
              IF WK-STANDING-STATUS NOT = '00'
                 DISPLAY 'STIMNT: UNABLE TO CREATE STDINST, '
                         'STATUS = ' WK-STANDING-STATUS
                 STOP RUN
              END-IF
              CLOSE STANDING-FILE
              OPEN I-O STANDING-FILE
           END-IF.
           IF WK-STANDING-STATUS NOT = '00'
              DISPLAY 'STIMNT: UNABLE TO OPEN STDINST, STATUS = '
                      WK-STANDING-STATUS
              STOP RUN
           END-IF.

      *    Without the sender master the sender cannot be checked
      *    - CALCEDT still applies the sender rules at the edit.
           OPEN INPUT SENDER-FILE.
           IF WK-SENDER-STATUS = '00'
              SET WK-SND-IS-AVAILABLE TO TRUE
           ELSE
              DISPLAY 'STIMNT: SNDMAST NOT AVAILABLE, STATUS = '
                      WK-SENDER-STATUS ' - SENDERS NOT CHECKED'
           END-IF.

       000-EXIT.
           EXIT.

      ****************************************************************
      *  Sign the operator on.  A refused sign-on ends the session -
      *  SIGNON has already logged why on SECLOG.
      ****************************************************************
       050-SIGN-ON.

           MOVE 'STIMNT' TO LKS-PROGRAM.
           CALL 'SIGNON' USING SIGNON-REQUEST
              ON EXCEPTION
                 DISPLAY 'STIMNT: SIGNON IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           IF LKS-RETURN-CODE NOT = ZEROS
              DISPLAY 'STIMNT: SIGN-ON REFUSED, RETURN CODE '
                      LKS-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       050-EXIT.
           EXIT.

      ****************************************************************
      *  Prompt for one maintenance action and apply it.
      ****************************************************************
       100-MAINTAIN.

           MOVE SPACES TO WK-MESSAGE.
           MOVE SPACES TO WK-DESCRIPTION-OUT.
           MOVE SPACE  TO WK-STATUS-OUT.
           MOVE SPACES TO WK-TRAN-OUT.
           MOVE ZEROS  TO WK-VALUE-ONE-OUT.
           MOVE ZEROS  TO WK-VALUE-TWO-OUT.
           MOVE SPACES TO WK-SCHEDULE-OUT.
           MOVE ZEROS  TO WK-START-OUT.
           MOVE ZEROS  TO WK-END-OUT.
           MOVE ZEROS  TO WK-LAST-GEN-OUT.
           MOVE SPACES TO WK-LAST-BATCH-OUT.
           MOVE ZEROS  TO WK-TIMES-OUT.
           MOVE ZEROS  TO WK-ADDED-OUT.
           MOVE ZEROS  TO WK-MAINT-OUT.
           MOVE SPACES TO WK-USER-OUT.

           DISPLAY STANDING-SCREEN.
           ACCEPT STANDING-SCREEN.

           IF WK-SENDER-ID-IN EQUAL SPACES
                 OR WK-PREFIX-IN EQUAL SPACES
              MOVE 'SENDER AND BATCH PREFIX ARE REQUIRED'
                 TO WK-MESSAGE
              GO TO 100-SHOW
           END-IF.

           EVALUATE TRUE
              WHEN WK-FUNCTION-ADD
                 PERFORM 200-ADD-INSTRUCTION     THRU 200-EXIT
              WHEN WK-FUNCTION-CHANGE
                 PERFORM 300-CHANGE-INSTRUCTION  THRU 300-EXIT
              WHEN WK-FUNCTION-SUSPEND
                 PERFORM 400-SUSPEND-INSTRUCTION THRU 400-EXIT
              WHEN WK-FUNCTION-REINSTATE
                 PERFORM 450-REINSTATE-INSTRUCTION THRU 450-EXIT
              WHEN WK-FUNCTION-INQUIRE
                 PERFORM 500-INQUIRE-INSTRUCTION THRU 500-EXIT
              WHEN OTHER
                 MOVE 'FUNCTION MUST BE A, C, I, R OR S'
                    TO WK-MESSAGE
           END-EVALUATE.

       100-SHOW.

           DISPLAY RESULT-SCREEN.

           DISPLAY 'ANOTHER ACTION (Y/N)? ' WITH NO ADVANCING.
           ACCEPT WK-CONTINUE-IN.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  Add a new instruction, active.  A zero start date starts it
      *  today.
      ****************************************************************
       200-ADD-INSTRUCTION.

           IF WK-DESCRIPTION-IN EQUAL SPACES
              MOVE 'DESCRIPTION IS REQUIRED' TO WK-MESSAGE
              GO TO 200-EXIT
           END-IF.

           MOVE SPACES             TO STANDING-INSTR-RECORD.
           MOVE WK-SENDER-ID-IN    TO STI-SENDER-ID.
           MOVE WK-PREFIX-IN       TO STI-BATCH-PREFIX.
           MOVE WK-SEQUENCE-IN     TO STI-SEQUENCE.
           MOVE WK-DESCRIPTION-IN  TO STI-DESCRIPTION.
           SET STI-IS-ACTIVE TO TRUE.
           MOVE WK-OPERATION-IN    TO STI-OPERATION.
           MOVE WK-VALUE-ONE-IN    TO STI-VALUE-ONE.
           MOVE WK-VALUE-TWO-IN    TO STI-VALUE-TWO.
           MOVE WK-ROUNDING-IN     TO STI-ROUNDING-MODE.
           MOVE WK-RATE-CODE-IN    TO STI-RATE-CODE.
           MOVE WK-ONE-SOURCE-IN   TO STI-VALUE-ONE-SOURCE.
           MOVE WK-TWO-SOURCE-IN   TO STI-VALUE-TWO-SOURCE.
           MOVE WK-CHAIN-CODE-IN   TO STI-CHAIN-CODE.
           MOVE WK-FREQUENCY-IN    TO STI-FREQUENCY.
           MOVE WK-DAY-IN          TO STI-DAY.
           MOVE WK-START-DATE-IN   TO STI-START-DATE.
           IF STI-START-DATE = ZEROS
              MOVE WK-RUN-DATE     TO STI-START-DATE
           END-IF.
           MOVE WK-END-DATE-IN     TO STI-END-DATE.
           MOVE ZEROS              TO STI-LAST-GEN-DATE.
           MOVE ZEROS              TO STI-TIMES-GENERATED.
           MOVE WK-RUN-DATE        TO STI-ADDED-DATE.
           MOVE WK-RUN-DATE        TO STI-MAINT-DATE.
           MOVE LKS-USER-ID        TO STI-MAINT-USER.

           PERFORM 600-CHECK-INSTRUCTION THRU 600-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 200-EXIT
           END-IF.

           WRITE STANDING-INSTR-RECORD
              INVALID KEY
                 MOVE 'INSTRUCTION IS ALREADY ON FILE' TO WK-MESSAGE
           END-WRITE.
           IF WK-MESSAGE EQUAL SPACES
              IF WK-STANDING-STATUS NOT = '00'
                 MOVE 'ADD FAILED - SEE FILE STATUS' TO WK-MESSAGE
              ELSE
                 MOVE 'INSTRUCTION ADDED' TO WK-MESSAGE
                 PERFORM 700-SHOW-RECORD THRU 700-EXIT
              END-IF
           END-IF.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  Change an instruction - only the keyed fields are overlaid,
      *  the same as a SNDMNT change: spaces and zero mean keep the
      *  recorded value.  The result is edited whole before it is
      *  rewritten.  An expired instruction whose end date is moved
      *  out is reinstated with the R function.
      ****************************************************************
       300-CHANGE-INSTRUCTION.

           PERFORM 800-READ-INSTRUCTION THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 300-EXIT
           END-IF.

           IF WK-DESCRIPTION-IN NOT = SPACES
              MOVE WK-DESCRIPTION-IN TO STI-DESCRIPTION
           END-IF.
           IF WK-OPERATION-IN NOT = SPACE
              MOVE WK-OPERATION-IN TO STI-OPERATION
           END-IF.
           IF WK-VALUE-ONE-IN NOT = ZEROS
              MOVE WK-VALUE-ONE-IN TO STI-VALUE-ONE
           END-IF.
           IF WK-VALUE-TWO-IN NOT = ZEROS
              MOVE WK-VALUE-TWO-IN TO STI-VALUE-TWO
           END-IF.
           IF WK-ROUNDING-IN NOT = SPACE
              MOVE WK-ROUNDING-IN TO STI-ROUNDING-MODE
           END-IF.
           IF WK-RATE-CODE-IN NOT = SPACES
              MOVE WK-RATE-CODE-IN TO STI-RATE-CODE
           END-IF.
           IF WK-ONE-SOURCE-IN NOT = SPACE
              MOVE WK-ONE-SOURCE-IN TO STI-VALUE-ONE-SOURCE
           END-IF.
           IF WK-TWO-SOURCE-IN NOT = SPACE
              MOVE WK-TWO-SOURCE-IN TO STI-VALUE-TWO-SOURCE
           END-IF.
           IF WK-CHAIN-CODE-IN NOT = SPACE
              MOVE WK-CHAIN-CODE-IN TO STI-CHAIN-CODE
           END-IF.
           IF WK-FREQUENCY-IN NOT = SPACE
              MOVE WK-FREQUENCY-IN TO STI-FREQUENCY
              MOVE WK-DAY-IN       TO STI-DAY
           END-IF.
           IF WK-START-DATE-IN NOT = ZEROS
              MOVE WK-START-DATE-IN TO STI-START-DATE
           END-IF.
           IF WK-END-DATE-IN NOT = ZEROS
              MOVE WK-END-DATE-IN TO STI-END-DATE
           END-IF.
           MOVE WK-RUN-DATE TO STI-MAINT-DATE.
           MOVE LKS-USER-ID TO STI-MAINT-USER.

           PERFORM 600-CHECK-INSTRUCTION THRU 600-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 300-EXIT
           END-IF.

           PERFORM 850-REWRITE-INSTRUCTION THRU 850-EXIT.
           IF WK-MESSAGE EQUAL SPACES
              MOVE 'INSTRUCTION CHANGED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
           END-IF.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  Suspend an instruction - STIGEN passes over it until it is
      *  reinstated.  The record stays on file.
      ****************************************************************
       400-SUSPEND-INSTRUCTION.

           PERFORM 800-READ-INSTRUCTION THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 400-EXIT
           END-IF.

           IF NOT STI-IS-ACTIVE
              MOVE 'INSTRUCTION IS NOT ACTIVE' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
              GO TO 400-EXIT
           END-IF.

           SET STI-IS-SUSPENDED TO TRUE.
           MOVE WK-RUN-DATE TO STI-MAINT-DATE.
           MOVE LKS-USER-ID TO STI-MAINT-USER.

           PERFORM 850-REWRITE-INSTRUCTION THRU 850-EXIT.
           IF WK-MESSAGE EQUAL SPACES
              MOVE 'INSTRUCTION SUSPENDED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
           END-IF.

       400-EXIT.
           EXIT.

      ****************************************************************
      *  Reinstate a suspended instruction, or an expired one whose
      *  end date has been moved out past today.
      ****************************************************************
       450-REINSTATE-INSTRUCTION.

           PERFORM 800-READ-INSTRUCTION THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 450-EXIT
           END-IF.

           IF STI-IS-ACTIVE
              MOVE 'INSTRUCTION IS ALREADY ACTIVE' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
              GO TO 450-EXIT
           END-IF.
           IF STI-END-DATE NOT = ZEROS
                 AND STI-END-DATE < WK-RUN-DATE
              MOVE 'END DATE HAS PASSED - CHANGE IT FIRST'
                 TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
              GO TO 450-EXIT
           END-IF.

           SET STI-IS-ACTIVE TO TRUE.
           MOVE WK-RUN-DATE TO STI-MAINT-DATE.
           MOVE LKS-USER-ID TO STI-MAINT-USER.

           PERFORM 850-REWRITE-INSTRUCTION THRU 850-EXIT.
           IF WK-MESSAGE EQUAL SPACES
              MOVE 'INSTRUCTION REINSTATED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
           END-IF.

       450-EXIT.
           EXIT.

      ****************************************************************
      *  Show an instruction without changing it.
      ****************************************************************
       500-INQUIRE-INSTRUCTION.

           PERFORM 800-READ-INSTRUCTION THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 500-EXIT
           END-IF.

           MOVE 'INSTRUCTION FOUND' TO WK-MESSAGE.
           PERFORM 700-SHOW-RECORD THRU 700-EXIT.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  Edit the instruction in STANDING-INSTR-RECORD - the content
      *  the way CALCEDT edits a keyed record (reasons 10 and 22-25
      *  and 30), then the schedule, then the sender's own rules.
      *  The first failure goes to WK-MESSAGE.
      ****************************************************************
       600-CHECK-INSTRUCTION.

           IF STI-OPERATION NOT = '+' AND '-' AND '*' AND '/'
                 AND '%' AND 'M' AND 'E'
              MOVE 'OPERATION MUST BE + - * / % M OR E' TO WK-MESSAGE
              GO TO 600-EXIT
           END-IF.
           IF STI-ROUNDING-MODE NOT = 'R' AND 'T' AND SPACE
              MOVE 'ROUNDING MUST BE R, T OR SPACE' TO WK-MESSAGE
              GO TO 600-EXIT
           END-IF.
           IF STI-CHAIN-CODE NOT = 'C' AND 'F' AND SPACE
              MOVE 'CHAIN CODE MUST BE C, F OR SPACE' TO WK-MESSAGE
              GO TO 600-EXIT
           END-IF.
           IF STI-VALUE-ONE-SOURCE NOT = 'P' AND SPACE
                 OR STI-VALUE-TWO-SOURCE NOT = 'P' AND SPACE
              MOVE 'OPERAND SOURCE MUST BE P OR SPACE' TO WK-MESSAGE
              GO TO 600-EXIT
           END-IF.
           IF STI-RATE-CODE NOT = SPACES
                 AND STI-VALUE-TWO-SOURCE NOT = SPACE
              MOVE 'RATE CODE AND SOURCE TWO BOTH PRESENT'
                 TO WK-MESSAGE
              GO TO 600-EXIT
           END-IF.
           IF (STI-OPERATION = '/' OR '%' OR 'M')
                 AND STI-VALUE-TWO = ZEROS
                 AND STI-RATE-CODE = SPACES
                 AND STI-VALUE-TWO-SOURCE = SPACE
              MOVE 'VALUE TWO MUST NOT BE ZERO FOR / % M'
                 TO WK-MESSAGE
              GO TO 600-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN STI-IS-DAILY
              WHEN STI-IS-MONTH-END
                 MOVE ZEROS TO STI-DAY
              WHEN STI-IS-WEEKLY
                 IF STI-DAY < 1 OR STI-DAY > 7
                    MOVE 'WEEKLY DAY MUST BE 1 (MON) TO 7 (SUN)'
                       TO WK-MESSAGE
                 END-IF
              WHEN STI-IS-MONTHLY
                 IF STI-DAY < 1 OR STI-DAY > 31
                    MOVE 'MONTHLY DAY MUST BE 1 TO 31' TO WK-MESSAGE
                 END-IF
              WHEN OTHER
                 MOVE 'FREQUENCY MUST BE D, W, M OR E' TO WK-MESSAGE
           END-EVALUATE.
           IF WK-MESSAGE NOT = SPACES
              GO TO 600-EXIT
           END-IF.

           IF STI-START-DATE(5:2) < '01' OR STI-START-DATE(5:2) > '12'
                 OR STI-START-DATE(7:2) < '01'
                 OR STI-START-DATE(7:2) > '31'
              MOVE 'START DATE MUST BE YYYYMMDD' TO WK-MESSAGE
              GO TO 600-EXIT
           END-IF.
           IF STI-END-DATE NOT = ZEROS
              IF STI-END-DATE(5:2) < '01' OR STI-END-DATE(5:2) > '12'
                    OR STI-END-DATE(7:2) < '01'
                    OR STI-END-DATE(7:2) > '31'
                 MOVE 'END DATE MUST BE YYYYMMDD OR ZERO'
                    TO WK-MESSAGE
                 GO TO 600-EXIT
              END-IF
              IF STI-END-DATE < STI-START-DATE
                 MOVE 'END DATE IS BEFORE THE START DATE'
                    TO WK-MESSAGE
                 GO TO 600-EXIT
              END-IF
           END-IF.

           IF WK-SND-IS-AVAILABLE
              PERFORM 650-CHECK-SENDER THRU 650-EXIT
           END-IF.

       600-EXIT.
           EXIT.

      ****************************************************************
      *  Check the instruction against its sender on SNDMAST, the
      *  way CALCEDT does - a suspended sender's batch is refused
      *  whole, and the operation (reason 27), the rate code (28) and
      *  value one against the single-item limit (29) are rejected
      *  item by item.
      ****************************************************************
       650-CHECK-SENDER.

           MOVE STI-SENDER-ID TO SND-SENDER-ID.
           READ SENDER-FILE
              INVALID KEY
                 MOVE 'SENDER IS NOT ON SNDMAST' TO WK-MESSAGE
                 GO TO 650-EXIT
           END-READ.
           IF WK-SENDER-STATUS NOT = '00'
              MOVE 'SNDMAST READ FAILED - SEE FILE STATUS'
                 TO WK-MESSAGE
              GO TO 650-EXIT
           END-IF.

           IF NOT SND-IS-ACTIVE
              MOVE 'SENDER IS SUSPENDED ON SNDMAST' TO WK-MESSAGE
              GO TO 650-EXIT
           END-IF.

           MOVE ZEROS TO WK-OP-TALLY.
           INSPECT SND-ALLOWED-OPS TALLYING WK-OP-TALLY
              FOR ALL STI-OPERATION.
           IF WK-OP-TALLY = ZEROS
              MOVE 'SENDER IS NOT AUTHORISED FOR OPERATION'
                 TO WK-MESSAGE
              GO TO 650-EXIT
           END-IF.

           IF STI-RATE-CODE NOT = SPACES
              MOVE 'N' TO WK-RATE-ALLOWED
              PERFORM VARYING WK-RATE-IX FROM 1 BY 1
                    UNTIL WK-RATE-IX > 10
                 IF SND-RATE-CODE(WK-RATE-IX) = STI-RATE-CODE
                    SET WK-RATE-IS-ALLOWED TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WK-RATE-IS-ALLOWED
                 MOVE 'SENDER IS NOT AUTHORISED FOR RATE CODE'
                    TO WK-MESSAGE
                 GO TO 650-EXIT
              END-IF
           END-IF.

           IF STI-VALUE-ONE-SOURCE NOT = 'P'
                 AND SND-MAX-VALUE-ONE NOT = ZEROS
              IF STI-VALUE-ONE > SND-MAX-VALUE-ONE
                    OR STI-VALUE-ONE < 0 - SND-MAX-VALUE-ONE
                 MOVE 'VALUE ONE IS OVER THE SENDER LIMIT'
                    TO WK-MESSAGE
                 GO TO 650-EXIT
              END-IF
           END-IF.

       650-EXIT.
           EXIT.

      ****************************************************************
      *  Copy the current record to the result screen fields.
      ****************************************************************
       700-SHOW-RECORD.

           MOVE STI-DESCRIPTION      TO WK-DESCRIPTION-OUT.
           MOVE STI-STATUS           TO WK-STATUS-OUT.
           MOVE SPACES               TO WK-TRAN-OUT.
           MOVE STI-OPERATION        TO WK-TRAN-OUT(1:1).
           MOVE STI-ROUNDING-MODE    TO WK-TRAN-OUT(3:1).
           MOVE STI-RATE-CODE        TO WK-TRAN-OUT(5:4).
           MOVE STI-VALUE-ONE-SOURCE TO WK-TRAN-OUT(9:1).
           MOVE STI-VALUE-TWO-SOURCE TO WK-TRAN-OUT(10:1).
           MOVE STI-CHAIN-CODE       TO WK-TRAN-OUT(11:1).
           MOVE STI-VALUE-ONE        TO WK-VALUE-ONE-OUT.
           MOVE STI-VALUE-TWO        TO WK-VALUE-TWO-OUT.
           MOVE SPACES               TO WK-SCHEDULE-OUT.
           MOVE STI-FREQUENCY        TO WK-SCHEDULE-OUT(1:1).
           MOVE STI-DAY              TO WK-SCHEDULE-OUT(2:2).
           MOVE STI-START-DATE       TO WK-START-OUT.
           MOVE STI-END-DATE         TO WK-END-OUT.
           MOVE STI-LAST-GEN-DATE    TO WK-LAST-GEN-OUT.
           MOVE STI-LAST-BATCH-ID    TO WK-LAST-BATCH-OUT.
           MOVE STI-TIMES-GENERATED  TO WK-TIMES-OUT.
           MOVE STI-ADDED-DATE       TO WK-ADDED-OUT.
           MOVE STI-MAINT-DATE       TO WK-MAINT-OUT.
           MOVE STI-MAINT-USER       TO WK-USER-OUT.

       700-EXIT.
           EXIT.

      ****************************************************************
      *  Read the keyed instruction; WK-MESSAGE says why when it
      *  cannot.
      ****************************************************************
       800-READ-INSTRUCTION.

           MOVE WK-SENDER-ID-IN TO STI-SENDER-ID.
           MOVE WK-PREFIX-IN    TO STI-BATCH-PREFIX.
           MOVE WK-SEQUENCE-IN  TO STI-SEQUENCE.
           READ STANDING-FILE
              INVALID KEY
                 MOVE 'INSTRUCTION IS NOT ON FILE' TO WK-MESSAGE
           END-READ.
           IF WK-MESSAGE EQUAL SPACES
                 AND WK-STANDING-STATUS NOT = '00'
              MOVE 'READ FAILED - SEE FILE STATUS' TO WK-MESSAGE
           END-IF.

       800-EXIT.
           EXIT.

      ****************************************************************
      *  Rewrite the instruction just read and changed.
      ****************************************************************
       850-REWRITE-INSTRUCTION.

           REWRITE STANDING-INSTR-RECORD
              INVALID KEY
                 MOVE 'UPDATE FAILED - SEE FILE STATUS' TO WK-MESSAGE
           END-REWRITE.
           IF WK-MESSAGE EQUAL SPACES
                 AND WK-STANDING-STATUS NOT = '00'
              MOVE 'UPDATE FAILED - SEE FILE STATUS' TO WK-MESSAGE
           END-IF.

       850-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
