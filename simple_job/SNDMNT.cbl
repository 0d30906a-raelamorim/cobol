      ****************************************************************
      * Program name:    SNDMNT
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - screen maintenance for the
      *                         indexed SNDMAST sender master, in the
      *                         style of the RATEMNT rate screen.
      *                         Adds a sender with its authorities -
      *                         the operations and rate codes it may
      *                         submit, its single TRAN-VALUE-ONE
      *                         limit and its batch hash-total limit
      *                         - changes them, suspends and
      *                         reinstates the sender, and inquires.
      *                         CALCEDT refuses a batch from a sender
      *                         that is not on file or is suspended,
      *                         and rejects the records that break
      *                         its authorities.  Senders are never
      *                         deleted - BCHREG keeps their IDs on
      *                         every batch they sent.
      * 15/10/26  MAINT         The operator signs on through SIGNON
      *                         first (SNDMNT authority 'U').  Every
      *                         sender added or changed is stamped
      *                         with the signed-on user ID beside the
      *                         date, and the result screen shows it.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SNDMNT.
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
           SELECT SENDER-FILE     ASSIGN TO "SNDMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SND-SENDER-ID
                                   FILE STATUS IS WK-SENDER-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SENDER-FILE.
           COPY SNDREC.
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-SENDER-CONTROLS.
           05  WK-SENDER-STATUS    PIC X(02)  VALUE SPACES.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-OP-IX            PIC 9(02)  VALUE ZEROS.

       01  WK-SCREEN-FIELDS.
           05  WK-FUNCTION-IN      PIC X(01).
              88  WK-FUNCTION-ADD             VALUE 'A' 'a'.
              88  WK-FUNCTION-CHANGE          VALUE 'C' 'c'.
              88  WK-FUNCTION-INQUIRE         VALUE 'I' 'i'.
              88  WK-FUNCTION-REINSTATE       VALUE 'R' 'r'.
              88  WK-FUNCTION-SUSPEND         VALUE 'S' 's'.
           05  WK-SENDER-ID-IN     PIC X(08).
           05  WK-SENDER-NAME-IN   PIC X(30).
           05  WK-OPS-IN           PIC X(07).
           05  WK-RATES-IN         PIC X(40).
           05  WK-MAX-VALUE-IN     PIC 9(05)V99.
           05  WK-MAX-HASH-IN      PIC 9(13)V99.

       01  WK-RESULT-FIELDS.
           05  WK-MESSAGE          PIC X(40)  VALUE SPACES.
           05  WK-NAME-OUT         PIC X(30)  VALUE SPACES.
           05  WK-STATUS-OUT       PIC X(01)  VALUE SPACE.
           05  WK-OPS-OUT          PIC X(07)  VALUE SPACES.
           05  WK-RATES-OUT        PIC X(40)  VALUE SPACES.
           05  WK-MAX-VALUE-OUT    PIC ZZZZ9,99.
           05  WK-MAX-HASH-OUT     PIC Z(12)9,99.
           05  WK-ADDED-OUT        PIC 9(08)  VALUE ZEROS.
           05  WK-MAINT-OUT        PIC 9(08)  VALUE ZEROS.
           05  WK-USER-OUT         PIC X(08)  VALUE SPACES.

       01  WK-CONTINUE-CONTROLS.
           05  WK-CONTINUE-IN      PIC X(01)  VALUE 'Y'.
              88  WK-CONTINUE-YES              VALUE 'Y' 'y'.

           COPY LKSIGN.
      ****************************************************************
       SCREEN SECTION.
       01  SENDER-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1  VALUE 'SNDMNT - SENDER MASTER '.
           05  LINE 1  COL 24 VALUE 'MAINTENANCE'.
           05  LINE 3  COL 1  VALUE 'FUNCTION (A/C/I/R/S) ...... '.
           05  LINE 3  COL 30 PIC X(01)      TO WK-FUNCTION-IN.
           05  LINE 4  COL 1  VALUE 'SENDER ID ................. '.
           05  LINE 4  COL 30 PIC X(08)      TO WK-SENDER-ID-IN.
           05  LINE 5  COL 1  VALUE 'SENDER NAME ............... '.
           05  LINE 5  COL 30 PIC X(30)      TO WK-SENDER-NAME-IN.
           05  LINE 6  COL 1  VALUE 'OPERATIONS (+-*/%ME) ...... '.
           05  LINE 6  COL 30 PIC X(07)      TO WK-OPS-IN.
           05  LINE 7  COL 1  VALUE 'RATE CODES (10 X 4) ....... '.
           05  LINE 7  COL 30 PIC X(40)      TO WK-RATES-IN.
           05  LINE 8  COL 1  VALUE 'MAX VALUE ONE ............. '.
           05  LINE 8  COL 30 PIC 9(05)V99   TO WK-MAX-VALUE-IN.
           05  LINE 9  COL 1  VALUE 'MAX BATCH HASH TOTAL ...... '.
           05  LINE 9  COL 30 PIC 9(13)V99   TO WK-MAX-HASH-IN.

       01  RESULT-SCREEN.
           05  LINE 11 COL 1  VALUE 'SENDER NAME ............... '.
           05  LINE 11 COL 30 PIC X(30)      FROM WK-NAME-OUT.
           05  LINE 12 COL 1  VALUE 'STATUS (A/S) .............. '.
           05  LINE 12 COL 30 PIC X(01)      FROM WK-STATUS-OUT.
           05  LINE 13 COL 1  VALUE 'OPERATIONS ................ '.
           05  LINE 13 COL 30 PIC X(07)      FROM WK-OPS-OUT.
           05  LINE 14 COL 1  VALUE 'RATE CODES ................ '.
           05  LINE 14 COL 30 PIC X(40)      FROM WK-RATES-OUT.
           05  LINE 15 COL 1  VALUE 'MAX VALUE ONE ............. '.
           05  LINE 15 COL 30 PIC ZZZZ9,99   FROM WK-MAX-VALUE-OUT.
           05  LINE 16 COL 1  VALUE 'MAX BATCH HASH TOTAL ...... '.
           05  LINE 16 COL 30 PIC Z(12)9,99  FROM WK-MAX-HASH-OUT.
           05  LINE 17 COL 1  VALUE 'ADDED / LAST MAINTAINED ... '.
           05  LINE 17 COL 30 PIC 9(08)      FROM WK-ADDED-OUT.
           05  LINE 17 COL 40 PIC 9(08)      FROM WK-MAINT-OUT.
           05  LINE 17 COL 50 PIC X(08)      FROM WK-USER-OUT.
           05  LINE 19 COL 1  PIC X(40)      FROM WK-MESSAGE.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 050-SIGN-ON      THRU 050-EXIT.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.

           PERFORM 100-MAINTAIN THRU 100-EXIT
              UNTIL NOT WK-CONTINUE-YES.

           CLOSE SENDER-FILE.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - open the sender master for update,
      *  creating it on first use.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O SENDER-FILE.
           IF WK-SENDER-STATUS = '35'
              OPEN OUTPUT SENDER-FILE
              IF WK-SENDER-STATUS NOT = '00'
                 DISPLAY 'SNDMNT: UNABLE TO CREATE SNDMAST, '
                         'STATUS = ' WK-SENDER-STATUS
                 STOP RUN
              END-IF
              CLOSE SENDER-FILE
              OPEN I-O SENDER-FILE
           END-IF.
           IF WK-SENDER-STATUS NOT = '00'
              DISPLAY 'SNDMNT: UNABLE TO OPEN SNDMAST, STATUS = '
                      WK-SENDER-STATUS
              STOP RUN
           END-IF.

       000-EXIT.
           EXIT.

      ****************************************************************
      *  Sign the operator on.  A refused sign-on ends the session -
      *  SIGNON has already logged why on SECLOG.
      ****************************************************************
       050-SIGN-ON.

           MOVE 'SNDMNT' TO LKS-PROGRAM.
           CALL 'SIGNON' USING SIGNON-REQUEST
              ON EXCEPTION
                 DISPLAY 'SNDMNT: SIGNON IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           IF LKS-RETURN-CODE NOT = ZEROS
              DISPLAY 'SNDMNT: SIGN-ON REFUSED, RETURN CODE '
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
           MOVE SPACES TO WK-NAME-OUT.
           MOVE SPACE  TO WK-STATUS-OUT.
           MOVE SPACES TO WK-OPS-OUT.
           MOVE SPACES TO WK-RATES-OUT.
           MOVE ZEROS  TO WK-MAX-VALUE-OUT.
           MOVE ZEROS  TO WK-MAX-HASH-OUT.
           MOVE ZEROS  TO WK-ADDED-OUT.
           MOVE ZEROS  TO WK-MAINT-OUT.
           MOVE SPACES TO WK-USER-OUT.

           DISPLAY SENDER-SCREEN.
           ACCEPT SENDER-SCREEN.

           IF WK-SENDER-ID-IN EQUAL SPACES
              MOVE 'SENDER ID IS REQUIRED' TO WK-MESSAGE
              GO TO 100-SHOW
           END-IF.

           EVALUATE TRUE
              WHEN WK-FUNCTION-ADD
                 PERFORM 200-ADD-SENDER     THRU 200-EXIT
              WHEN WK-FUNCTION-CHANGE
                 PERFORM 300-CHANGE-SENDER  THRU 300-EXIT
              WHEN WK-FUNCTION-SUSPEND
                 PERFORM 400-SUSPEND-SENDER THRU 400-EXIT
              WHEN WK-FUNCTION-REINSTATE
                 PERFORM 450-REINSTATE-SENDER THRU 450-EXIT
              WHEN WK-FUNCTION-INQUIRE
                 PERFORM 500-INQUIRE-SENDER THRU 500-EXIT
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
      *  Add a new sender, active.  A name and at least one operation
      *  are required; rate codes and limits are optional - no rate
      *  codes means no rate-coded records, a zero limit no limit.
      ****************************************************************
       200-ADD-SENDER.

           IF WK-SENDER-NAME-IN EQUAL SPACES
              MOVE 'SENDER NAME IS REQUIRED' TO WK-MESSAGE
              GO TO 200-EXIT
           END-IF.
           IF WK-OPS-IN EQUAL SPACES
              MOVE 'AT LEAST ONE OPERATION IS REQUIRED' TO WK-MESSAGE
              GO TO 200-EXIT
           END-IF.
           PERFORM 600-CHECK-OPS THRU 600-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 200-EXIT
           END-IF.

           MOVE SPACES             TO SENDER-RECORD.
           MOVE WK-SENDER-ID-IN    TO SND-SENDER-ID.
           MOVE WK-SENDER-NAME-IN  TO SND-SENDER-NAME.
           SET SND-IS-ACTIVE TO TRUE.
           MOVE WK-OPS-IN          TO SND-ALLOWED-OPS.
           MOVE WK-RATES-IN        TO SND-RATE-CODE-TABLE.
           MOVE WK-MAX-VALUE-IN    TO SND-MAX-VALUE-ONE.
           MOVE WK-MAX-HASH-IN     TO SND-MAX-BATCH-HASH.
           MOVE WK-RUN-DATE        TO SND-ADDED-DATE.
           MOVE WK-RUN-DATE        TO SND-MAINT-DATE.
           MOVE LKS-USER-ID        TO SND-MAINT-USER.

           WRITE SENDER-RECORD
              INVALID KEY
                 MOVE 'SENDER IS ALREADY ON FILE' TO WK-MESSAGE
           END-WRITE.
           IF WK-MESSAGE EQUAL SPACES
              IF WK-SENDER-STATUS NOT = '00'
                 MOVE 'ADD FAILED - SEE FILE STATUS' TO WK-MESSAGE
              ELSE
                 MOVE 'SENDER ADDED' TO WK-MESSAGE
                 PERFORM 700-SHOW-RECORD THRU 700-EXIT
              END-IF
           END-IF.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  Change a sender's name, authorities or limits - only the
      *  keyed fields are overlaid, the same as a RATEMNT correction:
      *  spaces and zero mean keep the recorded value.  A keyed rate
      *  code list replaces the whole list.  The status is left as
      *  it was; that is the S and R functions.
      ****************************************************************
       300-CHANGE-SENDER.

           PERFORM 800-READ-SENDER THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 300-EXIT
           END-IF.

           IF WK-OPS-IN NOT = SPACES
              PERFORM 600-CHECK-OPS THRU 600-EXIT
              IF WK-MESSAGE NOT = SPACES
                 GO TO 300-EXIT
              END-IF
              MOVE WK-OPS-IN TO SND-ALLOWED-OPS
           END-IF.
           IF WK-SENDER-NAME-IN NOT = SPACES
              MOVE WK-SENDER-NAME-IN TO SND-SENDER-NAME
           END-IF.
           IF WK-RATES-IN NOT = SPACES
              MOVE WK-RATES-IN TO SND-RATE-CODE-TABLE
           END-IF.
           IF WK-MAX-VALUE-IN NOT = ZEROS
              MOVE WK-MAX-VALUE-IN TO SND-MAX-VALUE-ONE
           END-IF.
           IF WK-MAX-HASH-IN NOT = ZEROS
              MOVE WK-MAX-HASH-IN TO SND-MAX-BATCH-HASH
           END-IF.
           MOVE WK-RUN-DATE TO SND-MAINT-DATE.
           MOVE LKS-USER-ID TO SND-MAINT-USER.

           PERFORM 850-REWRITE-SENDER THRU 850-EXIT.
           IF WK-MESSAGE EQUAL SPACES
              MOVE 'SENDER CHANGED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
           END-IF.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  Suspend a sender - CALCEDT refuses its batches until it is
      *  reinstated.  The record stays on file.
      ****************************************************************
       400-SUSPEND-SENDER.

           PERFORM 800-READ-SENDER THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 400-EXIT
           END-IF.

           IF SND-IS-SUSPENDED
              MOVE 'SENDER IS ALREADY SUSPENDED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
              GO TO 400-EXIT
           END-IF.

           SET SND-IS-SUSPENDED TO TRUE.
           MOVE WK-RUN-DATE TO SND-MAINT-DATE.
           MOVE LKS-USER-ID TO SND-MAINT-USER.

           PERFORM 850-REWRITE-SENDER THRU 850-EXIT.
           IF WK-MESSAGE EQUAL SPACES
              MOVE 'SENDER SUSPENDED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
           END-IF.

       400-EXIT.
           EXIT.

      ****************************************************************
      *  Reinstate a suspended sender - the only action that lets its
      *  batches through CALCEDT again.
      ****************************************************************
       450-REINSTATE-SENDER.

           PERFORM 800-READ-SENDER THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 450-EXIT
           END-IF.

           IF SND-IS-ACTIVE
              MOVE 'SENDER IS ALREADY ACTIVE' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
              GO TO 450-EXIT
           END-IF.

           SET SND-IS-ACTIVE TO TRUE.
           MOVE WK-RUN-DATE TO SND-MAINT-DATE.
           MOVE LKS-USER-ID TO SND-MAINT-USER.

           PERFORM 850-REWRITE-SENDER THRU 850-EXIT.
           IF WK-MESSAGE EQUAL SPACES
              MOVE 'SENDER REINSTATED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
           END-IF.

       450-EXIT.
           EXIT.

      ****************************************************************
      *  Show a sender without changing it.
      ****************************************************************
       500-INQUIRE-SENDER.

           PERFORM 800-READ-SENDER THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 500-EXIT
           END-IF.

           MOVE 'SENDER FOUND' TO WK-MESSAGE.
           PERFORM 700-SHOW-RECORD THRU 700-EXIT.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  Every keyed operation must be one CALC performs - a typo
      *  here would silently authorise nothing.
      ****************************************************************
       600-CHECK-OPS.

           PERFORM VARYING WK-OP-IX FROM 1 BY 1
                 UNTIL WK-OP-IX > 7
              IF WK-OPS-IN(WK-OP-IX:1) NOT = '+' AND '-' AND '*'
                    AND '/' AND '%' AND 'M' AND 'E' AND SPACE
                 MOVE 'OPERATIONS MUST BE + - * / % M OR E'
                    TO WK-MESSAGE
              END-IF
           END-PERFORM.

       600-EXIT.
           EXIT.

      ****************************************************************
      *  Copy the current record to the result screen fields.
      ****************************************************************
       700-SHOW-RECORD.

           MOVE SND-SENDER-NAME     TO WK-NAME-OUT.
           MOVE SND-STATUS          TO WK-STATUS-OUT.
           MOVE SND-ALLOWED-OPS     TO WK-OPS-OUT.
           MOVE SND-RATE-CODE-TABLE TO WK-RATES-OUT.
           MOVE SND-MAX-VALUE-ONE   TO WK-MAX-VALUE-OUT.
           MOVE SND-MAX-BATCH-HASH  TO WK-MAX-HASH-OUT.
           MOVE SND-ADDED-DATE      TO WK-ADDED-OUT.
           MOVE SND-MAINT-DATE      TO WK-MAINT-OUT.
           MOVE SND-MAINT-USER      TO WK-USER-OUT.

       700-EXIT.
           EXIT.

      ****************************************************************
      *  Read the keyed sender; WK-MESSAGE says why when it cannot.
      ****************************************************************
       800-READ-SENDER.

           MOVE WK-SENDER-ID-IN TO SND-SENDER-ID.
           READ SENDER-FILE
              INVALID KEY
                 MOVE 'SENDER IS NOT ON FILE' TO WK-MESSAGE
           END-READ.
           IF WK-MESSAGE EQUAL SPACES
                 AND WK-SENDER-STATUS NOT = '00'
              MOVE 'READ FAILED - SEE FILE STATUS' TO WK-MESSAGE
           END-IF.

       800-EXIT.
           EXIT.

      ****************************************************************
      *  Rewrite the sender just read and changed.
      ****************************************************************
       850-REWRITE-SENDER.

           REWRITE SENDER-RECORD
              INVALID KEY
                 MOVE 'UPDATE FAILED - SEE FILE STATUS' TO WK-MESSAGE
           END-REWRITE.
           IF WK-MESSAGE EQUAL SPACES
                 AND WK-SENDER-STATUS NOT = '00'
              MOVE 'UPDATE FAILED - SEE FILE STATUS' TO WK-MESSAGE
           END-IF.

       850-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
