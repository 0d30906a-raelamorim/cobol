      ****************************************************************
      * Program name:    SIGNON
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - operator sign-on service,
      *                         called by every online program before
      *                         its first screen so the screens no
      *                         longer take input from anyone at a
      *                         terminal.  Prompts for the user ID
      *                         and password, checks them against the
      *                         OPSEC operator security file, and
      *                         returns the user ID the caller stamps
      *                         on what it changes and the operator's
      *                         authority byte for the calling
      *                         program.  Three attempts per sign-on;
      *                         three wrong passwords in a row revoke
      *                         the operator.  Every sign-on and every
      *                         refusal goes to SECLOG through
      *                         SECLOGW.  The request area is LKSIGN.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SIGNON.
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
           SELECT OPERATOR-FILE   ASSIGN TO "OPSEC"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SEC-USER-ID
                                   FILE STATUS IS WK-OPSEC-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY SECREC.
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-SIGNON-CONTROLS.
           05  WK-OPSEC-STATUS     PIC X(02)  VALUE SPACES.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-ATTEMPTS         PIC 9(01)  VALUE ZEROS.
           05  WK-MAX-ATTEMPTS     PIC 9(01)  VALUE 3.
           05  WK-PROFILE-IX       PIC 9(01)  VALUE ZEROS.
           05  WK-AUTHORITY        PIC X(01)  VALUE SPACE.
           05  WK-REASON-CODE      PIC 9(02)  VALUE ZEROS.

       01  WK-SWITCHES.
           05  WK-OUTCOME          PIC X(01)  VALUE SPACE.
              88  WK-STILL-TRYING             VALUE SPACE.
              88  WK-SIGNED-ON                VALUE 'S'.
              88  WK-OPERATOR-LEFT            VALUE 'L'.
              88  WK-OPSEC-FAILED             VALUE 'F'.

       01  WK-SCREEN-FIELDS.
           05  WK-PROGRAM-OUT      PIC X(08)  VALUE SPACES.
           05  WK-USER-ID-IN       PIC X(08)  VALUE SPACES.
           05  WK-PASSWORD-IN      PIC X(08)  VALUE SPACES.
           05  WK-MESSAGE          PIC X(40)  VALUE SPACES.

           COPY SECLREC.
      ****************************************************************
       LINKAGE SECTION.
           COPY LKSIGN.
      ****************************************************************
       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1  VALUE 'SIGNON - OPERATOR SIGN-ON'.
           05  LINE 3  COL 1  VALUE 'PROGRAM ................... '.
           05  LINE 3  COL 30 PIC X(08)      FROM WK-PROGRAM-OUT.
           05  LINE 5  COL 1  VALUE 'USER ID ................... '.
           05  LINE 5  COL 30 PIC X(08)      TO WK-USER-ID-IN.
           05  LINE 6  COL 1  VALUE 'PASSWORD .................. '.
           05  LINE 6  COL 30 PIC X(08)      TO WK-PASSWORD-IN
                                             SECURE.
           05  LINE 8  COL 1  PIC X(40)      FROM WK-MESSAGE.
      ****************************************************************
       PROCEDURE DIVISION USING SIGNON-REQUEST.

           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.

           IF WK-STILL-TRYING
              PERFORM 100-ATTEMPT THRU 100-EXIT
                 UNTIL NOT WK-STILL-TRYING
                    OR WK-ATTEMPTS NOT < WK-MAX-ATTEMPTS
              CLOSE OPERATOR-FILE
           END-IF.

           EVALUATE TRUE
              WHEN WK-SIGNED-ON
                 MOVE SEC-USER-ID  TO LKS-USER-ID
                 MOVE WK-AUTHORITY TO LKS-AUTHORITY
                 MOVE ZEROS        TO LKS-RETURN-CODE
              WHEN WK-OPSEC-FAILED
                 IF LKS-RETURN-CODE = ZEROS
                    MOVE 51 TO LKS-RETURN-CODE
                 END-IF
              WHEN OTHER
                 MOVE 50 TO LKS-RETURN-CODE
           END-EVALUATE.

           GOBACK.

      ****************************************************************
      *  Initial Procedures - find the calling program's byte in the
      *  operator profile, and open OPSEC for update (the failed-
      *  attempt count and last sign-on date are kept on it).
      ****************************************************************
       000-HOUSEKEEPING.

           MOVE SPACE  TO WK-OUTCOME.
           MOVE ZEROS  TO WK-ATTEMPTS.
           MOVE SPACES TO WK-MESSAGE.
           MOVE SPACES TO LKS-USER-ID.
           MOVE SPACE  TO LKS-AUTHORITY.
           MOVE ZEROS  TO LKS-RETURN-CODE.
           MOVE LKS-PROGRAM TO WK-PROGRAM-OUT.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           EVALUATE LKS-PROGRAM
              WHEN 'CALCONL'
                 MOVE 1 TO WK-PROFILE-IX
              WHEN 'RATEMNT'
                 MOVE 2 TO WK-PROFILE-IX
              WHEN 'REJMNT'
                 MOVE 3 TO WK-PROFILE-IX
              WHEN 'SECMNT'
                 MOVE 4 TO WK-PROFILE-IX
              WHEN 'SNDMNT'
                 MOVE 5 TO WK-PROFILE-IX
              WHEN 'STIMNT'
                 MOVE 6 TO WK-PROFILE-IX
              WHEN OTHER
                 DISPLAY 'SIGNON: ' LKS-PROGRAM
                         ' IS NOT A SECURED PROGRAM'
                 MOVE 52 TO LKS-RETURN-CODE
                 SET WK-OPSEC-FAILED TO TRUE
                 GO TO 000-EXIT
           END-EVALUATE.

           OPEN I-O OPERATOR-FILE.
           IF WK-OPSEC-STATUS NOT = '00'
              DISPLAY 'SIGNON: UNABLE TO OPEN OPSEC, STATUS = '
                      WK-OPSEC-STATUS
              MOVE 51 TO LKS-RETURN-CODE
              SET WK-OPSEC-FAILED TO TRUE
           END-IF.

       000-EXIT.
           EXIT.

      ****************************************************************
      *  One sign-on attempt.  The operator is not told whether the
      *  user ID or the password was wrong; SECLOG is.
      ****************************************************************
       100-ATTEMPT.

           ADD 1 TO WK-ATTEMPTS.
           MOVE SPACES TO WK-USER-ID-IN.
           MOVE SPACES TO WK-PASSWORD-IN.

           DISPLAY SIGNON-SCREEN.
           ACCEPT SIGNON-SCREEN.
           MOVE SPACES TO WK-MESSAGE.

           IF WK-USER-ID-IN EQUAL SPACES
              SET WK-OPERATOR-LEFT TO TRUE
              GO TO 100-EXIT
           END-IF.

           MOVE WK-USER-ID-IN TO SEC-USER-ID.
           READ OPERATOR-FILE
              INVALID KEY
                 MOVE 01 TO WK-REASON-CODE
                 PERFORM 200-LOG-REFUSAL THRU 200-EXIT
                 GO TO 100-EXIT
           END-READ.
           IF WK-OPSEC-STATUS NOT = '00'
              DISPLAY 'SIGNON: ERROR READING OPSEC, STATUS = '
                      WK-OPSEC-STATUS
              SET WK-OPSEC-FAILED TO TRUE
              GO TO 100-EXIT
           END-IF.

           IF SEC-IS-REVOKED
              MOVE 03 TO WK-REASON-CODE
              PERFORM 200-LOG-REFUSAL THRU 200-EXIT
              MOVE 'OPERATOR IS REVOKED - SEE SECURITY'
                 TO WK-MESSAGE
              GO TO 100-EXIT
           END-IF.

           IF WK-PASSWORD-IN NOT = SEC-PASSWORD
              IF SEC-FAILED-COUNT IS NOT NUMERIC
                 MOVE ZEROS TO SEC-FAILED-COUNT
              END-IF
              ADD 1 TO SEC-FAILED-COUNT
              IF SEC-FAILED-COUNT NOT < WK-MAX-ATTEMPTS
                 SET SEC-IS-REVOKED TO TRUE
                 MOVE 06 TO WK-REASON-CODE
              ELSE
                 MOVE 02 TO WK-REASON-CODE
              END-IF
              PERFORM 300-REWRITE-OPERATOR THRU 300-EXIT
              PERFORM 200-LOG-REFUSAL THRU 200-EXIT
              GO TO 100-EXIT
           END-IF.

      *    The password was right - the run of failures is broken
      *    even if the program is then refused.
           MOVE ZEROS TO SEC-FAILED-COUNT.
           MOVE SEC-PROFILE(WK-PROFILE-IX:1) TO WK-AUTHORITY.
           IF WK-AUTHORITY = 'N' OR SPACE
              PERFORM 300-REWRITE-OPERATOR THRU 300-EXIT
              MOVE 04 TO WK-REASON-CODE
              PERFORM 200-LOG-REFUSAL THRU 200-EXIT
              MOVE 'NO AUTHORITY FOR THIS PROGRAM' TO WK-MESSAGE
              GO TO 100-EXIT
           END-IF.

           MOVE WK-RUN-DATE TO SEC-LAST-SIGNON.
           PERFORM 300-REWRITE-OPERATOR THRU 300-EXIT.
           IF WK-OPSEC-FAILED
              GO TO 100-EXIT
           END-IF.

      *    A sign-on that cannot be logged is refused - SECLOGW
      *    failing overrides the outcome.
           SET WK-SIGNED-ON TO TRUE.

           MOVE SPACES        TO SECLOG-RECORD.
           MOVE 'S'           TO SLG-EVENT-TYPE.
           MOVE LKS-PROGRAM   TO SLG-PROGRAM.
           MOVE SEC-USER-ID   TO SLG-USER-ID.
           MOVE ZEROS         TO SLG-REASON-CODE.
           MOVE WK-AUTHORITY  TO SLG-FUNCTION.
           PERFORM 400-WRITE-LOG THRU 400-EXIT.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  Log a refused attempt - the reason code is already set.
      ****************************************************************
       200-LOG-REFUSAL.

           MOVE SPACES          TO SECLOG-RECORD.
           MOVE 'V'             TO SLG-EVENT-TYPE.
           MOVE LKS-PROGRAM     TO SLG-PROGRAM.
           MOVE WK-USER-ID-IN   TO SLG-USER-ID.
           MOVE WK-REASON-CODE  TO SLG-REASON-CODE.
           PERFORM 400-WRITE-LOG THRU 400-EXIT.

           IF WK-MESSAGE EQUAL SPACES
              MOVE 'SIGN-ON REFUSED - CHECK USER ID/PASSWORD'
                 TO WK-MESSAGE
           END-IF.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  Keep the failed-attempt count, status and last sign-on date.
      ****************************************************************
       300-REWRITE-OPERATOR.

           REWRITE OPERATOR-RECORD
              INVALID KEY
                 CONTINUE
           END-REWRITE.
           IF WK-OPSEC-STATUS NOT = '00'
              DISPLAY 'SIGNON: ERROR REWRITING OPSEC, STATUS = '
                      WK-OPSEC-STATUS
              SET WK-OPSEC-FAILED TO TRUE
           END-IF.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  Append the event to SECLOG.
      ****************************************************************
       400-WRITE-LOG.

           CALL 'SECLOGW' USING SECLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'SIGNON: SECLOGW IS NOT AVAILABLE'
                 SET WK-OPSEC-FAILED TO TRUE
           END-CALL.

       400-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
