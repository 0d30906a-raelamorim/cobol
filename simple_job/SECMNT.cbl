      ****************************************************************
      * Program name:    SECMNT
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - screen maintenance for the
      *                         indexed OPSEC operator security file,
      *                         in the style of the SNDMNT sender
      *                         screen.  Adds an operator with a
      *                         password and a profile - one authority
      *                         byte each for CALCONL, RATEMNT, REJMNT,
      *                         SNDMNT, STIMNT and SECMNT itself (see
      *                         SECREC) - changes them, revokes the
      *                         operator, reinstates a revoked one
      *                         (clearing the failed-password count),
      *                         and inquires.
      *                         Signs on through SIGNON like the other
      *                         online programs; SECMNT authority 'U'
      *                         is needed.  While OPSEC holds no
      *                         operators the screen runs unsigned and
      *                         takes only an add of the first
      *                         operator, who must hold SECMNT
      *                         authority, then ends.  An operator may
      *                         not revoke themselves or take away
      *                         their own SECMNT authority.  Operators
      *                         are never deleted - SECLOG, AUDITLOG,
      *                         RATEFILE and CALCFIX keep their IDs.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SECMNT.
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
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS SEC-USER-ID
                                   FILE STATUS IS WK-OPSEC-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY SECREC.
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-OPSEC-CONTROLS.
           05  WK-OPSEC-STATUS     PIC X(02)  VALUE SPACES.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-FIRST-FLAG       PIC X(01)  VALUE 'N'.
              88  WK-FIRST-OPERATOR           VALUE 'Y'.

       01  WK-SCREEN-FIELDS.
           05  WK-FUNCTION-IN      PIC X(01).
              88  WK-FUNCTION-ADD             VALUE 'A' 'a'.
              88  WK-FUNCTION-CHANGE          VALUE 'C' 'c'.
              88  WK-FUNCTION-INQUIRE         VALUE 'I' 'i'.
              88  WK-FUNCTION-REINSTATE       VALUE 'R' 'r'.
              88  WK-FUNCTION-REVOKE          VALUE 'V' 'v'.
           05  WK-USER-ID-IN       PIC X(08).
           05  WK-USER-NAME-IN     PIC X(30).
           05  WK-PASSWORD-IN      PIC X(08).
           05  WK-CALCONL-IN       PIC X(01).
           05  WK-RATEMNT-IN       PIC X(01).
           05  WK-REJMNT-IN        PIC X(01).
           05  WK-SECMNT-IN        PIC X(01).
           05  WK-SNDMNT-IN        PIC X(01).
           05  WK-STIMNT-IN        PIC X(01).

       01  WK-RESULT-FIELDS.
           05  WK-MESSAGE          PIC X(40)  VALUE SPACES.
           05  WK-NAME-OUT         PIC X(30)  VALUE SPACES.
           05  WK-STATUS-OUT       PIC X(01)  VALUE SPACE.
           05  WK-PROFILE-OUT      PIC X(06)  VALUE SPACES.
           05  WK-FAILED-OUT       PIC 9(01)  VALUE ZEROS.
           05  WK-LAST-SIGNON-OUT  PIC 9(08)  VALUE ZEROS.
           05  WK-ADDED-OUT        PIC 9(08)  VALUE ZEROS.
           05  WK-MAINT-OUT        PIC 9(08)  VALUE ZEROS.
           05  WK-MAINT-USER-OUT   PIC X(08)  VALUE SPACES.

       01  WK-CONTINUE-CONTROLS.
           05  WK-CONTINUE-IN      PIC X(01)  VALUE 'Y'.
              88  WK-CONTINUE-YES              VALUE 'Y' 'y'.

           COPY LKSIGN.
      ****************************************************************
       SCREEN SECTION.
       01  OPERATOR-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1  VALUE 'SECMNT - OPERATOR SECURITY '.
           05  LINE 1  COL 28 VALUE 'MAINTENANCE'.
           05  LINE 3  COL 1  VALUE 'FUNCTION (A/C/I/R/V) ...... '.
           05  LINE 3  COL 30 PIC X(01)      TO WK-FUNCTION-IN.
           05  LINE 4  COL 1  VALUE 'USER ID ................... '.
           05  LINE 4  COL 30 PIC X(08)      TO WK-USER-ID-IN.
           05  LINE 5  COL 1  VALUE 'OPERATOR NAME ............. '.
           05  LINE 5  COL 30 PIC X(30)      TO WK-USER-NAME-IN.
           05  LINE 6  COL 1  VALUE 'PASSWORD .................. '.
           05  LINE 6  COL 30 PIC X(08)      TO WK-PASSWORD-IN
                                             SECURE.
           05  LINE 7  COL 1  VALUE 'CALCONL AUTHORITY (U/N) ... '.
           05  LINE 7  COL 30 PIC X(01)      TO WK-CALCONL-IN.
           05  LINE 8  COL 1  VALUE 'RATEMNT AUTHORITY (U/I/N) . '.
           05  LINE 8  COL 30 PIC X(01)      TO WK-RATEMNT-IN.
           05  LINE 9  COL 1  VALUE 'REJMNT AUTHORITY (R/V/N) .. '.
           05  LINE 9  COL 30 PIC X(01)      TO WK-REJMNT-IN.
           05  LINE 10 COL 1  VALUE 'SECMNT AUTHORITY (U/N) .... '.
           05  LINE 10 COL 30 PIC X(01)      TO WK-SECMNT-IN.
           05  LINE 11 COL 1  VALUE 'SNDMNT AUTHORITY (U/N) .... '.
           05  LINE 11 COL 30 PIC X(01)      TO WK-SNDMNT-IN.
           05  LINE 12 COL 1  VALUE 'STIMNT AUTHORITY (U/N) .... '.
           05  LINE 12 COL 30 PIC X(01)      TO WK-STIMNT-IN.

       01  RESULT-SCREEN.
           05  LINE 14 COL 1  VALUE 'OPERATOR NAME ............. '.
           05  LINE 14 COL 30 PIC X(30)      FROM WK-NAME-OUT.
           05  LINE 15 COL 1  VALUE 'STATUS (A/R) .............. '.
           05  LINE 15 COL 30 PIC X(01)      FROM WK-STATUS-OUT.
           05  LINE 16 COL 1  VALUE 'PROFILE (ONL/RAT/REJ/SEC/'.
           05  LINE 16 COL 26 VALUE 'SND/STI) '.
           05  LINE 16 COL 35 PIC X(06)      FROM WK-PROFILE-OUT.
           05  LINE 17 COL 1  VALUE 'FAILED PASSWORDS .......... '.
           05  LINE 17 COL 30 PIC 9(01)      FROM WK-FAILED-OUT.
           05  LINE 18 COL 1  VALUE 'LAST SIGN-ON .............. '.
           05  LINE 18 COL 30 PIC 9(08)      FROM WK-LAST-SIGNON-OUT.
           05  LINE 19 COL 1  VALUE 'ADDED / LAST MAINTAINED ... '.
           05  LINE 19 COL 30 PIC 9(08)      FROM WK-ADDED-OUT.
           05  LINE 19 COL 40 PIC 9(08)      FROM WK-MAINT-OUT.
           05  LINE 19 COL 50 PIC X(08)      FROM WK-MAINT-USER-OUT.
           05  LINE 21 COL 1  PIC X(40)      FROM WK-MESSAGE.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.

           PERFORM 100-MAINTAIN THRU 100-EXIT
              UNTIL NOT WK-CONTINUE-YES.

           CLOSE OPERATOR-FILE.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - OPSEC is created on first use.  With
      *  operators on file the operator signs on; with none, the
      *  screen is open for the first operator only.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM 020-OPEN-OPSEC THRU 020-EXIT.

           MOVE LOW-VALUES TO SEC-USER-ID.
           START OPERATOR-FILE KEY NOT LESS THAN SEC-USER-ID
              INVALID KEY
                 SET WK-FIRST-OPERATOR TO TRUE
           END-START.

           IF WK-FIRST-OPERATOR
              MOVE SPACES TO LKS-USER-ID
              DISPLAY 'SECMNT: NO OPERATORS ON OPSEC - ADD THE FIRST '
                      'OPERATOR, WITH SECMNT AUTHORITY U'
              GO TO 000-EXIT
           END-IF.

      *    SIGNON opens OPSEC itself.
           CLOSE OPERATOR-FILE.

           MOVE 'SECMNT' TO LKS-PROGRAM.
           CALL 'SIGNON' USING SIGNON-REQUEST
              ON EXCEPTION
                 DISPLAY 'SECMNT: SIGNON IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           IF LKS-RETURN-CODE NOT = ZEROS
              DISPLAY 'SECMNT: SIGN-ON REFUSED, RETURN CODE '
                      LKS-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           PERFORM 020-OPEN-OPSEC THRU 020-EXIT.

       000-EXIT.
           EXIT.

      ****************************************************************
      *  Open the operator file for update, creating it on first use.
      ****************************************************************
       020-OPEN-OPSEC.

           OPEN I-O OPERATOR-FILE.
           IF WK-OPSEC-STATUS = '35'
              OPEN OUTPUT OPERATOR-FILE
              IF WK-OPSEC-STATUS NOT = '00'
                 DISPLAY 'SECMNT: UNABLE TO CREATE OPSEC, '
                         'STATUS = ' WK-OPSEC-STATUS
                 STOP RUN
              END-IF
              CLOSE OPERATOR-FILE
              OPEN I-O OPERATOR-FILE
           END-IF.
           IF WK-OPSEC-STATUS NOT = '00'
              DISPLAY 'SECMNT: UNABLE TO OPEN OPSEC, STATUS = '
                      WK-OPSEC-STATUS
              STOP RUN
           END-IF.

       020-EXIT.
           EXIT.

      ****************************************************************
      *  Prompt for one maintenance action and apply it.
      ****************************************************************
       100-MAINTAIN.

           MOVE SPACES TO WK-MESSAGE.
           MOVE SPACES TO WK-NAME-OUT.
           MOVE SPACE  TO WK-STATUS-OUT.
           MOVE SPACES TO WK-PROFILE-OUT.
           MOVE ZEROS  TO WK-FAILED-OUT.
           MOVE ZEROS  TO WK-LAST-SIGNON-OUT.
           MOVE ZEROS  TO WK-ADDED-OUT.
           MOVE ZEROS  TO WK-MAINT-OUT.
           MOVE SPACES TO WK-MAINT-USER-OUT.
           MOVE SPACES TO WK-PASSWORD-IN.

           DISPLAY OPERATOR-SCREEN.
           ACCEPT OPERATOR-SCREEN.

           IF WK-USER-ID-IN EQUAL SPACES
              MOVE 'USER ID IS REQUIRED' TO WK-MESSAGE
              GO TO 100-SHOW
           END-IF.

           IF WK-FIRST-OPERATOR
                 AND NOT WK-FUNCTION-ADD
              MOVE 'ADD THE FIRST OPERATOR BEFORE ANYTHING ELSE'
                 TO WK-MESSAGE
              GO TO 100-SHOW
           END-IF.

           EVALUATE TRUE
              WHEN WK-FUNCTION-ADD
                 PERFORM 200-ADD-OPERATOR     THRU 200-EXIT
              WHEN WK-FUNCTION-CHANGE
                 PERFORM 300-CHANGE-OPERATOR  THRU 300-EXIT
              WHEN WK-FUNCTION-REVOKE
                 PERFORM 400-REVOKE-OPERATOR  THRU 400-EXIT
              WHEN WK-FUNCTION-REINSTATE
                 PERFORM 450-REINSTATE-OPERATOR THRU 450-EXIT
              WHEN WK-FUNCTION-INQUIRE
                 PERFORM 500-INQUIRE-OPERATOR THRU 500-EXIT
              WHEN OTHER
                 MOVE 'FUNCTION MUST BE A, C, I, R OR V'
                    TO WK-MESSAGE
           END-EVALUATE.

       100-SHOW.

           DISPLAY RESULT-SCREEN.

      *    The first operator is on file - from here on every change
      *    is made by a signed-on operator.
           IF WK-FIRST-OPERATOR
                 AND WK-MESSAGE = 'OPERATOR ADDED'
              DISPLAY 'FIRST OPERATOR ADDED - RUN SECMNT AGAIN AND '
                      'SIGN ON'
              MOVE 'N' TO WK-CONTINUE-IN
              GO TO 100-EXIT
           END-IF.

           DISPLAY 'ANOTHER ACTION (Y/N)? ' WITH NO ADVANCING.
           ACCEPT WK-CONTINUE-IN.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  Add a new operator, active.  A name, a password and a valid
      *  profile are required; a profile byte left blank is N.
      ****************************************************************
       200-ADD-OPERATOR.

           IF WK-USER-NAME-IN EQUAL SPACES
              MOVE 'OPERATOR NAME IS REQUIRED' TO WK-MESSAGE
              GO TO 200-EXIT
           END-IF.
           IF WK-PASSWORD-IN EQUAL SPACES
              MOVE 'PASSWORD IS REQUIRED' TO WK-MESSAGE
              GO TO 200-EXIT
           END-IF.
           IF WK-CALCONL-IN EQUAL SPACE
              MOVE 'N' TO WK-CALCONL-IN
           END-IF.
           IF WK-RATEMNT-IN EQUAL SPACE
              MOVE 'N' TO WK-RATEMNT-IN
           END-IF.
           IF WK-REJMNT-IN EQUAL SPACE
              MOVE 'N' TO WK-REJMNT-IN
           END-IF.
           IF WK-SECMNT-IN EQUAL SPACE
              MOVE 'N' TO WK-SECMNT-IN
           END-IF.
           IF WK-SNDMNT-IN EQUAL SPACE
              MOVE 'N' TO WK-SNDMNT-IN
           END-IF.
           IF WK-STIMNT-IN EQUAL SPACE
              MOVE 'N' TO WK-STIMNT-IN
           END-IF.
           PERFORM 600-CHECK-PROFILE THRU 600-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 200-EXIT
           END-IF.
           IF WK-FIRST-OPERATOR
                 AND WK-SECMNT-IN NOT = 'U'
              MOVE 'FIRST OPERATOR NEEDS SECMNT AUTHORITY U'
                 TO WK-MESSAGE
              GO TO 200-EXIT
           END-IF.

           MOVE SPACES             TO OPERATOR-RECORD.
           MOVE WK-USER-ID-IN      TO SEC-USER-ID.
           MOVE WK-USER-NAME-IN    TO SEC-USER-NAME.
           MOVE WK-PASSWORD-IN     TO SEC-PASSWORD.
           SET SEC-IS-ACTIVE TO TRUE.
           MOVE WK-CALCONL-IN      TO SEC-CALCONL-AUTH.
           MOVE WK-RATEMNT-IN      TO SEC-RATEMNT-AUTH.
           MOVE WK-REJMNT-IN       TO SEC-REJMNT-AUTH.
           MOVE WK-SECMNT-IN       TO SEC-SECMNT-AUTH.
           MOVE WK-SNDMNT-IN       TO SEC-SNDMNT-AUTH.
           MOVE WK-STIMNT-IN       TO SEC-STIMNT-AUTH.
           MOVE ZEROS              TO SEC-FAILED-COUNT.
           MOVE ZEROS              TO SEC-LAST-SIGNON.
           MOVE WK-RUN-DATE        TO SEC-ADDED-DATE.
           MOVE WK-RUN-DATE        TO SEC-MAINT-DATE.
           MOVE LKS-USER-ID        TO SEC-MAINT-USER.

           WRITE OPERATOR-RECORD
              INVALID KEY
                 MOVE 'OPERATOR IS ALREADY ON FILE' TO WK-MESSAGE
           END-WRITE.
           IF WK-MESSAGE EQUAL SPACES
              IF WK-OPSEC-STATUS NOT = '00'
                 MOVE 'ADD FAILED - SEE FILE STATUS' TO WK-MESSAGE
              ELSE
                 MOVE 'OPERATOR ADDED' TO WK-MESSAGE
                 PERFORM 700-SHOW-RECORD THRU 700-EXIT
              END-IF
           END-IF.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  Change an operator's name, password or profile - only the
      *  keyed fields are overlaid, the same as SNDMNT: spaces mean
      *  keep the recorded value.  The status is left as it was;
      *  that is the V and R functions.
      ****************************************************************
       300-CHANGE-OPERATOR.

           PERFORM 800-READ-OPERATOR THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 300-EXIT
           END-IF.

           IF WK-CALCONL-IN EQUAL SPACE
              MOVE SEC-CALCONL-AUTH TO WK-CALCONL-IN
           END-IF.
           IF WK-RATEMNT-IN EQUAL SPACE
              MOVE SEC-RATEMNT-AUTH TO WK-RATEMNT-IN
           END-IF.
           IF WK-REJMNT-IN EQUAL SPACE
              MOVE SEC-REJMNT-AUTH  TO WK-REJMNT-IN
           END-IF.
           IF WK-SECMNT-IN EQUAL SPACE
              MOVE SEC-SECMNT-AUTH  TO WK-SECMNT-IN
           END-IF.
      *    An operator added before SNDMNT and STIMNT were secured
      *    has no byte recorded for them - that is N.
           IF WK-SNDMNT-IN EQUAL SPACE
              MOVE SEC-SNDMNT-AUTH  TO WK-SNDMNT-IN
           END-IF.
           IF WK-SNDMNT-IN EQUAL SPACE
              MOVE 'N'              TO WK-SNDMNT-IN
           END-IF.
           IF WK-STIMNT-IN EQUAL SPACE
              MOVE SEC-STIMNT-AUTH  TO WK-STIMNT-IN
           END-IF.
           IF WK-STIMNT-IN EQUAL SPACE
              MOVE 'N'              TO WK-STIMNT-IN
           END-IF.
           PERFORM 600-CHECK-PROFILE THRU 600-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 300-EXIT
           END-IF.
           IF WK-USER-ID-IN = LKS-USER-ID
                 AND WK-SECMNT-IN NOT = 'U'
              MOVE 'YOU MAY NOT REMOVE YOUR OWN AUTHORITY'
                 TO WK-MESSAGE
              GO TO 300-EXIT
           END-IF.

           IF WK-USER-NAME-IN NOT = SPACES
              MOVE WK-USER-NAME-IN TO SEC-USER-NAME
           END-IF.
           IF WK-PASSWORD-IN NOT = SPACES
              MOVE WK-PASSWORD-IN  TO SEC-PASSWORD
           END-IF.
           MOVE WK-CALCONL-IN      TO SEC-CALCONL-AUTH.
           MOVE WK-RATEMNT-IN      TO SEC-RATEMNT-AUTH.
           MOVE WK-REJMNT-IN       TO SEC-REJMNT-AUTH.
           MOVE WK-SECMNT-IN       TO SEC-SECMNT-AUTH.
           MOVE WK-SNDMNT-IN       TO SEC-SNDMNT-AUTH.
           MOVE WK-STIMNT-IN       TO SEC-STIMNT-AUTH.
           MOVE WK-RUN-DATE        TO SEC-MAINT-DATE.
           MOVE LKS-USER-ID        TO SEC-MAINT-USER.

           PERFORM 850-REWRITE-OPERATOR THRU 850-EXIT.
           IF WK-MESSAGE EQUAL SPACES
              MOVE 'OPERATOR CHANGED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
           END-IF.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  Revoke an operator - SIGNON refuses them until they are
      *  reinstated.  The record stays on file.
      ****************************************************************
       400-REVOKE-OPERATOR.

           IF WK-USER-ID-IN = LKS-USER-ID
              MOVE 'YOU MAY NOT REVOKE YOURSELF' TO WK-MESSAGE
              GO TO 400-EXIT
           END-IF.

           PERFORM 800-READ-OPERATOR THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 400-EXIT
           END-IF.

           IF SEC-IS-REVOKED
              MOVE 'OPERATOR IS ALREADY REVOKED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
              GO TO 400-EXIT
           END-IF.

           SET SEC-IS-REVOKED TO TRUE.
           MOVE WK-RUN-DATE TO SEC-MAINT-DATE.
           MOVE LKS-USER-ID TO SEC-MAINT-USER.

           PERFORM 850-REWRITE-OPERATOR THRU 850-EXIT.
           IF WK-MESSAGE EQUAL SPACES
              MOVE 'OPERATOR REVOKED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
           END-IF.

       400-EXIT.
           EXIT.

      ****************************************************************
      *  Reinstate a revoked operator - revoked by SECMNT or by three
      *  wrong passwords.  The failed count is cleared; a keyed
      *  password replaces the recorded one.
      ****************************************************************
       450-REINSTATE-OPERATOR.

           PERFORM 800-READ-OPERATOR THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 450-EXIT
           END-IF.

           IF SEC-IS-ACTIVE
              MOVE 'OPERATOR IS ALREADY ACTIVE' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
              GO TO 450-EXIT
           END-IF.

           SET SEC-IS-ACTIVE TO TRUE.
           MOVE ZEROS TO SEC-FAILED-COUNT.
           IF WK-PASSWORD-IN NOT = SPACES
              MOVE WK-PASSWORD-IN TO SEC-PASSWORD
           END-IF.
           MOVE WK-RUN-DATE TO SEC-MAINT-DATE.
           MOVE LKS-USER-ID TO SEC-MAINT-USER.

           PERFORM 850-REWRITE-OPERATOR THRU 850-EXIT.
           IF WK-MESSAGE EQUAL SPACES
              MOVE 'OPERATOR REINSTATED' TO WK-MESSAGE
              PERFORM 700-SHOW-RECORD THRU 700-EXIT
           END-IF.

       450-EXIT.
           EXIT.

      ****************************************************************
      *  Show an operator without changing it.  The password is
      *  never shown.
      ****************************************************************
       500-INQUIRE-OPERATOR.

           PERFORM 800-READ-OPERATOR THRU 800-EXIT.
           IF WK-MESSAGE NOT = SPACES
              GO TO 500-EXIT
           END-IF.

           MOVE 'OPERATOR FOUND' TO WK-MESSAGE.
           PERFORM 700-SHOW-RECORD THRU 700-EXIT.

       500-EXIT.
           EXIT.

      ****************************************************************
      *  Every profile byte must be one its program recognises - an
      *  unknown byte would silently authorise nothing.
      ****************************************************************
       600-CHECK-PROFILE.

           IF WK-CALCONL-IN NOT = 'U' AND 'N'
              MOVE 'CALCONL AUTHORITY MUST BE U OR N' TO WK-MESSAGE
           END-IF.
           IF WK-RATEMNT-IN NOT = 'U' AND 'I' AND 'N'
              MOVE 'RATEMNT AUTHORITY MUST BE U, I OR N'
                 TO WK-MESSAGE
           END-IF.
           IF WK-REJMNT-IN NOT = 'R' AND 'V' AND 'N'
              MOVE 'REJMNT AUTHORITY MUST BE R, V OR N' TO WK-MESSAGE
           END-IF.
           IF WK-SECMNT-IN NOT = 'U' AND 'N'
              MOVE 'SECMNT AUTHORITY MUST BE U OR N' TO WK-MESSAGE
           END-IF.
           IF WK-SNDMNT-IN NOT = 'U' AND 'N'
              MOVE 'SNDMNT AUTHORITY MUST BE U OR N' TO WK-MESSAGE
           END-IF.
           IF WK-STIMNT-IN NOT = 'U' AND 'N'
              MOVE 'STIMNT AUTHORITY MUST BE U OR N' TO WK-MESSAGE
           END-IF.

       600-EXIT.
           EXIT.

      ****************************************************************
      *  Copy the current record to the result screen fields.
      ****************************************************************
       700-SHOW-RECORD.

           MOVE SEC-USER-NAME       TO WK-NAME-OUT.
           MOVE SEC-STATUS          TO WK-STATUS-OUT.
           MOVE SEC-PROFILE         TO WK-PROFILE-OUT.
           MOVE SEC-FAILED-COUNT    TO WK-FAILED-OUT.
           MOVE SEC-LAST-SIGNON     TO WK-LAST-SIGNON-OUT.
           MOVE SEC-ADDED-DATE      TO WK-ADDED-OUT.
           MOVE SEC-MAINT-DATE      TO WK-MAINT-OUT.
           MOVE SEC-MAINT-USER      TO WK-MAINT-USER-OUT.

       700-EXIT.
           EXIT.

      ****************************************************************
      *  Read the keyed operator; WK-MESSAGE says why when it cannot.
      ****************************************************************
       800-READ-OPERATOR.

           MOVE WK-USER-ID-IN TO SEC-USER-ID.
           READ OPERATOR-FILE
              INVALID KEY
                 MOVE 'OPERATOR IS NOT ON FILE' TO WK-MESSAGE
           END-READ.
           IF WK-MESSAGE EQUAL SPACES
                 AND WK-OPSEC-STATUS NOT = '00'
              MOVE 'READ FAILED - SEE FILE STATUS' TO WK-MESSAGE
           END-IF.

       800-EXIT.
           EXIT.

      ****************************************************************
      *  Rewrite the operator just read and changed.
      ****************************************************************
       850-REWRITE-OPERATOR.

           REWRITE OPERATOR-RECORD
              INVALID KEY
                 MOVE 'UPDATE FAILED - SEE FILE STATUS' TO WK-MESSAGE
           END-REWRITE.
           IF WK-MESSAGE EQUAL SPACES
                 AND WK-OPSEC-STATUS NOT = '00'
              MOVE 'UPDATE FAILED - SEE FILE STATUS' TO WK-MESSAGE
           END-IF.

       850-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
