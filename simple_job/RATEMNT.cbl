      *                         correction no longer re-activates an
      *                         expired version or wipes a recorded
      *                         expiry left at zero on the screen.
      * 15/10/26  MAINT         The operator signs on through SIGNON
      *                         first.  RATEMNT authority 'I' allows
      *                         inquiry only - any other function is
      *                         refused and logged to SECLOG as a
      *                         violation; 'U' allows every function.
      *                         Every version written or rewritten is
      *                         stamped with the signed-on user ID and
      *                         the date, a keyed band with the user
      *                         ID, and inquiry lists them.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RATEMNT.
       WORKING-STORAGE SECTION.
       01  WK-RATE-CONTROLS.
           05  WK-RATE-STATUS      PIC X(02)  VALUE SPACES.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.

       01  WK-SCREEN-FIELDS.
           05  WK-FUNCTION-IN      PIC X(01).
           05  WK-PRIOR-TYPE       PIC X(01)  VALUE SPACE.
           05  WK-PRIOR-BAND-COUNT PIC 9(02)  VALUE ZEROS.
           05  WK-PRIOR-BANDS      PIC X(80)  VALUE SPACES.
           05  WK-PRIOR-BAND-USERS PIC X(40)  VALUE SPACES.

           COPY LKSIGN.
           COPY SECLREC.
      ****************************************************************
       SCREEN SECTION.
       01  RATE-SCREEN.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 050-SIGN-ON      THRU 050-EXIT.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.

           PERFORM 100-MAINTAIN THRU 100-EXIT
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           OPEN I-O RATE-FILE.
           IF WK-RATE-STATUS = '35'
              OPEN OUTPUT RATE-FILE
       000-EXIT.
           EXIT.

      ****************************************************************
      *  Sign the operator on.  A refused sign-on ends the session -
      *  SIGNON has already logged why on SECLOG.
      ****************************************************************
       050-SIGN-ON.

           MOVE 'RATEMNT' TO LKS-PROGRAM.
           CALL 'SIGNON' USING SIGNON-REQUEST
              ON EXCEPTION
                 DISPLAY 'RATEMNT: SIGNON IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           IF LKS-RETURN-CODE NOT = ZEROS
              DISPLAY 'RATEMNT: SIGN-ON REFUSED, RETURN CODE '
                      LKS-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       050-EXIT.
           EXIT.

      ****************************************************************
      *  A function outside the operator's profile - refused on the
      *  screen and logged to SECLOG with the rate code it was tried
      *  on.
      ****************************************************************
       080-LOG-VIOLATION.

           MOVE 'FUNCTION NOT IN YOUR PROFILE' TO WK-MESSAGE.

           MOVE SPACES          TO SECLOG-RECORD.
           MOVE 'V'             TO SLG-EVENT-TYPE.
           MOVE 'RATEMNT'       TO SLG-PROGRAM.
           MOVE LKS-USER-ID     TO SLG-USER-ID.
           MOVE 05              TO SLG-REASON-CODE.
           MOVE WK-FUNCTION-IN  TO SLG-FUNCTION.
           MOVE WK-RATE-CODE-IN TO SLG-OBJECT.

           CALL 'SECLOGW' USING SECLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'RATEMNT: SECLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       080-EXIT.
           EXIT.

      ****************************************************************
      *  Prompt for one maintenance action and apply it.
      ****************************************************************
              GO TO 100-SHOW
           END-IF.

      *    Inquiry-only operators may look but not change.
           IF LKS-AUTHORITY = 'I'
                 AND (WK-FUNCTION-ADD OR WK-FUNCTION-BAND
                      OR WK-FUNCTION-CHANGE OR WK-FUNCTION-EXPIRE
                      OR WK-FUNCTION-REACTIVATE)
              PERFORM 080-LOG-VIOLATION THRU 080-EXIT
              GO TO 100-SHOW
           END-IF.

           EVALUATE TRUE
              WHEN WK-FUNCTION-ADD
                 PERFORM 200-ADD-RATE     THRU 200-EXIT
           END-IF.
           MOVE ZEROS TO RATE-BAND-COUNT.
           MOVE ZEROS TO RATE-BAND-TABLE.
           MOVE SPACES TO RATE-BAND-USER-TABLE.
           PERFORM 650-STAMP-VERSION THRU 650-EXIT.

           WRITE RATE-RECORD
              INVALID KEY
           MOVE WK-PRIOR-TYPE       TO RATE-TYPE.
           MOVE WK-PRIOR-BAND-COUNT TO RATE-BAND-COUNT.
           MOVE WK-PRIOR-BANDS      TO RATE-BAND-TABLE.
           MOVE WK-PRIOR-BAND-USERS TO RATE-BAND-USER-TABLE.
           PERFORM 650-STAMP-VERSION THRU 650-EXIT.

           WRITE RATE-RECORD
              INVALID KEY
              MOVE 'EXPIRY IS BEFORE EFFECTIVE DATE' TO WK-MESSAGE
              GO TO 370-EXIT
           END-IF.
           PERFORM 650-STAMP-VERSION THRU 650-EXIT.

           REWRITE RATE-RECORD
              INVALID KEY
           MOVE SPACE TO WK-PRIOR-TYPE.
           MOVE ZEROS TO WK-PRIOR-BAND-COUNT.
           MOVE ZEROS TO WK-PRIOR-BANDS.
           MOVE SPACES TO WK-PRIOR-BAND-USERS.

           MOVE WK-RATE-CODE-IN TO RATE-CODE.
           MOVE ZEROS           TO RATE-EFF-DATE.
              MOVE ZEROS           TO WK-PRIOR-BAND-COUNT
           END-IF.
           MOVE RATE-BAND-TABLE TO WK-PRIOR-BANDS.
           MOVE RATE-BAND-USER-TABLE TO WK-PRIOR-BAND-USERS.

       360-EXIT.
           EXIT.
              MOVE WK-EXP-DATE-IN TO RATE-EXP-DATE
           END-IF.
           SET RATE-IS-EXPIRED TO TRUE.
           PERFORM 650-STAMP-VERSION THRU 650-EXIT.

           REWRITE RATE-RECORD
              INVALID KEY
              GO TO 450-EXIT
           END-IF.
           SET RATE-IS-ACTIVE TO TRUE.
           PERFORM 650-STAMP-VERSION THRU 650-EXIT.

           REWRITE RATE-RECORD
              INVALID KEY

           IF NOT WK-HISTORY-AT-END
              DISPLAY 'RATE HISTORY FOR CODE ' WK-RATE-CODE-IN
              DISPLAY 'EFF DATE  EXP DATE       VALUE  S  T  '
                      'CHANGED BY / ON'
           END-IF.

           PERFORM 510-SHOW-VERSION THRU 510-EXIT
           MOVE RATE-VALUE TO WK-HIST-VALUE-MASK.
           DISPLAY RATE-EFF-DATE '  ' RATE-EXP-DATE '  '
                   WK-HIST-VALUE-MASK '  ' RATE-STATUS
                   '  ' RATE-TYPE
                   '  ' RATE-MAINT-USER ' ' RATE-MAINT-DATE.
           IF RATE-IS-BANDED
                 AND RATE-BAND-COUNT IS NUMERIC
              PERFORM 520-SHOW-BAND THRU 520-EXIT
           MOVE RATE-BAND-VALUE(WK-BAND-IX) TO WK-BAND-VALUE-MASK.
           DISPLAY '   BAND ' WK-BAND-IX
                   '  UP TO ' WK-BAND-LIMIT-MASK
                   '  RATE ' WK-BAND-VALUE-MASK
                   '  BY ' RATE-BAND-USER(WK-BAND-IX).

       520-EXIT.
           EXIT.
       600-EXIT.
           EXIT.

      ****************************************************************
      *  Stamp the version about to be written or rewritten with the
      *  signed-on operator and today's date.
      ****************************************************************
       650-STAMP-VERSION.

           MOVE LKS-USER-ID TO RATE-MAINT-USER.
           MOVE WK-RUN-DATE TO RATE-MAINT-DATE.

       650-EXIT.
           EXIT.

      ****************************************************************
      *  Add or change one band of a banded version - band number,
      *  band limit, and the band's rate in the rate-value field.
           IF WK-BAND-NO-IN > RATE-BAND-COUNT
              MOVE WK-BAND-NO-IN TO RATE-BAND-COUNT
           END-IF.
           MOVE LKS-USER-ID
              TO RATE-BAND-USER(WK-BAND-NO-IN).
           PERFORM 650-STAMP-VERSION THRU 650-EXIT.

           REWRITE RATE-RECORD
              INVALID KEY
