      *                         them.  Data control repairs rejects
      *                         at a screen instead of re-keying them
      *                         from the listing.
      * 15/10/26  MAINT         Decodes the sender-authority reject
      *                         reasons 27-29 from CALCEDT.
      * 15/10/26  MAINT         The operator signs on through SIGNON
      *                         first.  REJMNT authority 'V' may view
      *                         and skip rejects but not repair them -
      *                         a repair is refused, the reject kept,
      *                         and the attempt logged to SECLOG as a
      *                         violation; 'R' may repair.  Repairs on
      *                         CALCFIX carry the signed-on user ID
      *                         and the date.
      * 15/10/26  MAINT         Decodes reason 31, a suspected
      *                         duplicate held by CALCEDT.  Action 'L'
      *                         releases one found to be genuine - the
      *                         record goes to CALCFIX exactly as
      *                         keyed, marked released, so REJRCY
      *                         recycles it and CALCEDT passes it
      *                         instead of holding it again.  Only a
      *                         reason 31 reject can be released, and
      *                         only by an operator who may repair.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REJMNT.
       01  WK-REPAIR-COUNTERS.
           05  WK-REJECTS-READ     PIC 9(09)  VALUE ZEROS.
           05  WK-REJECTS-REPAIRED PIC 9(09)  VALUE ZEROS.
           05  WK-REJECTS-RELEASED PIC 9(09)  VALUE ZEROS.
           05  WK-REJECTS-KEPT     PIC 9(09)  VALUE ZEROS.
           05  WK-REPAIRS-REFUSED  PIC 9(09)  VALUE ZEROS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.

       01  WK-ORIGINAL-FIELDS.
           05  WK-ORIG-OPERATION   PIC X(01)  VALUE SPACE.
           05  WK-ACTION-IN        PIC X(01)  VALUE SPACE.
              88  WK-ACTION-REPAIR             VALUE 'R' 'r'.
              88  WK-ACTION-SKIP               VALUE 'S' 's'.
              88  WK-ACTION-RELEASE            VALUE 'L' 'l'.
              88  WK-ACTION-QUIT               VALUE 'Q' 'q'.
           05  WK-OPERATION-IN     PIC X(01)  VALUE SPACE.
           05  WK-VALUE-ONE-IN     PIC S9(05)V99 VALUE ZEROS.
           05  WK-CHAIN-IN         PIC X(01)  VALUE SPACE.

           COPY TRANREC.
           COPY LKSIGN.
           COPY SECLREC.
      ****************************************************************
       SCREEN SECTION.
       01  REJECT-SCREEN.
           05  LINE 12 COL 32 PIC X(01)      FROM WK-ORIG-V2-SOURCE.
           05  LINE 13 COL 1  VALUE 'CHAIN CODE ................ '.
           05  LINE 13 COL 30 PIC X(01)      FROM WK-ORIG-CHAIN.
           05  LINE 15 COL 1  VALUE 'ACTION (R/S/L/Q) .......... '.
           05  LINE 15 COL 30 PIC X(01)      TO WK-ACTION-IN.

       01  REPAIR-SCREEN.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 050-SIGN-ON      THRU 050-EXIT.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.

           PERFORM 100-REPAIR-REJECT THRU 100-EXIT
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT REJECT-FILE.
           IF WK-REJECT-STATUS = '35'
              DISPLAY 'REJMNT: CALCREJ NOT FOUND - NOTHING TO '
       000-EXIT.
           EXIT.

      ****************************************************************
      *  Sign the operator on.  A refused sign-on ends the session -
      *  SIGNON has already logged why on SECLOG.
      ****************************************************************
       050-SIGN-ON.

           MOVE 'REJMNT' TO LKS-PROGRAM.
           CALL 'SIGNON' USING SIGNON-REQUEST
              ON EXCEPTION
                 DISPLAY 'REJMNT: SIGNON IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           IF LKS-RETURN-CODE NOT = ZEROS
              DISPLAY 'REJMNT: SIGN-ON REFUSED, RETURN CODE '
                      LKS-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       050-EXIT.
           EXIT.

      ****************************************************************
      *  A repair by a view-only operator - refused, the reject kept,
      *  and the attempt logged to SECLOG with the batch it fell out
      *  of.
      ****************************************************************
       080-REFUSE-REPAIR.

           DISPLAY 'REJMNT: REPAIR IS NOT IN YOUR PROFILE - '
                   'REJECT KEPT'.
           ADD 1 TO WK-REPAIRS-REFUSED.

           MOVE SPACES          TO SECLOG-RECORD.
           MOVE 'V'             TO SLG-EVENT-TYPE.
           MOVE 'REJMNT'        TO SLG-PROGRAM.
           MOVE LKS-USER-ID     TO SLG-USER-ID.
           MOVE 05              TO SLG-REASON-CODE.
           MOVE 'R'             TO SLG-FUNCTION.
           MOVE REJ-BATCH-ID    TO SLG-OBJECT.

           CALL 'SECLOGW' USING SECLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'REJMNT: SECLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

           PERFORM 120-KEEP-REJECT THRU 120-EXIT.

       080-EXIT.
           EXIT.

      ****************************************************************
      *  One reject - show it decoded, take the operator's action.
      ****************************************************************
           ACCEPT REJECT-SCREEN.

           EVALUATE TRUE
              WHEN WK-ACTION-REPAIR
                    AND LKS-AUTHORITY NOT = 'R'
                 PERFORM 080-REFUSE-REPAIR THRU 080-EXIT
              WHEN WK-ACTION-REPAIR
                 PERFORM 200-ACCEPT-REPAIR THRU 200-EXIT
              WHEN WK-ACTION-RELEASE
                    AND LKS-AUTHORITY NOT = 'R'
                 PERFORM 080-REFUSE-REPAIR THRU 080-EXIT
              WHEN WK-ACTION-RELEASE
                 PERFORM 210-RELEASE-DUPLICATE THRU 210-EXIT
              WHEN WK-ACTION-QUIT
                 SET WK-OPERATOR-QUIT TO TRUE
                 PERFORM 120-KEEP-REJECT THRU 120-EXIT
              WHEN 26
                 MOVE 'A PRIOR STEP OF THE CHAIN WAS REJECTED'
                    TO WK-REASON-TEXT
              WHEN 27
                 MOVE 'OPERATION NOT AUTHORISED FOR THE SENDER'
                    TO WK-REASON-TEXT
              WHEN 28
                 MOVE 'RATE CODE NOT AUTHORISED FOR THE SENDER'
                    TO WK-REASON-TEXT
              WHEN 29
                 MOVE 'VALUE ONE IS OVER THE SENDER LIMIT'
                    TO WK-REASON-TEXT
              WHEN 30
                 MOVE 'VALUE TWO MUST NOT BE ZERO FOR /, %, M'
                    TO WK-REASON-TEXT
              WHEN 31
                 MOVE 'SUSPECTED DUPLICATE - L RELEASES IF GENUINE'
                    TO WK-REASON-TEXT
              WHEN OTHER
                 MOVE 'UNKNOWN REASON CODE'
                    TO WK-REASON-TEXT

           MOVE TRAN-RECORD           TO RPR-TRAN-DATA.
           MOVE REJ-BATCH-ID          TO RPR-ORIG-BATCH-ID.
           MOVE LKS-USER-ID           TO RPR-REPAIR-USER.
           MOVE WK-RUN-DATE           TO RPR-REPAIR-DATE.

           WRITE REPAIR-RECORD.
           IF WK-REPAIR-STATUS NOT = '00'
       200-EXIT.
           EXIT.

      ****************************************************************
      *  Release a suspected duplicate found to be genuine - it goes
      *  to CALCFIX as keyed, marked released, for CALCEDT to pass on
      *  the recycle.  Any other reject must be repaired.
      ****************************************************************
       210-RELEASE-DUPLICATE.

           IF REJ-REASON-CODE NOT = 31
              DISPLAY 'REJMNT: ONLY A SUSPECTED DUPLICATE CAN BE '
                      'RELEASED - REJECT KEPT'
              PERFORM 120-KEEP-REJECT THRU 120-EXIT
              GO TO 210-EXIT
           END-IF.

           MOVE REJ-TRAN-DATA         TO TRAN-RECORD.
           SET TRAN-DUP-IS-RELEASED   TO TRUE.

           MOVE TRAN-RECORD           TO RPR-TRAN-DATA.
           MOVE REJ-BATCH-ID          TO RPR-ORIG-BATCH-ID.
           MOVE LKS-USER-ID           TO RPR-REPAIR-USER.
           MOVE WK-RUN-DATE           TO RPR-REPAIR-DATE.

           WRITE REPAIR-RECORD.
           IF WK-REPAIR-STATUS NOT = '00'
              DISPLAY 'REJMNT: ERROR WRITING CALCFIX, STATUS = '
                      WK-REPAIR-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-REJECTS-RELEASED.

       210-EXIT.
           EXIT.

      ****************************************************************
      *  Rewrite CALCREJ from the work file so only the rejects still
      *  unrepaired remain - the same two-step pattern AUDARC uses to
           DISPLAY 'REJECTS READ ................. ' WK-REJECTS-READ.
           DISPLAY 'REJECTS REPAIRED TO CALCFIX .. '
                   WK-REJECTS-REPAIRED.
           DISPLAY 'DUPLICATES RELEASED TO CALCFIX '
                   WK-REJECTS-RELEASED.
           DISPLAY 'REJECTS LEFT ON CALCREJ ...... ' WK-REJECTS-KEPT.
           DISPLAY 'REPAIRS REFUSED (PROFILE) .... '
                   WK-REPAIRS-REFUSED.
           DISPLAY 'SIGNED ON AS ................. ' LKS-USER-ID.
           DISPLAY '=================================================='.

       900-EXIT.
