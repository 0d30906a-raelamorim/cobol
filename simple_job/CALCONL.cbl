      * 22/08/26  MAINT         Set LK-BATCH-ID to 'ONLINE' so audit
      *                         records written for screen requests
      *                         are distinguishable from batch work.
      * 15/10/26  MAINT         Screen requests pass no rate code -
      *                         LK-REQUEST now carries the rate
      *                         resolution for the audit record.
      * 15/10/26  MAINT         The operator signs on through SIGNON
      *                         before the first calculation - CALCONL
      *                         authority 'U' on OPSEC is needed - and
      *                         the signed-on user ID rides in
      *                         LK-USER-ID onto every audit record.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCONL.
              88  WK-CONTINUE-YES              VALUE 'Y' 'y'.

           COPY LKREQUE.
           COPY LKSIGN.
      ****************************************************************
       SCREEN SECTION.
       01  CALC-SCREEN.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 050-SIGN-ON THRU 050-EXIT.

           PERFORM 100-CALCULATE THRU 100-EXIT
              UNTIL NOT WK-CONTINUE-YES.

           STOP RUN.

      ****************************************************************
      *  Sign the operator on.  A refused sign-on ends the session -
      *  SIGNON has already logged why on SECLOG.
      ****************************************************************
       050-SIGN-ON.

           MOVE 'CALCONL' TO LKS-PROGRAM.
           CALL 'SIGNON' USING SIGNON-REQUEST
              ON EXCEPTION
                 DISPLAY 'CALCONL: SIGNON IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.
           IF LKS-RETURN-CODE NOT = ZEROS
              DISPLAY 'CALCONL: SIGN-ON REFUSED, RETURN CODE '
                      LKS-RETURN-CODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       050-EXIT.
           EXIT.

      ****************************************************************
      *  Prompt for one calculation, call CALC, and show the result.
      ****************************************************************
           MOVE ZEROS               TO LK-RETURN-CODE.
           MOVE 'ONLINE'            TO LK-BATCH-ID.
           MOVE SPACE               TO LK-CHAIN-CODE.
           MOVE SPACES              TO LK-RATE-CODE.
           MOVE ZEROS               TO LK-RATE-EFF-DATE.
           MOVE ZEROS               TO LK-RATE-BAND.
           MOVE LKS-USER-ID         TO LK-USER-ID.

           CALL 'CALC' USING LK-REQUEST.

