      * 02/09/26  MAINT         Start and end records now go to the
      *                         common run log through RUNLOGW, for
      *                         the CHKOUT morning checkout report.
      * 15/10/26  MAINT         400-CALL-CALC passes no rate code -
      *                         LK-REQUEST now carries the rate
      *                         resolution for the audit record.
      * 15/10/26  MAINT         400-CALL-CALC passes no operator -
      *                         LK-USER-ID is spaces.
      * 15/10/26  MAINT         The AMRTOUT schedule line now comes
      *                         from the shared SCHREC copybook, so
      *                         the loan servicing jobs read the same
      *                         layout.  No change to the record.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AMORT.

       FD  SCHEDULE-FILE
           RECORDING MODE IS F.
           COPY SCHREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
           MOVE 'R'               TO LK-ROUNDING-MODE.
           MOVE ZEROS             TO LK-RETURN-CODE.
           MOVE SREQ-SCHEDULE-ID  TO LK-BATCH-ID.
           MOVE SPACES            TO LK-RATE-CODE.
           MOVE ZEROS             TO LK-RATE-EFF-DATE.
           MOVE ZEROS             TO LK-RATE-BAND.
           MOVE SPACES            TO LK-USER-ID.

           CALL 'CALC' USING LK-REQUEST.

