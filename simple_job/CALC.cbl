      *                         caller's LK-CHAIN-CODE so intermediate
      *                         chain steps stay visible in AUDITLOG
      *                         even though they never reach CALCOUT.
      * 15/10/26  MAINT         210-WRITE-AUDIT clears the new
      *                         AUD-REVERSAL-FLAG - only the CALCREV
      *                         batch void job writes reversal
      *                         records.
      * 15/10/26  MAINT         210-WRITE-AUDIT carries the caller's
      *                         rate resolution (LK-RATE-CODE,
      *                         LK-RATE-EFF-DATE, LK-RATE-BAND) and
      *                         the rounding mode applied, so a
      *                         rate-coded result can be re-priced
      *                         from AUDITLOG.
      * 15/10/26  MAINT         210-WRITE-AUDIT carries the caller's
      *                         LK-USER-ID, the operator signed on
      *                         for an online request.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALC.
           MOVE WK-RUN-TIME            TO AUD-RUN-TIME.
           MOVE LK-BATCH-ID            TO AUD-BATCH-ID.
           MOVE LK-CHAIN-CODE          TO AUD-CHAIN-CODE.
           MOVE SPACE                  TO AUD-REVERSAL-FLAG.
           MOVE LK-ROUNDING-MODE       TO AUD-ROUNDING-MODE.
           MOVE LK-RATE-CODE           TO AUD-RATE-CODE.
           MOVE LK-RATE-EFF-DATE       TO AUD-RATE-EFF-DATE.
           MOVE LK-RATE-BAND           TO AUD-RATE-BAND.
           MOVE LK-USER-ID             TO AUD-USER-ID.

           WRITE AUDIT-RECORD.
           IF WK-AUDIT-STATUS NOT = '00'
