      *                         record shows whether a request was an
      *                         intermediate chain step ('C'), a chain
      *                         final ('F') or a standalone request.
      * 15/10/26  MAINT         Added LK-RATE-CODE, LK-RATE-EFF-DATE
      *                         and LK-RATE-BAND - the rate resolution
      *                         behind LK-VALUE-TWO when the batch
      *                         driver resolved a rate code, carried
      *                         through to the audit record.  Callers
      *                         without a rate code pass spaces and
      *                         zeros.
      * 15/10/26  MAINT         Added LK-USER-ID - the operator signed
      *                         on at an online screen, carried to
      *                         the audit record.  Batch callers pass
      *                         spaces.
      *
      * LK-RETURN-CODE values set by CALC:
      *     00  REQUEST COMPLETED SUCCESSFULLY
           05  LK-RESULT-MASK    PIC -(14)9,99.
           05  LK-BATCH-ID       PIC X(08).
           05  LK-CHAIN-CODE     PIC X(01).
           05  LK-RATE-CODE      PIC X(04).
           05  LK-RATE-EFF-DATE  PIC 9(08).
           05  LK-RATE-BAND      PIC 9(02).
           05  LK-USER-ID        PIC X(08).
