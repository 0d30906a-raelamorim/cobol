      * 22/08/26  MAINT         Added AUD-CHAIN-CODE - 'C' marks an
      *                         intermediate chain step, which has no
      *                         CALCOUT record by design.
      * 15/10/26  MAINT         Added AUD-REVERSAL-FLAG - 'R' marks an
      *                         offsetting record written by the
      *                         CALCREV batch void job (the original
      *                         result with its sign reversed), so a
      *                         voided batch nets to zero on the
      *                         audit trail without the original
      *                         records being touched.  Space on
      *                         every record CALC writes.
      * 15/10/26  MAINT         Added the rate resolution - the
      *                         TRAN-RATE-CODE RATELKP resolved, the
      *                         effective date of the rate version
      *                         used and the band it fell into (zero
      *                         for a single-rate version) - with the
      *                         rounding mode CALC applied, so a
      *                         transaction can be re-priced from its
      *                         audit record under a proposed rate.
      *                         Spaces and zeros on requests that did
      *                         not go through a rate code.
      * 15/10/26  MAINT         Added AUD-USER-ID - the operator
      *                         signed on at CALCONL for an 'ONLINE'
      *                         request, so audit can say who ran
      *                         it.  Spaces on batch work.
      ****************************************************************
       01  AUDIT-RECORD.
           05  AUD-OPERATION      PIC X(01).
           05  AUD-RUN-TIME       PIC 9(08).
           05  AUD-BATCH-ID       PIC X(08).
           05  AUD-CHAIN-CODE     PIC X(01).
           05  AUD-REVERSAL-FLAG  PIC X(01).
              88  AUD-IS-REVERSAL            VALUE 'R'.
           05  AUD-ROUNDING-MODE  PIC X(01).
           05  AUD-RATE-CODE      PIC X(04).
           05  AUD-RATE-EFF-DATE  PIC 9(08).
           05  AUD-RATE-BAND      PIC 9(02).
           05  AUD-USER-ID        PIC X(08).
