      *                         repairs into a balanced batch whose
      *                         header cross-references the original
      *                         batch for the audit trail.
      * 15/10/26  MAINT         Added the operator signed on at REJMNT
      *                         who made the repair, and the date.
      ****************************************************************
       01  REPAIR-RECORD.
           05  RPR-TRAN-DATA      PIC X(25).
           05  RPR-ORIG-BATCH-ID  PIC X(08).
           05  RPR-REPAIR-USER    PIC X(08).
           05  RPR-REPAIR-DATE    PIC 9(08).
