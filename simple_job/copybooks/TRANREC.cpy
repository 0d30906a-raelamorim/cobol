      *                         records originally fell out of, so the
      *                         audit trail connects a resubmission to
      *                         its source batch.
      * 15/10/26  MAINT         Added HDR-SENDER-ID - the submitting
      *                         sender, checked by CALCEDT against the
      *                         SNDMAST sender master and carried onto
      *                         BCHREG.  There was no room left in the
      *                         25-byte header, so all three formats
      *                         are now padded to a common 33 bytes.
      * 15/10/26  MAINT         Named the first filler byte of the
      *                         detail TRAN-DUP-RELEASE - 'R' on a
      *                         suspected duplicate data control has
      *                         released through REJMNT, so CALCEDT
      *                         passes it on the recycle instead of
      *                         holding it again.  It lies inside the
      *                         25 bytes CALCREJ and CALCFIX carry.
      * 15/10/26  MAINT         TRAN-DUP-RELEASE 'S' marks a detail
      *                         STIGEN generated from a standing
      *                         instruction - it recurs by design, so
      *                         CALCEDT does not match it as a
      *                         duplicate.
      * 15/10/26  MAINT         HDR-ORIG-BATCH-ID '*STIGEN*' marks a
      *                         batch STIGEN generated.  CALCEDT
      *                         believes TRAN-DUP-RELEASE 'S' only in
      *                         such a batch, and 'R' only in a REJRCY
      *                         recycle batch (a real original batch
      *                         ID); a sender's own setting of the
      *                         byte is ignored.
      ****************************************************************
       01  TRAN-RECORD.
           05  TRAN-OPERATION     PIC X(01).
           05  TRAN-VALUE-TWO-SOURCE
                                  PIC X(01).
           05  TRAN-CHAIN-CODE    PIC X(01).
           05  TRAN-DUP-RELEASE   PIC X(01).
              88  TRAN-DUP-IS-RELEASED       VALUE 'R'.
              88  TRAN-DUP-IS-STANDING       VALUE 'S'.
           05  FILLER             PIC X(09).

       01  BATCH-HEADER-RECORD.
           05  HDR-RECORD-TYPE    PIC X(01).
           05  HDR-BATCH-ID       PIC X(08).
           05  HDR-BUSINESS-DATE  PIC 9(08).
           05  HDR-ORIG-BATCH-ID  PIC X(08).
              88  HDR-IS-STANDING-BATCH      VALUE '*STIGEN*'.
           05  HDR-SENDER-ID      PIC X(08).

       01  BATCH-TRAILER-RECORD.
           05  TRL-RECORD-TYPE    PIC X(01).
              88  TRL-IS-TRAILER             VALUE 'T'.
           05  TRL-RECORD-COUNT   PIC 9(09).
           05  TRL-HASH-TOTAL     PIC S9(13)V99.
           05  FILLER             PIC X(08).
