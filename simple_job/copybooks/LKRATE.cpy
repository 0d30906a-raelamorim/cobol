      *                         nobody pre-computes a blended rate by
      *                         hand when band boundaries move.
      *                         Single-rate codes ignore the amount.
      * 15/10/26  MAINT         Added LKR-EFF-DATE and LKR-BAND-NUMBER
      *                         - the effective date of the version
      *                         that resolved and the band used (zero
      *                         for a single rate), returned so the
      *                         caller can carry them to the audit
      *                         trail.
      *
      * LKR-RETURN-CODE values set by RATELKP:
      *     00  RATE RESOLVED
           05  LKR-RATE-VALUE     PIC S9(05)V99.
           05  LKR-RETURN-CODE    PIC 9(02).
           05  LKR-TRAN-AMOUNT    PIC S9(05)V99.
           05  LKR-EFF-DATE       PIC 9(08).
           05  LKR-BAND-NUMBER    PIC 9(02).
