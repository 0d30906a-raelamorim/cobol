      *                         records converted from the old
      *                         layout) keeps the single RATE-VALUE
      *                         behaviour.
      * 15/10/26  MAINT         Added who last changed the version and
      *                         when (RATE-MAINT-USER - the operator
      *                         signed on at RATEMNT, or the batch
      *                         program that loaded it - and
      *                         RATE-MAINT-DATE), and who last keyed
      *                         each band (RATE-BAND-USER).
      ****************************************************************
       01  RATE-RECORD.
           05  RATE-KEY.
                                  PIC S9(07)V99.
                 15  RATE-BAND-VALUE
                                  PIC S9(05)V99.
           05  RATE-MAINT-USER    PIC X(08).
           05  RATE-MAINT-DATE    PIC 9(08).
           05  RATE-BAND-USER-TABLE.
              10  RATE-BAND-USER  PIC X(08)  OCCURS 5.
