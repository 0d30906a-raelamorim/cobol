      ****************************************************************
      * Copybook name:   STIREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Standing instruction record on the
      *                         indexed STDINST file - one recurring
      *                         calculation a sender would otherwise
      *                         key into CALCIN every cycle.  Keyed by
      *                         sender, batch prefix and a sequence,
      *                         so the instructions of one sender and
      *                         prefix read together, in sequence
      *                         order, and go out as one batch - a
      *                         chain is keyed as consecutive
      *                         sequences.  STI-TRAN-DATA is the
      *                         TRAN-RECORD content, the same 25
      *                         bytes RPR-TRAN-DATA carries.  The
      *                         frequency is D daily (every business
      *                         day), W weekly on weekday STI-DAY
      *                         (1 Monday to 7 Sunday), M monthly on
      *                         day of month STI-DAY (past the end of
      *                         a short month, its last day) or E on
      *                         the last business day of the month.
      *                         A zero end date runs until suspended.
      *                         Maintained on the STIMNT screen; the
      *                         STIGEN job writes the instructions
      *                         due each business day to CALCSTD and
      *                         stamps them here.
      * 15/10/26  MAINT         STI-MAINT-USER - the user ID signed on
      *                         to STIMNT when the instruction was
      *                         added or last changed, taken from the
      *                         FILLER; the record length is unchanged.
      ****************************************************************
       01  STANDING-INSTR-RECORD.
           05  STI-KEY.
              10  STI-SENDER-ID   PIC X(08).
              10  STI-BATCH-PREFIX
                                  PIC X(05).
              10  STI-SEQUENCE    PIC 9(03).
           05  STI-DESCRIPTION    PIC X(30).
           05  STI-STATUS         PIC X(01).
              88  STI-IS-ACTIVE              VALUE 'A'.
              88  STI-IS-SUSPENDED           VALUE 'S'.
              88  STI-IS-EXPIRED             VALUE 'X'.
           05  STI-TRAN-DATA.
              10  STI-OPERATION   PIC X(01).
              10  STI-VALUE-ONE   PIC S9(05)V99.
              10  STI-VALUE-TWO   PIC S9(05)V99.
              10  STI-ROUNDING-MODE
                                  PIC X(01).
              10  STI-RATE-CODE   PIC X(04).
              10  STI-VALUE-ONE-SOURCE
                                  PIC X(01).
              10  STI-VALUE-TWO-SOURCE
                                  PIC X(01).
              10  STI-CHAIN-CODE  PIC X(01).
              10  FILLER          PIC X(02).
           05  STI-FREQUENCY      PIC X(01).
              88  STI-IS-DAILY               VALUE 'D'.
              88  STI-IS-WEEKLY              VALUE 'W'.
              88  STI-IS-MONTHLY             VALUE 'M'.
              88  STI-IS-MONTH-END           VALUE 'E'.
           05  STI-DAY            PIC 9(02).
           05  STI-START-DATE     PIC 9(08).
           05  STI-END-DATE       PIC 9(08).
           05  STI-LAST-GEN-DATE  PIC 9(08).
           05  STI-LAST-BATCH-ID  PIC X(08).
           05  STI-TIMES-GENERATED
                                  PIC 9(05).
           05  STI-ADDED-DATE     PIC 9(08).
           05  STI-MAINT-DATE     PIC 9(08).
           05  STI-MAINT-USER     PIC X(08).
           05  FILLER             PIC X(02).
