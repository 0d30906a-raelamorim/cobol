      ****************************************************************
      * Copybook name:   SNDREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Sender master record on the indexed
      *                         SNDMAST file, keyed by the sender ID
      *                         every batch header now carries.
      *                         Maintained on the SNDMNT screen and
      *                         read by CALCEDT, which refuses a batch
      *                         from a sender that is not on file or
      *                         is suspended and rejects the records
      *                         that break the sender's authorities:
      *                         SND-ALLOWED-OPS lists the operation
      *                         codes the sender may submit, the rate
      *                         code table the TRAN-RATE-CODEs it may
      *                         use (a sender with no codes listed may
      *                         not submit rate-coded records), and
      *                         the two limits cap a single
      *                         TRAN-VALUE-ONE and a batch's hash
      *                         total, either sign.  A zero limit is
      *                         no limit.
      * 15/10/26  MAINT         SND-MAINT-USER - the user ID signed on
      *                         to SNDMNT when the sender was added or
      *                         last changed.  Record lengthened by 8.
      ****************************************************************
       01  SENDER-RECORD.
           05  SND-SENDER-ID      PIC X(08).
           05  SND-SENDER-NAME    PIC X(30).
           05  SND-STATUS         PIC X(01).
              88  SND-IS-ACTIVE              VALUE 'A'.
              88  SND-IS-SUSPENDED           VALUE 'S'.
           05  SND-ALLOWED-OPS    PIC X(07).
           05  SND-RATE-CODE-TABLE.
              10  SND-RATE-CODE   PIC X(04)  OCCURS 10.
           05  SND-MAX-VALUE-ONE  PIC 9(05)V99.
           05  SND-MAX-BATCH-HASH PIC 9(13)V99.
           05  SND-ADDED-DATE     PIC 9(08).
           05  SND-MAINT-DATE     PIC 9(08).
           05  SND-MAINT-USER     PIC X(08).
           05  FILLER             PIC X(06).
