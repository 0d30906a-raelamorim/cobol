      ****************************************************************
      * Copybook name:   GLACKREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Ledger acknowledgement records on
      *                         GLACK, returned by the receiving
      *                         ledger system for each GLPOST feed it
      *                         loads and read by CALCACK.  The header
      *                         echoes the feed header's run date and
      *                         time, each detail accepts or rejects
      *                         one posting (batch ID, operation and
      *                         amount as sent, with the ledger's
      *                         reason code on a reject), and the
      *                         trailer carries the count and amount
      *                         the ledger received, to be proved
      *                         against the feed's PST-TRL-COUNT and
      *                         PST-TRL-HASH.  One file may carry
      *                         several feeds, each header to its
      *                         trailer.  All three formats are padded
      *                         to the 45-byte GLPOST length.
      ****************************************************************
       01  ACK-DETAIL-RECORD.
           05  ACK-RECORD-TYPE    PIC X(01).
              88  ACK-IS-DETAIL              VALUE 'D'.
              88  ACK-IS-HEADER              VALUE 'H'.
              88  ACK-IS-TRAILER             VALUE 'T'.
           05  ACK-BATCH-ID       PIC X(08).
           05  ACK-OPERATION      PIC X(01).
           05  ACK-AMOUNT         PIC S9(13)V99.
           05  ACK-STATUS         PIC X(01).
              88  ACK-ACCEPTED               VALUE 'A'.
              88  ACK-REJECTED               VALUE 'R'.
           05  ACK-REASON         PIC X(04).
           05  FILLER             PIC X(15).

       01  ACK-HEADER-RECORD.
           05  ACH-RECORD-TYPE    PIC X(01).
           05  ACH-FEED-DATE      PIC 9(08).
           05  ACH-FEED-TIME      PIC 9(08).
           05  FILLER             PIC X(28).

       01  ACK-TRAILER-RECORD.
           05  ACT-TRL-TYPE       PIC X(01).
           05  ACT-TRL-COUNT      PIC 9(09).
           05  ACT-TRL-HASH       PIC S9(13)V99.
           05  FILLER             PIC X(20).
