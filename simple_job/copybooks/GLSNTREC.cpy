      ****************************************************************
      * Copybook name:   GLSNTREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Sent-postings history on the indexed
      *                         GLSENT file, keyed by the GLPOST feed
      *                         header's run date and time plus an
      *                         entry sequence.  GLPOST is rewritten
      *                         every CALCGL run, so this is where a
      *                         feed is kept until the ledger
      *                         acknowledges it.  CALCGL writes one
      *                         control record per feed (sequence
      *                         zero) carrying the PST-TRL-COUNT and
      *                         PST-TRL-HASH it sent, and one entry
      *                         record per POSTING-DETAIL-RECORD.  The
      *                         CALCACK job stamps each entry accepted
      *                         or rejected as the acknowledgement
      *                         comes back, and the control record
      *                         with the ledger's own count and amount.
      *                         Both formats are padded to 97 bytes.
      ****************************************************************
       01  GL-SENT-RECORD.
           05  SNT-KEY.
               10  SNT-FEED-DATE  PIC 9(08).
               10  SNT-FEED-TIME  PIC 9(08).
               10  SNT-SEQ        PIC 9(07).
           05  SNT-BATCH-ID       PIC X(08).
           05  SNT-OPERATION      PIC X(01).
           05  SNT-DEBIT-ACCT     PIC X(10).
           05  SNT-CREDIT-ACCT    PIC X(10).
           05  SNT-AMOUNT         PIC S9(13)V99.
           05  SNT-RESEND-FLAG    PIC X(01).
              88  SNT-IS-RESEND              VALUE 'Y'.
           05  SNT-ACK-STATUS     PIC X(01).
              88  SNT-NOT-ACKNOWLEDGED       VALUE ' '.
              88  SNT-ACCEPTED               VALUE 'A'.
              88  SNT-REJECTED               VALUE 'R'.
           05  SNT-ACK-REASON     PIC X(04).
           05  SNT-ACK-DATE       PIC 9(08).
           05  SNT-ACK-TIME       PIC 9(08).
           05  FILLER             PIC X(08).

       01  GL-SENT-CONTROL-RECORD.
           05  SNC-KEY.
               10  SNC-FEED-DATE  PIC 9(08).
               10  SNC-FEED-TIME  PIC 9(08).
               10  SNC-SEQ        PIC 9(07).
           05  SNC-TRL-COUNT      PIC 9(09).
           05  SNC-TRL-HASH       PIC S9(13)V99.
           05  SNC-OPEN-COUNT     PIC 9(09).
           05  SNC-ACK-STATUS     PIC X(01).
              88  SNC-NOT-ACKNOWLEDGED       VALUE ' '.
              88  SNC-ACKNOWLEDGED           VALUE 'A'.
           05  SNC-LEDGER-COUNT   PIC 9(09).
           05  SNC-LEDGER-HASH    PIC S9(13)V99.
           05  SNC-ACK-DATE       PIC 9(08).
           05  SNC-ACK-TIME       PIC 9(08).
