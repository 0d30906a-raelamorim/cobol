      *                         can show exactly where a batch stands
      *                         when a sender calls.  A zero date
      *                         means the step has not happened.
      * 15/10/26  MAINT         Added the voided status ('V') and the
      *                         void date/time, stamped by the CALCREV
      *                         batch void job once a batch has been
      *                         backed out of AUDITLOG and the ledger.
      *                         CALCEDT and CALCBAT accept a corrected
      *                         resend of a voided batch ID instead of
      *                         refusing it as a duplicate, and start
      *                         the record's lifecycle over.
      * 15/10/26  MAINT         Added the ledger-side fields.  CALCGL
      *                         stamps the date/time it last sent the
      *                         batch's postings on GLPOST and counts
      *                         them into the open-entry count; the
      *                         CALCACK acknowledgement job takes one
      *                         off for every entry the ledger
      *                         accepts and, when none are left open,
      *                         stamps the batch posted to the ledger
      *                         ('P') with the posting date/time.
      * 15/10/26  MAINT         Added BREG-SENDER-ID, the sender from
      *                         the batch header, so the reports can
      *                         break totals and rejects out by
      *                         sender.
      ****************************************************************
       01  BATCH-REGISTRY-RECORD.
           05  BREG-BATCH-ID       PIC X(08).
              88  BREG-IS-CALCULATED          VALUE 'B'.
              88  BREG-IS-RECONCILED          VALUE 'R'.
              88  BREG-IS-DISTRIBUTED         VALUE 'D'.
              88  BREG-IS-VOIDED              VALUE 'V'.
              88  BREG-IS-POSTED              VALUE 'P'.
           05  BREG-EDIT-DATE      PIC 9(08).
           05  BREG-EDIT-TIME      PIC 9(08).
           05  BREG-CALC-DATE      PIC 9(08).
              88  BREG-RECON-DISCREPANT       VALUE 'D'.
           05  BREG-DIST-DATE      PIC 9(08).
           05  BREG-DIST-TIME      PIC 9(08).
           05  BREG-VOID-DATE      PIC 9(08).
           05  BREG-VOID-TIME      PIC 9(08).
           05  BREG-GL-SENT-DATE   PIC 9(08).
           05  BREG-GL-SENT-TIME   PIC 9(08).
           05  BREG-GL-OPEN-COUNT  PIC 9(07).
           05  BREG-POST-DATE      PIC 9(08).
           05  BREG-POST-TIME      PIC 9(08).
           05  BREG-SENDER-ID      PIC X(08).
