      ****************************************************************
      * Copybook name:   LPOSREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Loan position on the indexed LOANPOS
      *                         file, one per AMORT schedule, keyed by
      *                         SCH-SCHEDULE-ID.  LOANPAY creates it
      *                         when it boards the schedule from
      *                         AMRTOUT and keeps the paid-through
      *                         period, the outstanding principal and
      *                         any overpayment held in credit as
      *                         payments are applied.  A period part
      *                         paid carries what has gone to its
      *                         interest and principal so far.
      *                         LOANAGE sets the arrears, the oldest
      *                         unpaid due date and the aging bucket
      *                         as of the business date it ran for.
      ****************************************************************
       01  LOAN-POSITION-RECORD.
           05  LPS-SCHEDULE-ID    PIC X(08).
           05  LPS-STATUS         PIC X(01).
              88  LPS-IS-ACTIVE              VALUE 'A'.
              88  LPS-IS-PAID-OFF            VALUE 'P'.
           05  LPS-TERM           PIC 9(03).
           05  LPS-ORIG-PRINCIPAL PIC S9(05)V99.
           05  LPS-PAID-THRU      PIC 9(03).
           05  LPS-BALANCE        PIC S9(05)V99.
           05  LPS-PART-INTEREST  PIC S9(05)V99.
           05  LPS-PART-PRINCIPAL PIC S9(05)V99.
           05  LPS-OVERPAYMENT    PIC S9(07)V99.
           05  LPS-TOTAL-PAID     PIC S9(09)V99.
           05  LPS-INTEREST-PAID  PIC S9(09)V99.
           05  LPS-LAST-PAY-DATE  PIC 9(08).
           05  LPS-BOARDED-DATE   PIC 9(08).
           05  LPS-ARREARS        PIC S9(07)V99.
           05  LPS-OLDEST-DUE     PIC 9(08).
           05  LPS-DAYS-PAST-DUE  PIC 9(03).
           05  LPS-AGING-BUCKET   PIC X(01).
              88  LPS-AGED-CURRENT           VALUE 'C'.
              88  LPS-AGED-30                VALUE '3'.
              88  LPS-AGED-60                VALUE '6'.
              88  LPS-AGED-90                VALUE '9'.
           05  LPS-AGED-DATE      PIC 9(08).
           05  FILLER             PIC X(10).
