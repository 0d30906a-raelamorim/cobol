      ****************************************************************
      * Copybook name:   PAYREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Borrower payment on the daily PAYIN
      *                         file read by LOANPAY - the schedule
      *                         (SCH-SCHEDULE-ID) paid against, the
      *                         date the money was received and the
      *                         amount, in the pictures of AMORT's
      *                         schedule principal.
      ****************************************************************
       01  PAYMENT-RECORD.
           05  PAY-SCHEDULE-ID    PIC X(08).
           05  PAY-DATE           PIC 9(08).
           05  PAY-AMOUNT         PIC 9(05)V99.
           05  FILLER             PIC X(07).
