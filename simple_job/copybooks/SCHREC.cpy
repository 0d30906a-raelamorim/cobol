      ****************************************************************
      * Copybook name:   SCHREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Pulled the amortization schedule line
      *                         out of AMORT into a shared copybook so
      *                         the loan servicing jobs read the exact
      *                         layout AMORT writes to AMRTOUT.  The
      *                         same record is kept on the indexed
      *                         LOANSCH file, keyed by schedule ID and
      *                         period (SCH-KEY), once LOANPAY has
      *                         boarded the schedule.
      ****************************************************************
       01  SCHEDULE-RECORD.
           05  SCH-KEY.
               10  SCH-SCHEDULE-ID
                                  PIC X(08).
               10  SCH-PERIOD     PIC 9(03).
           05  SCH-DUE-DATE       PIC 9(08).
           05  SCH-PAYMENT        PIC S9(07)V99.
           05  SCH-INTEREST       PIC S9(05)V99.
           05  SCH-PRINCIPAL      PIC S9(05)V99.
           05  SCH-BALANCE        PIC S9(05)V99.
