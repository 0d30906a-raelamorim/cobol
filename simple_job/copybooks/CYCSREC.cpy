      ****************************************************************
      * Copybook name:   CYCSREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Nightly cycle state on the indexed
      *                         CYCSTATE file, kept by the CYCLCTL
      *                         cycle controller - one record per
      *                         business date and cycle step, holding
      *                         the step's status, final return code
      *                         and the times of its latest attempt,
      *                         so a failed night restarts at the
      *                         failed step and a step that completed
      *                         for the business date is not run
      *                         again.  The control record, key all
      *                         zeros, carries the
      *                         business date of the current cycle in
      *                         CYS-CYCLE-DATE and whether that cycle
      *                         is open or closed - the date is taken
      *                         once, when the cycle opens, because
      *                         CALCBAT rolls the calendar forward in
      *                         the middle of the cycle.
      * 15/10/26  MAINT         The control record tells a cycle
      *                         whose steps all finished ('D'
      *                         complete) from one operations closed
      *                         ('X'), which is reopened if its
      *                         business date comes round again.
      ****************************************************************
       01  CYCLE-STATE-RECORD.
           05  CYS-KEY.
              10  CYS-BUSINESS-DATE
                                  PIC 9(08).
              10  CYS-STEP-SEQ    PIC 9(03).
           05  CYS-PROGRAM        PIC X(08).
           05  CYS-STATUS         PIC X(01).
              88  CYS-IS-RUNNING             VALUE 'R'.
              88  CYS-IS-COMPLETE            VALUE 'C'.
              88  CYS-IS-FAILED              VALUE 'F'.
              88  CYS-IS-SKIPPED             VALUE 'S'.
              88  CYS-CYCLE-IS-OPEN          VALUE 'O'.
              88  CYS-CYCLE-IS-CLOSED        VALUE 'X'.
              88  CYS-CYCLE-IS-COMPLETE      VALUE 'D'.
           05  CYS-RETURN-CODE    PIC 9(02).
           05  CYS-MAX-RC         PIC 9(02).
           05  CYS-ATTEMPTS       PIC 9(03).
           05  CYS-START-DATE     PIC 9(08).
           05  CYS-START-TIME     PIC 9(08).
           05  CYS-END-DATE       PIC 9(08).
           05  CYS-END-TIME       PIC 9(08).
           05  CYS-CYCLE-DATE     PIC 9(08).
           05  CYS-NOTE           PIC X(30).
           05  FILLER             PIC X(10).
