      ****************************************************************
      * Copybook name:   CYCDREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Nightly cycle definition - one 80-byte
      *                         card per step on the sequential CYCDEF
      *                         deck, in the order the steps run.
      *                         CYD-STEP-SEQ must rise card by card;
      *                         CYD-MAX-RC is the highest return code
      *                         the step may end with before the
      *                         cycle stops behind it; CYD-SKIPPABLE
      *                         'Y' lets operations skip the step (a
      *                         'N' step must complete before any
      *                         later step runs).  A card with '*' in
      *                         column 1 is a comment.  Read by the
      *                         CYCLCTL cycle controller and by the
      *                         CHKOUT morning checkout.
      ****************************************************************
       01  CYCLE-DEF-RECORD.
           05  CYD-STEP-SEQ-X     PIC X(03).
           05  CYD-STEP-SEQ REDEFINES CYD-STEP-SEQ-X
                                  PIC 9(03).
           05  FILLER             PIC X(01).
           05  CYD-PROGRAM        PIC X(08).
           05  FILLER             PIC X(01).
           05  CYD-MAX-RC-X       PIC X(02).
           05  CYD-MAX-RC REDEFINES CYD-MAX-RC-X
                                  PIC 9(02).
           05  FILLER             PIC X(01).
           05  CYD-SKIPPABLE      PIC X(01).
              88  CYD-IS-SKIPPABLE           VALUE 'Y'.
           05  FILLER             PIC X(01).
           05  CYD-DESCRIPTION    PIC X(30).
           05  FILLER             PIC X(32).
