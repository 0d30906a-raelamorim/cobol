      ****************************************************************
      * Copybook name:   RLDREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Bulk rate-load line, read by the
      *                         RATELOAD batch job from RATEIN - one
      *                         new dated version of a rate code per
      *                         line, in the same pictures as the
      *                         RATEREC fields it loads.  A zero
      *                         expiry is open-ended.  Type 'S' (or
      *                         space) carries RLD-RATE-VALUE; type
      *                         'B' carries one to five band limit and
      *                         rate pairs, limits ascending.
      ****************************************************************
       01  RATE-LOAD-RECORD.
           05  RLD-RATE-CODE      PIC X(04).
           05  RLD-EFF-DATE       PIC 9(08).
           05  RLD-EXP-DATE       PIC 9(08).
           05  RLD-RATE-TYPE      PIC X(01).
              88  RLD-IS-SINGLE              VALUE 'S' ' '.
              88  RLD-IS-BANDED              VALUE 'B'.
           05  RLD-RATE-VALUE     PIC S9(05)V99.
           05  RLD-BAND-COUNT     PIC 9(02).
           05  RLD-BAND-TABLE.
              10  RLD-BAND OCCURS 5.
                 15  RLD-BAND-LIMIT
                                  PIC S9(07)V99.
                 15  RLD-BAND-VALUE
                                  PIC S9(05)V99.
           05  FILLER             PIC X(10).
