      ****************************************************************
      * Copybook name:   SECREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Operator security record on the indexed
      *                         OPSEC file, keyed by the user ID the
      *                         operator signs on with.  Maintained on
      *                         the SECMNT screen and read by the
      *                         SIGNON service every online program
      *                         calls before its first screen.  The
      *                         profile holds one authority byte per
      *                         online program:
      *                             CALCONL  U USE       N NONE
      *                             RATEMNT  U UPDATE    I INQUIRY
      *                                      N NONE
      *                             REJMNT   R REPAIR    V VIEW
      *                                      N NONE
      *                             SECMNT   U UPDATE    N NONE
      *                             SNDMNT   U UPDATE    N NONE
      *                             STIMNT   U UPDATE    N NONE
      *                         Three wrong passwords in a row revoke
      *                         the operator; only SECMNT reinstates.
      ****************************************************************
       01  OPERATOR-RECORD.
           05  SEC-USER-ID        PIC X(08).
           05  SEC-USER-NAME      PIC X(30).
           05  SEC-PASSWORD       PIC X(08).
           05  SEC-STATUS         PIC X(01).
              88  SEC-IS-ACTIVE              VALUE 'A'.
              88  SEC-IS-REVOKED             VALUE 'R'.
           05  SEC-PROFILE.
              10  SEC-CALCONL-AUTH
                                  PIC X(01).
              10  SEC-RATEMNT-AUTH
                                  PIC X(01).
              10  SEC-REJMNT-AUTH PIC X(01).
              10  SEC-SECMNT-AUTH PIC X(01).
              10  SEC-SNDMNT-AUTH PIC X(01).
              10  SEC-STIMNT-AUTH PIC X(01).
           05  SEC-FAILED-COUNT   PIC 9(01).
           05  SEC-LAST-SIGNON    PIC 9(08).
           05  SEC-ADDED-DATE     PIC 9(08).
           05  SEC-MAINT-DATE     PIC 9(08).
           05  SEC-MAINT-USER     PIC X(08).
           05  FILLER             PIC X(08).
