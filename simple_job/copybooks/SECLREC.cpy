      ****************************************************************
      * Copybook name:   SECLREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Security log record on SECLOG, one per
      *                         event, appended through the SECLOGW
      *                         service the same way RUNLOGW appends
      *                         to RUNLOG.  'S' is a sign-on; 'V' is
      *                         a violation - a refused sign-on, or a
      *                         signed-on operator trying a function
      *                         outside the profile (SLG-FUNCTION and
      *                         SLG-OBJECT say what and on which rate
      *                         code, batch or operator).  SECLOGW
      *                         stamps the date and time.  The SECRPT
      *                         report lists the log.
      *
      * SLG-REASON-CODE values on a violation:
      *     01  USER ID IS NOT ON OPSEC
      *     02  PASSWORD IS WRONG
      *     03  OPERATOR IS REVOKED
      *     04  NO AUTHORITY FOR THE PROGRAM
      *     05  FUNCTION IS NOT IN THE PROFILE
      *     06  PASSWORD WRONG - OPERATOR NOW REVOKED
      ****************************************************************
       01  SECLOG-RECORD.
           05  SLG-EVENT-TYPE     PIC X(01).
              88  SLG-IS-SIGNON              VALUE 'S'.
              88  SLG-IS-VIOLATION           VALUE 'V'.
           05  SLG-PROGRAM        PIC X(08).
           05  SLG-USER-ID        PIC X(08).
           05  SLG-LOG-DATE       PIC 9(08).
           05  SLG-LOG-TIME       PIC 9(08).
           05  SLG-REASON-CODE    PIC 9(02).
           05  SLG-FUNCTION       PIC X(01).
           05  SLG-OBJECT         PIC X(08).
           05  FILLER             PIC X(06).
