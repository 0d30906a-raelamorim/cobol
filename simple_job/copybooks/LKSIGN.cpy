      ****************************************************************
      * Copybook name:   LKSIGN
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Request area for the SIGNON operator
      *                         sign-on service, in the style of
      *                         LKCAL.  The online program names
      *                         itself in LKS-PROGRAM; SIGNON prompts
      *                         for the user ID and password, checks
      *                         them against OPSEC, and hands back the
      *                         signed-on user ID and the operator's
      *                         authority byte for that program (see
      *                         SECREC).  Every sign-on and every
      *                         refusal is written to SECLOG.
      *
      * LKS-RETURN-CODE values set by SIGNON:
      *     00  OPERATOR SIGNED ON
      *     50  SIGN-ON REFUSED - THREE ATTEMPTS FAILED, OR THE
      *         OPERATOR LEFT THE USER ID BLANK
      *     51  OPSEC IS NOT AVAILABLE
      *     52  LKS-PROGRAM IS NOT A SECURED PROGRAM
      ****************************************************************
       01  SIGNON-REQUEST.
           05  LKS-PROGRAM        PIC X(08).
           05  LKS-USER-ID        PIC X(08).
           05  LKS-AUTHORITY      PIC X(01).
           05  LKS-RETURN-CODE    PIC 9(02).
