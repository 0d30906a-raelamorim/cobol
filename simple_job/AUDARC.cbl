      * 02/09/26  MAINT         Start and end records now go to the
      *                         common run log through RUNLOGW, for
      *                         the CHKOUT morning checkout report.
      * 15/10/26  MAINT         Archive and work-file records follow
      *                         the AUDITREC length, one byte longer
      *                         for the reversal flag.
      * 15/10/26  MAINT         Archive and work-file records follow
      *                         the AUDITREC length again, now 70
      *                         bytes with the rate resolution.
      * 15/10/26  MAINT         Archive and work-file records follow
      *                         the AUDITREC length again, now 78
      *                         bytes with the online user ID.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDARC.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD         PIC X(78).

       FD  RETAIN-FILE
           RECORDING MODE IS F.
       01  RETAIN-RECORD          PIC X(78).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
