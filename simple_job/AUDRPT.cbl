      * 02/09/26  MAINT         Start and end records now go to the
      *                         common run log through RUNLOGW, for
      *                         the CHKOUT morning checkout report.
      * 15/10/26  MAINT         Audit records grew a byte for the
      *                         reversal flag.  The record buffers
      *                         follow the new AUDITREC length and a
      *                         reversal column ('R' = offsetting
      *                         record written by the CALCREV batch
      *                         void job) closes out the report line.
      * 15/10/26  MAINT         Record buffers follow AUDITREC to 70
      *                         bytes for the rate resolution.
      * 15/10/26  MAINT         Record buffers follow AUDITREC to 78
      *                         bytes.  The report line closes with
      *                         the operator signed on for an online
      *                         request (blank on batch work).
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDRPT.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  LIVE-RECORD            PIC X(78).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD         PIC X(78).

       FD  PARM-FILE
           RECORDING MODE IS F.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(100).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
      *    AUDITREC layout at read time, so the key positions come
      *    from the copybook, not from offsets baked in here.
       01  WK-MERGE-BUFFERS.
           05  WK-LIVE-REC         PIC X(78)  VALUE SPACES.
           05  WK-ARCH-REC         PIC X(78)  VALUE SPACES.
           05  WK-LIVE-KEY.
              10  WK-LIVE-KEY-DATE PIC 9(08)  VALUE ZEROS.
              10  WK-LIVE-KEY-TIME PIC 9(08)  VALUE ZEROS.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  FILLER              PIC X(04)  VALUE 'CH  '.
           05  FILLER              PIC X(03)  VALUE 'SRC'.
           05  FILLER              PIC X(01)  VALUE 'R'.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  FILLER              PIC X(08)  VALUE 'USER ID '.

       01  WK-DETAIL-LINE.
           05  DET-RUN-DATE        PIC 9(08).
           05  DET-CHAIN-CODE      PIC X(01).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  DET-SOURCE          PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-REVERSAL        PIC X(01).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-USER-ID         PIC X(08).

       01  WK-EDIT-MASKS.
           05  WK-VALUE-MASK       PIC -(06)9,99.
           MOVE AUD-BATCH-ID       TO DET-BATCH-ID.
           MOVE AUD-CHAIN-CODE     TO DET-CHAIN-CODE.
           MOVE WK-SOURCE-CODE     TO DET-SOURCE.
           MOVE AUD-REVERSAL-FLAG  TO DET-REVERSAL.
           MOVE AUD-USER-ID        TO DET-USER-ID.

           WRITE REPORT-RECORD FROM WK-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
