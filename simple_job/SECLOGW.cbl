      ****************************************************************
      * Program name:    SECLOGW
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - security log writer service,
      *                         in the style of RUNLOGW.  SIGNON logs
      *                         every sign-on and refused sign-on
      *                         through it, and the online programs
      *                         log a signed-on operator's attempt at
      *                         a function outside the profile.
      *                         Stamps the date and time onto the
      *                         caller's record and appends it to
      *                         SECLOG, keeping the file open across
      *                         calls.  SECLOG is created on first
      *                         use; the SECRPT report lists it.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SECLOGW.
       AUTHOR. CALC MAINTENANCE TEAM.
       INSTALLATION. PROJECT COBOL.
       DATE-WRITTEN. 15/10/26.
       SECURITY. NON-CONFIDENTIAL.
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG-FILE     ASSIGN TO "SECLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-SECLOG-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SECLOG-FILE
           RECORDING MODE IS F.
       01  SECLOG-OUT-RECORD      PIC X(50).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-SECLOG-CONTROLS.
           05  WK-SECLOG-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-SECLOG-OPEN    PIC X(01)  VALUE 'N'.
              88  WK-SECLOG-IS-OPEN         VALUE 'Y'.
           05  WK-LOG-DATE       PIC 9(08)  VALUE ZEROS.
           05  WK-LOG-TIME       PIC 9(08)  VALUE ZEROS.
      ****************************************************************
       LINKAGE SECTION.
           COPY SECLREC.
      ****************************************************************
       PROCEDURE DIVISION USING SECLOG-RECORD.

           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-WRITE-LOG    THRU 100-EXIT.

           GOBACK.

      ****************************************************************
      *  Initial Procedures
      ****************************************************************
       000-HOUSEKEEPING.

           IF NOT WK-SECLOG-IS-OPEN
              OPEN EXTEND SECLOG-FILE
              IF WK-SECLOG-STATUS = '35'
                 OPEN OUTPUT SECLOG-FILE
              END-IF
              IF WK-SECLOG-STATUS NOT = '00'
                 DISPLAY 'SECLOGW: UNABLE TO OPEN SECLOG, '
                         'STATUS = ' WK-SECLOG-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WK-SECLOG-IS-OPEN TO TRUE
           END-IF.

       000-EXIT.
           EXIT.

      ****************************************************************
      *  Stamp the caller's record and append it.
      ****************************************************************
       100-WRITE-LOG.

           ACCEPT WK-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WK-LOG-TIME FROM TIME.
           MOVE WK-LOG-DATE TO SLG-LOG-DATE.
           MOVE WK-LOG-TIME TO SLG-LOG-TIME.

           WRITE SECLOG-OUT-RECORD FROM SECLOG-RECORD.
           IF WK-SECLOG-STATUS NOT = '00'
              DISPLAY 'SECLOGW: ERROR WRITING SECLOG, STATUS = '
                      WK-SECLOG-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
