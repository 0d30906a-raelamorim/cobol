      ****************************************************************
      * Program name:    CALCREV
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Created - batch reversal (void) job.
      *                         A batch found to be wrong after it was
      *                         calculated (wrong rate, a sender's bad
      *                         figures) had no supported way out: it
      *                         stayed on BCHREG as distributed, its
      *                         postings stayed in the ledger, and the
      *                         corrected resend was refused as a
      *                         duplicate.  This job takes the batch
      *                         ID from the command line and, in two
      *                         passes like CALCGL, first proves the
      *                         void is safe - the batch is on the
      *                         registry, calculated and not already
      *                         voided, its control totals are on
      *                         CTLHIST (or CALCCTL), its audit
      *                         records tie to those totals, and every
      *                         result to be backed out of the ledger
      *                         resolves through GLMAP - and only then
      *                         writes: one offsetting AUDITLOG record
      *                         per clean result (the result with its
      *                         sign reversed, AUD-REVERSAL-FLAG 'R'),
      *                         a GLREV reversing feed in the GLPOST
      *                         format (debit and credit accounts
      *                         swapped, balanced header and trailer)
      *                         when the batch was reconciled clean
      *                         and so went to the ledger, and the
      *                         REVREPT report listing every item with
      *                         its disposition and the counts and
      *                         amount tied to the control totals.
      *                         The batch is then stamped voided ('V')
      *                         on BCHREG, which frees its ID for the
      *                         corrected resend.  A batch voided
      *                         before is voided again only from the
      *                         audit records written since its last
      *                         reversal.  RETURN-CODE 0 clean, 8 void
      *                         refused (nothing written), 16 file
      *                         failure.
      * 15/10/26  MAINT         The ledger side is reversed when
      *                         CALCGL stamped the batch sent to the
      *                         ledger, now that BCHREG records it,
      *                         instead of inferring it from a clean
      *                         reconciliation - a batch reconciled
      *                         clean but voided before CALCGL ran
      *                         never reached the ledger.
      * 15/10/26  MAINT         REVWORK follows AUDITREC to 70 bytes.
      *                         A reversal keeps the original's rate
      *                         resolution.
      * 15/10/26  MAINT         REVWORK follows AUDITREC to 78 bytes.
      *                         A reversal keeps the original's user
      *                         ID.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCREV.
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
           SELECT REGISTRY-FILE   ASSIGN TO "BCHREG"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS BREG-BATCH-ID
                                   FILE STATUS IS WK-REGISTRY-STATUS.

           SELECT AUDIT-FILE      ASSIGN TO "AUDITLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-AUDIT-STATUS.

           SELECT WORK-FILE       ASSIGN TO "REVWORK"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-WORK-STATUS.

           SELECT HISTORY-FILE    ASSIGN TO "CTLHIST"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-HISTORY-STATUS.

           SELECT CONTROL-FILE    ASSIGN TO "CALCCTL"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-CONTROL-STATUS.

           SELECT MAP-FILE        ASSIGN TO "GLMAP"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-MAP-STATUS.

           SELECT POSTING-FILE    ASSIGN TO "GLREV"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-POSTING-STATUS.

           SELECT REPORT-FILE     ASSIGN TO "REVREPT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-REPORT-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTRY-FILE.
           COPY BREGREC.

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY AUDITREC.

       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD            PIC X(78).

       FD  HISTORY-FILE
           RECORDING MODE IS F.
       01  HISTORY-RECORD         PIC X(161).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD         PIC X(161).

       FD  MAP-FILE
           RECORDING MODE IS F.
       01  MAP-RECORD.
           05  MAP-BATCH-ID       PIC X(08).
           05  MAP-OPERATION      PIC X(01).
           05  MAP-DEBIT-ACCT     PIC X(10).
           05  MAP-CREDIT-ACCT    PIC X(10).

       FD  POSTING-FILE
           RECORDING MODE IS F.
           COPY GLPSTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD          PIC X(110).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-REGISTRY-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-AUDIT-STATUS     PIC X(02)  VALUE SPACES.
           05  WK-WORK-STATUS      PIC X(02)  VALUE SPACES.
           05  WK-HISTORY-STATUS   PIC X(02)  VALUE SPACES.
           05  WK-CONTROL-STATUS   PIC X(02)  VALUE SPACES.
           05  WK-MAP-STATUS       PIC X(02)  VALUE SPACES.
           05  WK-POSTING-STATUS   PIC X(02)  VALUE SPACES.
           05  WK-REPORT-STATUS    PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              88  WK-END-OF-FILE              VALUE 'Y'.
           05  WK-GATE-FLAG        PIC X(01)  VALUE 'N'.
              88  WK-GATE-FAILED              VALUE 'Y'.
           05  WK-LEDGER-FLAG      PIC X(01)  VALUE 'N'.
              88  WK-LEDGER-REVERSES          VALUE 'Y'.
           05  WK-CTL-FOUND        PIC X(01)  VALUE 'N'.
              88  WK-CTL-IS-FOUND             VALUE 'Y'.

       01  WK-PARM-CONTROLS.
           05  WK-PARM-LINE        PIC X(40)  VALUE SPACES.
           05  WK-VOID-BATCH-ID    PIC X(08)  VALUE SPACES.

       01  WK-RUN-CONTROLS.
           05  WK-RUN-DATE         PIC 9(08)  VALUE ZEROS.
           05  WK-RUN-TIME         PIC 9(08)  VALUE ZEROS.
           05  WK-CTL-SOURCE       PIC X(07)  VALUE SPACES.
           05  WK-SAVED-CONTROL    PIC X(161) VALUE SPACES.

      *    The account-mapping table, loaded from GLMAP - resolved
      *    the same way CALCGL resolved it when the batch posted.
       01  WK-MAP-TABLE.
           05  WK-MAP-MAX          PIC 9(03)  VALUE 100.
           05  WK-MAP-COUNT        PIC 9(03)  VALUE ZEROS.
           05  WK-MAP-IX           PIC 9(03)  VALUE ZEROS.
           05  WK-MAP-HIT          PIC 9(03)  VALUE ZEROS.
           05  WK-MAP-ENTRY OCCURS 100.
              10  WK-MAP-BATCH     PIC X(08).
              10  WK-MAP-OP        PIC X(01).
              10  WK-MAP-DEBIT     PIC X(10).
              10  WK-MAP-CREDIT    PIC X(10).

      *    Pass-one selection.  The audit position of the batch's
      *    last reversal fences off the records a previous void
      *    already backed out.
       01  WK-SELECT-COUNTERS.
           05  WK-AUDIT-POS        PIC 9(09)  VALUE ZEROS.
           05  WK-LAST-VOID-POS    PIC 9(09)  VALUE ZEROS.
           05  WK-SEL-REVERSED     PIC 9(09)  VALUE ZEROS.
           05  WK-SEL-REJECTED     PIC 9(09)  VALUE ZEROS.
           05  WK-SEL-CHAIN        PIC 9(09)  VALUE ZEROS.
           05  WK-SEL-AMOUNT       PIC S9(16)V99 VALUE ZEROS.

      *    What the batch's control record says should be there.
       01  WK-EXPECTED-TOTALS.
           05  WK-EXP-REVERSED     PIC 9(09)  VALUE ZEROS.
           05  WK-EXP-REJECTED     PIC 9(09)  VALUE ZEROS.
           05  WK-EXP-CHAIN        PIC 9(09)  VALUE ZEROS.
           05  WK-EXP-AMOUNT       PIC S9(16)V99 VALUE ZEROS.

       01  WK-REVERSAL-COUNTERS.
           05  WK-ITEM-NO          PIC 9(09)  VALUE ZEROS.
           05  WK-AUDITS-WRITTEN   PIC 9(09)  VALUE ZEROS.
           05  WK-POSTINGS-WRITTEN PIC 9(09)  VALUE ZEROS.
           05  WK-REV-AMOUNT       PIC S9(16)V99 VALUE ZEROS.
           05  WK-AMOUNT-HASH      PIC S9(13)V99 VALUE ZEROS.
           05  WK-ORIG-RESULT      PIC S9(10)V99 VALUE ZEROS.

           COPY CTLREC.

       01  WK-EDIT-MASKS.
           05  WK-VALUE-MASK       PIC -(06)9,99.

       01  WK-REPORT-CONTROLS.
           05  WK-LINE-COUNT       PIC 9(03)  VALUE 99.
           05  WK-LINES-PER-PAGE   PIC 9(03)  VALUE 55.
           05  WK-PAGE-COUNT       PIC 9(05)  VALUE ZEROS.

       01  WK-HEADING-ONE.
           05  FILLER              PIC X(34)  VALUE
               'CALCREV - BATCH REVERSAL REPORT   '.
           05  FILLER              PIC X(09)  VALUE 'RUN DATE '.
           05  HD1-RUN-DATE        PIC 9(08).
           05  FILLER              PIC X(19)  VALUE SPACES.
           05  FILLER              PIC X(05)  VALUE 'PAGE '.
           05  HD1-PAGE            PIC ZZZZ9.

       01  WK-HEADING-BATCH.
           05  FILLER              PIC X(06)  VALUE 'BATCH '.
           05  HDB-BATCH-ID        PIC X(08).
           05  FILLER              PIC X(17)  VALUE
               '  BUSINESS DATE  '.
           05  HDB-BUSINESS-DATE   PIC 9(08).
           05  FILLER              PIC X(25)  VALUE
               '  CONTROL TOTALS FROM    '.
           05  HDB-CTL-SOURCE      PIC X(07).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  HDB-LEDGER-TEXT     PIC X(37).

       01  WK-HEADING-TWO.
           05  FILLER              PIC X(11)  VALUE '     ITEM  '.
           05  FILLER              PIC X(04)  VALUE 'OP  '.
           05  FILLER              PIC X(12)  VALUE ' VALUE ONE  '.
           05  FILLER              PIC X(12)  VALUE ' VALUE TWO  '.
           05  FILLER              PIC X(04)  VALUE 'RC  '.
           05  FILLER              PIC X(20)  VALUE
               '   ORIGINAL RESULT  '.
           05  FILLER              PIC X(26)  VALUE
               'DISPOSITION               '.
           05  FILLER              PIC X(11)  VALUE 'DEBIT      '.
           05  FILLER              PIC X(10)  VALUE 'CREDIT    '.

       01  WK-DETAIL-LINE.
           05  DET-ITEM-NO         PIC ZZZZZZZZ9.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-OPERATION       PIC X(01).
           05  FILLER              PIC X(03)  VALUE SPACES.
           05  DET-VALUE-ONE       PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-VALUE-TWO       PIC X(10).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-RETURN-CODE     PIC 9(02).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-RESULT          PIC -(14)9,99.
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-DISPOSITION     PIC X(24).
           05  FILLER              PIC X(02)  VALUE SPACES.
           05  DET-DEBIT-ACCT      PIC X(10).
           05  FILLER              PIC X(01)  VALUE SPACES.
           05  DET-CREDIT-ACCT     PIC X(10).

      *    Tie-out line - what the void found against what the
      *    control record says.
       01  WK-TIE-LINE.
           05  TIE-LABEL           PIC X(30).
           05  TIE-VOID-COUNT      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER              PIC X(12)  VALUE
               '   CONTROL  '.
           05  TIE-CTL-COUNT       PIC ZZZ.ZZZ.ZZ9.

       01  WK-TIE-AMOUNT-LINE.
           05  TIA-LABEL           PIC X(30).
           05  TIA-VOID-AMOUNT     PIC -(18)9,99.
           05  FILLER              PIC X(12)  VALUE
               '   CONTROL  '.
           05  TIA-CTL-AMOUNT      PIC -(18)9,99.

       01  WK-TOTAL-LINE.
           05  TOT-LABEL           PIC X(30).
           05  TOT-COUNT           PIC ZZZ.ZZZ.ZZ9.

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 030-LOG-START      THRU 030-EXIT.
           PERFORM 000-HOUSEKEEPING   THRU 000-EXIT.
           PERFORM 040-LOAD-CONTROLS  THRU 040-EXIT.
           PERFORM 050-SELECT-PASS    THRU 050-EXIT.
           PERFORM 070-PROVE-TIE      THRU 070-EXIT.
           PERFORM 100-REVERSE-BATCH  THRU 100-EXIT.
           PERFORM 300-STAMP-VOIDED   THRU 300-EXIT.
           PERFORM 900-TERMINATION    THRU 900-EXIT.

           STOP RUN.

      ****************************************************************
      *  Initial Procedures - the batch ID comes from the command
      *  line and must be on the registry, calculated and not yet
      *  voided.  A batch CALCGL stamped sent went to the ledger, so
      *  its postings are reversed too and the account mappings are
      *  loaded.
      ****************************************************************
       000-HOUSEKEEPING.

           ACCEPT WK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WK-RUN-TIME FROM TIME.

           ACCEPT WK-PARM-LINE FROM COMMAND-LINE.
           UNSTRING WK-PARM-LINE DELIMITED BY ALL SPACE
              INTO WK-VOID-BATCH-ID.
           IF WK-VOID-BATCH-ID = SPACES
              DISPLAY 'CALCREV: BATCH ID IS REQUIRED ON THE COMMAND '
                      'LINE'
              PERFORM 090-REFUSE-VOID THRU 090-EXIT
           END-IF.

           OPEN I-O REGISTRY-FILE.
           IF WK-REGISTRY-STATUS = '35'
              DISPLAY 'CALCREV: BCHREG NOT FOUND - NO BATCHES '
                      'REGISTERED'
              PERFORM 090-REFUSE-VOID THRU 090-EXIT
           END-IF.
           IF WK-REGISTRY-STATUS NOT = '00'
              DISPLAY 'CALCREV: UNABLE TO OPEN BCHREG, STATUS = '
                      WK-REGISTRY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE WK-VOID-BATCH-ID TO BREG-BATCH-ID.
           READ REGISTRY-FILE
              INVALID KEY
                 DISPLAY 'CALCREV: BATCH ' WK-VOID-BATCH-ID
                         ' IS NOT ON BCHREG'
                 PERFORM 090-REFUSE-VOID THRU 090-EXIT
           END-READ.

           IF BREG-IS-VOIDED
              DISPLAY 'CALCREV: BATCH ' WK-VOID-BATCH-ID
                      ' WAS ALREADY VOIDED ON ' BREG-VOID-DATE
              PERFORM 090-REFUSE-VOID THRU 090-EXIT
           END-IF.
           IF BREG-CALC-DATE = ZEROS
              DISPLAY 'CALCREV: BATCH ' WK-VOID-BATCH-ID
                      ' WAS NEVER CALCULATED - NOTHING TO REVERSE'
              PERFORM 090-REFUSE-VOID THRU 090-EXIT
           END-IF.

           IF BREG-GL-SENT-DATE NOT = ZEROS
              SET WK-LEDGER-REVERSES TO TRUE
           END-IF.

           IF WK-LEDGER-REVERSES
              OPEN INPUT MAP-FILE
              IF WK-MAP-STATUS NOT = '00'
                 DISPLAY 'CALCREV: UNABLE TO OPEN GLMAP, STATUS = '
                         WK-MAP-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 010-LOAD-MAPPING THRU 010-EXIT
                 UNTIL WK-END-OF-FILE
              CLOSE MAP-FILE
              IF WK-MAP-COUNT = ZEROS
                 DISPLAY 'CALCREV: GLMAP IS EMPTY - NO ACCOUNT '
                         'MAPPINGS'
                 PERFORM 090-REFUSE-VOID THRU 090-EXIT
              END-IF
           END-IF.

       000-EXIT.
           EXIT.

      ****************************************************************
      *  One GLMAP mapping into the table.
      ****************************************************************
       010-LOAD-MAPPING.

           READ MAP-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 010-EXIT
           END-READ.

           IF WK-MAP-COUNT NOT < WK-MAP-MAX
              DISPLAY 'CALCREV: MORE THAN ' WK-MAP-MAX
                      ' MAPPINGS ON GLMAP'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WK-MAP-COUNT.
           MOVE MAP-BATCH-ID    TO WK-MAP-BATCH(WK-MAP-COUNT).
           MOVE MAP-OPERATION   TO WK-MAP-OP(WK-MAP-COUNT).
           MOVE MAP-DEBIT-ACCT  TO WK-MAP-DEBIT(WK-MAP-COUNT).
           MOVE MAP-CREDIT-ACCT TO WK-MAP-CREDIT(WK-MAP-COUNT).

       010-EXIT.
           EXIT.

      ****************************************************************
      *  Start record on the common run log - logged before anything
      *  opens, so a step that dies shows its start without an end
      *  on the morning checkout report.
      ****************************************************************
       030-LOG-START.

           MOVE SPACES    TO RUNLOG-RECORD.
           MOVE 'S'       TO RNL-RECORD-TYPE.
           MOVE 'CALCREV' TO RNL-PROGRAM.
           MOVE ZEROS     TO RNL-RECORDS-READ.
           MOVE ZEROS     TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS     TO RNL-REJECTS.
           MOVE ZEROS     TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'CALCREV: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       030-EXIT.
           EXIT.

      ****************************************************************
      *  The batch's control totals - the latest CTLHIST record for
      *  the batch ID (the run being voided, not an earlier run of
      *  the same ID that was voided and resent), or the CALCCTL
      *  record when the history has none.  A void that cannot be
      *  tied to the totals balancing signed off on is refused.
      ****************************************************************
       040-LOAD-CONTROLS.

           OPEN INPUT HISTORY-FILE.
           EVALUATE WK-HISTORY-STATUS
              WHEN '00'
                 MOVE 'N' TO WK-EOF-SWITCH
                 PERFORM 045-SCAN-HISTORY THRU 045-EXIT
                    UNTIL WK-END-OF-FILE
                 CLOSE HISTORY-FILE
              WHEN '35'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CALCREV: UNABLE TO OPEN CTLHIST, STATUS = '
                         WK-HISTORY-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           IF NOT WK-CTL-IS-FOUND
              OPEN INPUT CONTROL-FILE
              EVALUATE WK-CONTROL-STATUS
                 WHEN '00'
                    MOVE 'N' TO WK-EOF-SWITCH
                    PERFORM 046-SCAN-CONTROL THRU 046-EXIT
                       UNTIL WK-END-OF-FILE
                    CLOSE CONTROL-FILE
                 WHEN '35'
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'CALCREV: UNABLE TO OPEN CALCCTL, '
                            'STATUS = ' WK-CONTROL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-EVALUATE
           END-IF.

           IF NOT WK-CTL-IS-FOUND
              DISPLAY 'CALCREV: NO CONTROL TOTALS FOR BATCH '
                      WK-VOID-BATCH-ID ' ON CTLHIST OR CALCCTL'
              PERFORM 090-REFUSE-VOID THRU 090-EXIT
           END-IF.

           MOVE WK-SAVED-CONTROL TO CONTROL-TOTAL-RECORD.
           IF CTL-SUM-OVERFLOW = 'Y'
              DISPLAY 'CALCREV: CONTROL SUM OF RESULTS OVERFLOWED - '
                      'THE AMOUNT CANNOT BE TIED'
              PERFORM 090-REFUSE-VOID THRU 090-EXIT
           END-IF.

           COMPUTE WK-EXP-REVERSED = CTL-COUNT-ADD + CTL-COUNT-SUB
                                   + CTL-COUNT-MUL + CTL-COUNT-DIV
                                   + CTL-COUNT-REM + CTL-COUNT-EXP.
           COMPUTE WK-EXP-REJECTED = CTL-COUNT-REJECT-OP
                                   + CTL-COUNT-REJECT-V1
                                   + CTL-COUNT-REJECT-V2
                                   + CTL-COUNT-REJECT-ARITH.
           MOVE CTL-COUNT-CHAIN-STEPS TO WK-EXP-CHAIN.
           MOVE CTL-SUM-RESULT        TO WK-EXP-AMOUNT.

       040-EXIT.
           EXIT.

      ****************************************************************
      *  One CTLHIST record - the last one for the batch wins.
      ****************************************************************
       045-SCAN-HISTORY.

           READ HISTORY-FILE INTO CONTROL-TOTAL-RECORD
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 045-EXIT
           END-READ.

           IF CTL-BATCH-ID = WK-VOID-BATCH-ID
              MOVE CONTROL-TOTAL-RECORD TO WK-SAVED-CONTROL
              MOVE 'CTLHIST' TO WK-CTL-SOURCE
              SET WK-CTL-IS-FOUND TO TRUE
           END-IF.

       045-EXIT.
           EXIT.

      ****************************************************************
      *  One CALCCTL record - the fallback when the history is
      *  missing the batch.
      ****************************************************************
       046-SCAN-CONTROL.

           READ CONTROL-FILE INTO CONTROL-TOTAL-RECORD
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 046-EXIT
           END-READ.

           IF CTL-BATCH-ID = WK-VOID-BATCH-ID
              MOVE CONTROL-TOTAL-RECORD TO WK-SAVED-CONTROL
              MOVE 'CALCCTL' TO WK-CTL-SOURCE
              SET WK-CTL-IS-FOUND TO TRUE
           END-IF.

       046-EXIT.
           EXIT.

      ****************************************************************
      *  Pass one - nothing is written but the work file.  The first
      *  read of AUDITLOG finds the batch's last reversal, if it was
      *  voided and resent before; the second copies the batch's
      *  audit records since then to REVWORK, counting them the way
      *  CALCBAT counted them into the control record and proving
      *  every clean result maps to ledger accounts.
      ****************************************************************
       050-SELECT-PASS.

           OPEN INPUT AUDIT-FILE.
           IF WK-AUDIT-STATUS = '35'
              DISPLAY 'CALCREV: AUDITLOG NOT FOUND - NOTHING TO '
                      'REVERSE'
              PERFORM 090-REFUSE-VOID THRU 090-EXIT
           END-IF.
           IF WK-AUDIT-STATUS NOT = '00'
              DISPLAY 'CALCREV: UNABLE TO OPEN AUDITLOG, STATUS = '
                      WK-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE 'N' TO WK-EOF-SWITCH.
           PERFORM 055-FIND-LAST-VOID THRU 055-EXIT
              UNTIL WK-END-OF-FILE.
           CLOSE AUDIT-FILE.

           OPEN INPUT AUDIT-FILE.
           IF WK-AUDIT-STATUS NOT = '00'
              DISPLAY 'CALCREV: UNABLE TO REOPEN AUDITLOG, STATUS = '
                      WK-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT WORK-FILE.
           IF WK-WORK-STATUS NOT = '00'
              DISPLAY 'CALCREV: UNABLE TO OPEN REVWORK, STATUS = '
                      WK-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE ZEROS TO WK-AUDIT-POS.
           MOVE 'N' TO WK-EOF-SWITCH.
           PERFORM 060-SELECT-AUDIT THRU 060-EXIT
              UNTIL WK-END-OF-FILE.

           CLOSE AUDIT-FILE.
           CLOSE WORK-FILE.
           IF WK-WORK-STATUS NOT = '00'
              DISPLAY 'CALCREV: ERROR CLOSING REVWORK, STATUS = '
                      WK-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       050-EXIT.
           EXIT.

      ****************************************************************
      *  One audit record of the first read - note where the
      *  batch's latest reversal sits.
      ****************************************************************
       055-FIND-LAST-VOID.

           READ AUDIT-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 055-EXIT
           END-READ.
           ADD 1 TO WK-AUDIT-POS.

           IF AUD-BATCH-ID = WK-VOID-BATCH-ID
                 AND AUD-IS-REVERSAL
              MOVE WK-AUDIT-POS TO WK-LAST-VOID-POS
           END-IF.

       055-EXIT.
           EXIT.

      ****************************************************************
      *  One audit record of the second read.  Chain steps ('C') and
      *  rejected requests are copied for the report but back
      *  nothing out - neither reached CALCOUT, the control sum or
      *  the ledger.
      ****************************************************************
       060-SELECT-AUDIT.

           READ AUDIT-FILE
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 060-EXIT
           END-READ.
           ADD 1 TO WK-AUDIT-POS.

           IF WK-AUDIT-POS NOT > WK-LAST-VOID-POS
                 OR AUD-BATCH-ID NOT = WK-VOID-BATCH-ID
                 OR AUD-IS-REVERSAL
              GO TO 060-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN AUD-CHAIN-CODE = 'C'
                 ADD 1 TO WK-SEL-CHAIN
              WHEN AUD-RETURN-CODE NOT = ZEROS
                 ADD 1 TO WK-SEL-REJECTED
              WHEN OTHER
                 ADD 1 TO WK-SEL-REVERSED
                 ADD AUD-RESULT TO WK-SEL-AMOUNT
                 IF WK-LEDGER-REVERSES
                    PERFORM 080-FIND-MAPPING THRU 080-EXIT
                    IF WK-MAP-HIT = ZEROS
                       DISPLAY 'CALCREV: NO GLMAP MAPPING FOR BATCH '
                               AUD-BATCH-ID ' OPERATION '
                               AUD-OPERATION
                       SET WK-GATE-FAILED TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE.

           WRITE WORK-RECORD FROM AUDIT-RECORD.
           IF WK-WORK-STATUS NOT = '00'
              DISPLAY 'CALCREV: ERROR WRITING REVWORK, STATUS = '
                      WK-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       060-EXIT.
           EXIT.

      ****************************************************************
      *  The proof - the audit records selected must tie to the
      *  control record on every count and on the amount, or the
      *  void is refused before anything is written.  A shortfall
      *  usually means AUDARC has already archived part of the
      *  batch.
      ****************************************************************
       070-PROVE-TIE.

           IF WK-SEL-REVERSED = ZEROS
                 AND WK-SEL-REJECTED = ZEROS
                 AND WK-SEL-CHAIN = ZEROS
              DISPLAY 'CALCREV: NO AUDIT RECORDS FOR BATCH '
                      WK-VOID-BATCH-ID ' ON AUDITLOG'
              PERFORM 090-REFUSE-VOID THRU 090-EXIT
           END-IF.

           IF WK-SEL-REVERSED NOT = WK-EXP-REVERSED
              DISPLAY 'CALCREV: CLEAN RESULTS ON AUDITLOG '
                      WK-SEL-REVERSED ' CONTROL ' WK-EXP-REVERSED
              SET WK-GATE-FAILED TO TRUE
           END-IF.
           IF WK-SEL-REJECTED NOT = WK-EXP-REJECTED
              DISPLAY 'CALCREV: REJECTED REQUESTS ON AUDITLOG '
                      WK-SEL-REJECTED ' CONTROL ' WK-EXP-REJECTED
              SET WK-GATE-FAILED TO TRUE
           END-IF.
           IF WK-SEL-CHAIN NOT = WK-EXP-CHAIN
              DISPLAY 'CALCREV: CHAIN STEPS ON AUDITLOG '
                      WK-SEL-CHAIN ' CONTROL ' WK-EXP-CHAIN
              SET WK-GATE-FAILED TO TRUE
           END-IF.
           IF WK-SEL-AMOUNT NOT = WK-EXP-AMOUNT
              DISPLAY 'CALCREV: SUM OF RESULTS ON AUDITLOG '
                      'DOES NOT MATCH THE CONTROL SUM'
              SET WK-GATE-FAILED TO TRUE
           END-IF.

           IF WK-GATE-FAILED
              DISPLAY 'CALCREV: AUDIT RECORDS DO NOT TIE TO THE '
                      WK-CTL-SOURCE ' CONTROL TOTALS'
              PERFORM 090-REFUSE-VOID THRU 090-EXIT
           END-IF.

       070-EXIT.
           EXIT.

      ****************************************************************
      *  Resolve the audit record's batch and operation through the
      *  mapping table - an exact batch match beats the wildcard
      *  (spaces or '*' in the mapping's batch ID), as in CALCGL.
      ****************************************************************
       080-FIND-MAPPING.

           MOVE ZEROS TO WK-MAP-HIT.

           PERFORM VARYING WK-MAP-IX FROM 1 BY 1
                 UNTIL WK-MAP-IX > WK-MAP-COUNT
                    OR WK-MAP-HIT > ZEROS
              IF WK-MAP-OP(WK-MAP-IX) = AUD-OPERATION
                    AND WK-MAP-BATCH(WK-MAP-IX) = AUD-BATCH-ID
                 MOVE WK-MAP-IX TO WK-MAP-HIT
              END-IF
           END-PERFORM.

           IF WK-MAP-HIT = ZEROS
              PERFORM VARYING WK-MAP-IX FROM 1 BY 1
                    UNTIL WK-MAP-IX > WK-MAP-COUNT
                       OR WK-MAP-HIT > ZEROS
                 IF WK-MAP-OP(WK-MAP-IX) = AUD-OPERATION
                       AND (WK-MAP-BATCH(WK-MAP-IX) = SPACES
                          OR WK-MAP-BATCH(WK-MAP-IX)(1:1) = '*')
                    MOVE WK-MAP-IX TO WK-MAP-HIT
                 END-IF
              END-PERFORM
           END-IF.

       080-EXIT.
           EXIT.

      ****************************************************************
      *  A void that cannot be proven safe - nothing has been written
      *  to AUDITLOG, GLREV or the registry, so the batch stands as
      *  it was.  The run log still gets its end record.
      ****************************************************************
       090-REFUSE-VOID.

           DISPLAY 'CALCREV: BATCH ' WK-VOID-BATCH-ID
                   ' NOT VOIDED - NOTHING WRITTEN'.
           MOVE 8 TO RETURN-CODE.
           PERFORM 950-LOG-END THRU 950-EXIT.
           STOP RUN.

       090-EXIT.
           EXIT.

      ****************************************************************
      *  Pass two - the reversal itself: one offsetting audit record
      *  per clean result, the reversing ledger feed, and a report
      *  line for every item the batch held.
      ****************************************************************
       100-REVERSE-BATCH.

           OPEN INPUT WORK-FILE.
           IF WK-WORK-STATUS NOT = '00'
              DISPLAY 'CALCREV: UNABLE TO REOPEN REVWORK, STATUS = '
                      WK-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF WK-AUDIT-STATUS NOT = '00'
              DISPLAY 'CALCREV: UNABLE TO EXTEND AUDITLOG, STATUS = '
                      WK-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT POSTING-FILE.
           IF WK-POSTING-STATUS NOT = '00'
              DISPLAY 'CALCREV: UNABLE TO OPEN GLREV, STATUS = '
                      WK-POSTING-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'CALCREV: UNABLE TO OPEN REVREPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    The feed always carries its header and trailer, so the
      *    ledger side can balance it even when the batch never got
      *    as far as the ledger and there is nothing to reverse.
           MOVE SPACES      TO POSTING-HEADER-RECORD.
           MOVE 'H'         TO PSH-RECORD-TYPE.
           MOVE WK-RUN-DATE TO PSH-RUN-DATE.
           MOVE WK-RUN-TIME TO PSH-RUN-TIME.
           WRITE POSTING-HEADER-RECORD.
           PERFORM 250-CHECK-POSTING-WRITE THRU 250-EXIT.

           MOVE 'N' TO WK-EOF-SWITCH.
           PERFORM 200-REVERSE-ITEM THRU 200-EXIT
              UNTIL WK-END-OF-FILE.

           MOVE SPACES              TO POSTING-TRAILER-RECORD.
           MOVE 'T'                 TO PST-TRL-TYPE.
           MOVE WK-POSTINGS-WRITTEN TO PST-TRL-COUNT.
           MOVE WK-AMOUNT-HASH      TO PST-TRL-HASH.
           WRITE POSTING-TRAILER-RECORD.
           PERFORM 250-CHECK-POSTING-WRITE THRU 250-EXIT.

           CLOSE WORK-FILE AUDIT-FILE POSTING-FILE.

           IF WK-AUDITS-WRITTEN NOT = WK-SEL-REVERSED
              DISPLAY 'CALCREV: REVERSALS WRITTEN '
                      WK-AUDITS-WRITTEN ' DO NOT MATCH SELECTED '
                      WK-SEL-REVERSED
              DISPLAY 'CALCREV: BATCH LEFT UNVOIDED ON BCHREG'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       100-EXIT.
           EXIT.

      ****************************************************************
      *  One selected item - its disposition decides what, if
      *  anything, is backed out.
      ****************************************************************
       200-REVERSE-ITEM.

           READ WORK-FILE INTO AUDIT-RECORD
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 200-EXIT
           END-READ.
           ADD 1 TO WK-ITEM-NO.

           MOVE WK-ITEM-NO         TO DET-ITEM-NO.
           MOVE AUD-OPERATION      TO DET-OPERATION.
      *    A rejected request's audit record carries the operand as
      *    keyed, so the edited mask is only safe when the field is
      *    numeric; otherwise the raw bytes are shown.
           IF AUD-VALUE-ONE IS NUMERIC
              MOVE AUD-VALUE-ONE   TO WK-VALUE-MASK
              MOVE WK-VALUE-MASK   TO DET-VALUE-ONE
           ELSE
              MOVE SPACES          TO DET-VALUE-ONE
              MOVE AUD-VALUE-ONE(1:7)
                                   TO DET-VALUE-ONE(4:7)
           END-IF.
           IF AUD-VALUE-TWO IS NUMERIC
              MOVE AUD-VALUE-TWO   TO WK-VALUE-MASK
              MOVE WK-VALUE-MASK   TO DET-VALUE-TWO
           ELSE
              MOVE SPACES          TO DET-VALUE-TWO
              MOVE AUD-VALUE-TWO(1:7)
                                   TO DET-VALUE-TWO(4:7)
           END-IF.
           MOVE AUD-RETURN-CODE    TO DET-RETURN-CODE.
           MOVE AUD-RESULT         TO DET-RESULT.
           MOVE SPACES             TO DET-DEBIT-ACCT.
           MOVE SPACES             TO DET-CREDIT-ACCT.

           EVALUATE TRUE
              WHEN AUD-CHAIN-CODE = 'C'
                 MOVE 'CHAIN STEP - NOT REVERSED'
                                   TO DET-DISPOSITION
              WHEN AUD-RETURN-CODE NOT = ZEROS
                 MOVE 'REJECTED - NOT REVERSED'
                                   TO DET-DISPOSITION
              WHEN OTHER
                 MOVE AUD-RESULT   TO WK-ORIG-RESULT
                 IF WK-LEDGER-REVERSES
                    PERFORM 220-WRITE-POSTING THRU 220-EXIT
                 END-IF
                 PERFORM 210-WRITE-REVERSAL THRU 210-EXIT
                 MOVE 'REVERSED'   TO DET-DISPOSITION
           END-EVALUATE.

           PERFORM 810-PRINT-DETAIL THRU 810-EXIT.

       200-EXIT.
           EXIT.

      ****************************************************************
      *  The offsetting audit record - the original request with its
      *  result negated, stamped with this run's date and time and
      *  flagged as a reversal so CALCREC never tries to pair it.
      ****************************************************************
       210-WRITE-REVERSAL.

           COMPUTE AUD-RESULT = ZERO - WK-ORIG-RESULT.
           MOVE WK-RUN-DATE        TO AUD-RUN-DATE.
           MOVE WK-RUN-TIME        TO AUD-RUN-TIME.
           MOVE 'R'                TO AUD-REVERSAL-FLAG.

           WRITE AUDIT-RECORD.
           IF WK-AUDIT-STATUS NOT = '00'
              DISPLAY 'CALCREV: ERROR WRITING AUDITLOG, STATUS = '
                      WK-AUDIT-STATUS
              DISPLAY 'CALCREV: BATCH LEFT UNVOIDED ON BCHREG'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           ADD 1 TO WK-AUDITS-WRITTEN.
           ADD WK-ORIG-RESULT TO WK-REV-AMOUNT.

       210-EXIT.
           EXIT.

      ****************************************************************
      *  The reversing posting - the same GLMAP accounts CALCGL used,
      *  debit and credit swapped, for the original amount.
      ****************************************************************
       220-WRITE-POSTING.

           PERFORM 080-FIND-MAPPING THRU 080-EXIT.

           MOVE SPACES          TO POSTING-DETAIL-RECORD.
           MOVE 'D'             TO PST-RECORD-TYPE.
           MOVE AUD-BATCH-ID    TO PST-BATCH-ID.
           MOVE AUD-OPERATION   TO PST-OPERATION.
           MOVE WK-MAP-CREDIT(WK-MAP-HIT) TO PST-DEBIT-ACCT.
           MOVE WK-MAP-DEBIT(WK-MAP-HIT)  TO PST-CREDIT-ACCT.
           MOVE WK-ORIG-RESULT  TO PST-AMOUNT.

           WRITE POSTING-DETAIL-RECORD.
           PERFORM 250-CHECK-POSTING-WRITE THRU 250-EXIT.

           ADD 1 TO WK-POSTINGS-WRITTEN.
           ADD WK-ORIG-RESULT TO WK-AMOUNT-HASH
              ON SIZE ERROR
                 DISPLAY 'CALCREV: AMOUNT HASH OVERFLOWED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-ADD.

           MOVE PST-DEBIT-ACCT  TO DET-DEBIT-ACCT.
           MOVE PST-CREDIT-ACCT TO DET-CREDIT-ACCT.

       220-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every GLREV WRITE, the same
      *  as every other file this system touches.
      ****************************************************************
       250-CHECK-POSTING-WRITE.

           IF WK-POSTING-STATUS NOT = '00'
              DISPLAY 'CALCREV: ERROR WRITING GLREV, STATUS = '
                      WK-POSTING-STATUS
              DISPLAY 'CALCREV: BATCH LEFT UNVOIDED ON BCHREG'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       250-EXIT.
           EXIT.

      ****************************************************************
      *  Stamp the batch voided on the lifecycle registry - the
      *  stamp that lets CALCEDT and CALCBAT take the resend.
      ****************************************************************
       300-STAMP-VOIDED.

           ACCEPT WK-RUN-TIME FROM TIME.

           MOVE 'V'         TO BREG-STATUS.
           MOVE WK-RUN-DATE TO BREG-VOID-DATE.
           MOVE WK-RUN-TIME TO BREG-VOID-TIME.

           REWRITE BATCH-REGISTRY-RECORD.
           IF WK-REGISTRY-STATUS NOT = '00'
              DISPLAY 'CALCREV: ERROR STAMPING BCHREG, STATUS = '
                      WK-REGISTRY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           CLOSE REGISTRY-FILE.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  Page heading - title, run date, page number, the batch being
      *  voided and the column titles.
      ****************************************************************
       800-PAGE-HEADING.

           ADD 1 TO WK-PAGE-COUNT.
           MOVE WK-RUN-DATE        TO HD1-RUN-DATE.
           MOVE WK-PAGE-COUNT      TO HD1-PAGE.
           MOVE WK-VOID-BATCH-ID   TO HDB-BATCH-ID.
           MOVE BREG-BUSINESS-DATE TO HDB-BUSINESS-DATE.
           MOVE WK-CTL-SOURCE      TO HDB-CTL-SOURCE.
           IF WK-LEDGER-REVERSES
              MOVE 'LEDGER POSTINGS REVERSED TO GLREV'
                                   TO HDB-LEDGER-TEXT
           ELSE
              MOVE 'NEVER SENT TO THE LEDGER'
                                   TO HDB-LEDGER-TEXT
           END-IF.

           WRITE REPORT-RECORD FROM WK-HEADING-ONE
              AFTER ADVANCING PAGE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-BATCH
              AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           WRITE REPORT-RECORD FROM WK-HEADING-TWO
              AFTER ADVANCING 2 LINES.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 7 TO WK-LINE-COUNT.

       800-EXIT.
           EXIT.

      ****************************************************************
      *  One item line, with page control.
      ****************************************************************
       810-PRINT-DETAIL.

           IF WK-LINE-COUNT > WK-LINES-PER-PAGE
              PERFORM 800-PAGE-HEADING THRU 800-EXIT
           END-IF.

           WRITE REPORT-RECORD FROM WK-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           ADD 1 TO WK-LINE-COUNT.
           MOVE SPACES TO WK-DETAIL-LINE.

       810-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every report WRITE, the same
      *  as every other file this system touches.
      ****************************************************************
       850-CHECK-REPORT-WRITE.

           IF WK-REPORT-STATUS NOT = '00'
              DISPLAY 'CALCREV: ERROR WRITING REVREPT, STATUS = '
                      WK-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       850-EXIT.
           EXIT.

      ****************************************************************
      *  One count tie-out line on the report.
      ****************************************************************
       860-PRINT-TIE.

           WRITE REPORT-RECORD FROM WK-TIE-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

       860-EXIT.
           EXIT.

      ****************************************************************
      *  One control-total line on the report.
      ****************************************************************
       870-PRINT-TOTAL.

           WRITE REPORT-RECORD FROM WK-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

       870-EXIT.
           EXIT.

      ****************************************************************
      *  Final Procedures - the tie-out against the control record
      *  and the void's own control totals.
      ****************************************************************
       900-TERMINATION.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'ITEMS REVERSED .............. ' TO TIE-LABEL.
           MOVE WK-AUDITS-WRITTEN TO TIE-VOID-COUNT.
           MOVE WK-EXP-REVERSED   TO TIE-CTL-COUNT.
           PERFORM 860-PRINT-TIE THRU 860-EXIT.

           MOVE 'REJECTED - NOT REVERSED ..... ' TO TIE-LABEL.
           MOVE WK-SEL-REJECTED   TO TIE-VOID-COUNT.
           MOVE WK-EXP-REJECTED   TO TIE-CTL-COUNT.
           PERFORM 860-PRINT-TIE THRU 860-EXIT.

           MOVE 'CHAIN STEPS - NOT REVERSED .. ' TO TIE-LABEL.
           MOVE WK-SEL-CHAIN      TO TIE-VOID-COUNT.
           MOVE WK-EXP-CHAIN      TO TIE-CTL-COUNT.
           PERFORM 860-PRINT-TIE THRU 860-EXIT.

           MOVE 'AMOUNT REVERSED ............. ' TO TIA-LABEL.
           MOVE WK-REV-AMOUNT     TO TIA-VOID-AMOUNT.
           MOVE WK-EXP-AMOUNT     TO TIA-CTL-AMOUNT.
           WRITE REPORT-RECORD FROM WK-TIE-AMOUNT-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'AUDIT RECORDS EXAMINED ...... ' TO TOT-LABEL.
           MOVE WK-ITEM-NO TO TOT-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'REVERSALS WRITTEN TO AUDITLOG ' TO TOT-LABEL.
           MOVE WK-AUDITS-WRITTEN TO TOT-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE 'POSTINGS WRITTEN TO GLREV ... ' TO TOT-LABEL.
           MOVE WK-POSTINGS-WRITTEN TO TOT-COUNT.
           PERFORM 870-PRINT-TOTAL THRU 870-EXIT.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           MOVE 'REVERSAL TIES TO THE CONTROL TOTALS - BATCH VOIDED'
                                    TO REPORT-RECORD.
           WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
           PERFORM 850-CHECK-REPORT-WRITE THRU 850-EXIT.

           CLOSE REPORT-FILE.

           DISPLAY '=================================================='.
           DISPLAY 'CALCREV BATCH REVERSAL CONTROL REPORT'.
           DISPLAY '=================================================='.
           DISPLAY 'BATCH VOIDED ................. ' WK-VOID-BATCH-ID.
           DISPLAY 'CONTROL TOTALS FROM .......... ' WK-CTL-SOURCE.
           DISPLAY 'AUDIT RECORDS EXAMINED ....... ' WK-ITEM-NO.
           DISPLAY 'REVERSALS WRITTEN TO AUDITLOG  '
                   WK-AUDITS-WRITTEN.
           DISPLAY 'POSTINGS WRITTEN TO GLREV .... '
                   WK-POSTINGS-WRITTEN.
           DISPLAY 'REJECTED - NOT REVERSED ...... ' WK-SEL-REJECTED.
           DISPLAY 'CHAIN STEPS - NOT REVERSED ... ' WK-SEL-CHAIN.
           DISPLAY '=================================================='.

           PERFORM 950-LOG-END THRU 950-EXIT.

       900-EXIT.
           EXIT.

      ****************************************************************
      *  End record on the common run log - the counts and the final
      *  return code the morning checkout signs off on.
      ****************************************************************
       950-LOG-END.

           MOVE SPACES    TO RUNLOG-RECORD.
           MOVE 'E'       TO RNL-RECORD-TYPE.
           MOVE 'CALCREV' TO RNL-PROGRAM.
           MOVE WK-VOID-BATCH-ID  TO RNL-BATCH-ID.
           MOVE WK-AUDIT-POS      TO RNL-RECORDS-READ.
           MOVE WK-AUDITS-WRITTEN TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS             TO RNL-REJECTS.
           MOVE RETURN-CODE       TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'CALCREV: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       950-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
