      *                         for a batch stamped calculated but
      *                         not reconciled clean.  The exclusions
      *                         print on the control report.
      * 15/10/26  MAINT         A batch the CALCREV void job has
      *                         voided is excluded from the feed the
      *                         same way as refused-batch residue -
      *                         its results are still on CALCOUT when
      *                         the void runs before this step, and
      *                         posting them would put back what the
      *                         void took out.
      * 15/10/26  MAINT         Ledger acknowledgement support.  Every
      *                         feed is now also kept on the indexed
      *                         GLSENT history - a control record with
      *                         the trailer count and hash, and one
      *                         entry per posting - for the CALCACK
      *                         job to match the ledger's
      *                         acknowledgement against, and each
      *                         batch posted is stamped sent on BCHREG
      *                         with its postings added to the batch's
      *                         open-entry count.  Entries the ledger
      *                         rejected, which CALCACK leaves on the
      *                         GLRESEND file, go out again on this
      *                         feed after the run's own postings
      *                         (inside the same trailer controls) and
      *                         GLRESEND is emptied; a resend for a
      *                         batch voided since is dropped.
      * 15/10/26  MAINT         Start and end records now go to the
      *                         common run log through RUNLOGW, like
      *                         the other steps of the nightly cycle,
      *                         for CHKOUT and the CYCLCTL cycle
      *                         controller.
      *
      * GLMAP record: batch ID (spaces or '*' = any batch),
      * operation, debit account, credit account.  The most specific
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS BREG-BATCH-ID
                                   FILE STATUS IS WK-REGISTRY-STATUS.

           SELECT SENT-FILE       ASSIGN TO "GLSENT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS SNT-KEY
                                   FILE STATUS IS WK-SENT-STATUS.

           SELECT RESEND-FILE     ASSIGN TO "GLRESEND"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WK-RESEND-STATUS.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  REGISTRY-FILE.
           COPY BREGREC.

       FD  SENT-FILE.
           COPY GLSNTREC.

       FD  RESEND-FILE
           RECORDING MODE IS F.
       01  RESEND-RECORD          PIC X(45).
      ****************************************************************
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUSES.
           05  WK-MAP-STATUS       PIC X(02)  VALUE SPACES.
           05  WK-POSTING-STATUS   PIC X(02)  VALUE SPACES.
           05  WK-REGISTRY-STATUS  PIC X(02)  VALUE SPACES.
           05  WK-SENT-STATUS      PIC X(02)  VALUE SPACES.
           05  WK-RESEND-STATUS    PIC X(02)  VALUE SPACES.

       01  WK-SWITCHES.
           05  WK-EOF-SWITCH       PIC X(01)  VALUE 'N'.
              10  WK-BT-STATE      PIC X(01).
                 88  WK-BT-POSTS              VALUE 'P'.
                 88  WK-BT-EXCLUDED           VALUE 'X'.
              10  WK-BT-POSTED     PIC 9(07).

       01  WK-POSTING-COUNTERS.
           05  WK-RECORDS-READ     PIC 9(09)  VALUE ZEROS.
           05  WK-RESIDUE-SKIPPED  PIC 9(09)  VALUE ZEROS.
           05  WK-AMOUNT-HASH      PIC S9(13)V99 VALUE ZEROS.
           05  WK-POST-AMOUNT      PIC S9(13)V99 VALUE ZEROS.
           05  WK-RESENDS-WRITTEN  PIC 9(09)  VALUE ZEROS.
           05  WK-RESENDS-DROPPED  PIC 9(09)  VALUE ZEROS.
           05  WK-SENT-SEQ         PIC 9(07)  VALUE ZEROS.

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 030-LOG-START    THRU 030-EXIT.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 050-VERIFY-PASS  THRU 050-EXIT.
           PERFORM 100-BUILD-FEED   THRU 100-EXIT.
           END-IF.

      *    The gate cannot be proven without the registry, so the
      *    feed does not run without it.  It is opened for update so
      *    the batches sent can be stamped.
           OPEN I-O REGISTRY-FILE.
           IF WK-REGISTRY-STATUS NOT = '00'
              DISPLAY 'CALCGL: UNABLE TO OPEN BCHREG, STATUS = '
                      WK-REGISTRY-STATUS
       000-EXIT.
           EXIT.

      ****************************************************************
      *  Start record on the common run log - logged before anything
      *  opens, so a step that dies shows its start without an end
      *  on the morning checkout report.
      ****************************************************************
       030-LOG-START.

           MOVE SPACES    TO RUNLOG-RECORD.
           MOVE 'S'       TO RNL-RECORD-TYPE.
           MOVE 'CALCGL'  TO RNL-PROGRAM.
           MOVE ZEROS     TO RNL-RECORDS-READ.
           MOVE ZEROS     TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS     TO RNL-REJECTS.
           MOVE ZEROS     TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'CALCGL: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       030-EXIT.
           EXIT.

      ****************************************************************
      *  One GLMAP mapping into the table.
      ****************************************************************
           MOVE WK-BT-COUNT  TO WK-BT-HIT.
           MOVE RES-BATCH-ID TO WK-BT-BATCH-ID(WK-BT-HIT).
           MOVE 'P'          TO WK-BT-STATE(WK-BT-HIT).
           MOVE ZEROS        TO WK-BT-POSTED(WK-BT-HIT).

           MOVE RES-BATCH-ID TO BREG-BATCH-ID.
           READ REGISTRY-FILE
              GO TO 070-EXIT
           END-IF.

           IF BREG-IS-VOIDED
              DISPLAY 'CALCGL: BATCH ' RES-BATCH-ID
                      ' IS VOIDED - EXCLUDED FROM THE FEED'
              MOVE 'X' TO WK-BT-STATE(WK-BT-HIT)
              ADD 1 TO WK-BT-EXCL-COUNT
              GO TO 070-EXIT
           END-IF.

           IF BREG-RECON-DATE = ZEROS
              DISPLAY 'CALCGL: BATCH ' RES-BATCH-ID
                      ' NOT YET RECONCILED'
           MOVE 'H'         TO PSH-RECORD-TYPE.
           MOVE WK-RUN-DATE TO PSH-RUN-DATE.
           MOVE WK-RUN-TIME TO PSH-RUN-TIME.
           OPEN I-O SENT-FILE.
           IF WK-SENT-STATUS = '35'
              OPEN OUTPUT SENT-FILE
              CLOSE SENT-FILE
              OPEN I-O SENT-FILE
           END-IF.
           IF WK-SENT-STATUS NOT = '00'
              DISPLAY 'CALCGL: UNABLE TO OPEN GLSENT, STATUS = '
                      WK-SENT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

           WRITE POSTING-HEADER-RECORD.
           PERFORM 250-CHECK-POSTING-WRITE THRU 250-EXIT.

           PERFORM 200-POST-RESULT THRU 200-EXIT
              UNTIL WK-END-OF-FILE.

           PERFORM 300-RESEND-PASS THRU 300-EXIT.

           MOVE SPACES             TO POSTING-TRAILER-RECORD.
           MOVE 'T'                TO PST-TRL-TYPE.
           MOVE WK-SENT-SEQ        TO PST-TRL-COUNT.
           MOVE WK-AMOUNT-HASH     TO PST-TRL-HASH.
           WRITE POSTING-TRAILER-RECORD.
           PERFORM 250-CHECK-POSTING-WRITE THRU 250-EXIT.

      *    The feed's control record on the sent history - the
      *    trailer controls the acknowledgement is proved against.
           MOVE SPACES              TO GL-SENT-CONTROL-RECORD.
           MOVE WK-RUN-DATE         TO SNC-FEED-DATE.
           MOVE WK-RUN-TIME         TO SNC-FEED-TIME.
           MOVE ZEROS               TO SNC-SEQ.
           MOVE WK-SENT-SEQ         TO SNC-TRL-COUNT.
           MOVE WK-AMOUNT-HASH      TO SNC-TRL-HASH.
           MOVE WK-SENT-SEQ         TO SNC-OPEN-COUNT.
           MOVE ZEROS               TO SNC-LEDGER-COUNT.
           MOVE ZEROS               TO SNC-LEDGER-HASH.
           MOVE ZEROS               TO SNC-ACK-DATE.
           MOVE ZEROS               TO SNC-ACK-TIME.
           WRITE GL-SENT-CONTROL-RECORD
              INVALID KEY
                 DISPLAY 'CALCGL: FEED ' WK-RUN-DATE ' ' WK-RUN-TIME
                         ' ALREADY ON GLSENT'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE.
           PERFORM 270-CHECK-SENT-WRITE THRU 270-EXIT.

           PERFORM 400-STAMP-SENT THRU 400-EXIT
              VARYING WK-BT-IX FROM 1 BY 1
              UNTIL WK-BT-IX > WK-BT-COUNT.

           CLOSE RESULT-FILE POSTING-FILE SENT-FILE.

       100-EXIT.
           EXIT.
           PERFORM 250-CHECK-POSTING-WRITE THRU 250-EXIT.

           ADD 1 TO WK-POSTINGS-WRITTEN.
           ADD 1 TO WK-BT-POSTED(WK-BT-HIT).
           ADD WK-POST-AMOUNT TO WK-AMOUNT-HASH
              ON SIZE ERROR
                 DISPLAY 'CALCGL: AMOUNT HASH OVERFLOWED'
                 STOP RUN
           END-ADD.

           MOVE SPACE TO SNT-RESEND-FLAG.
           PERFORM 260-WRITE-SENT THRU 260-EXIT.

       200-EXIT.
           EXIT.

       250-EXIT.
           EXIT.

      ****************************************************************
      *  One entry on the sent history for the posting just written
      *  to GLPOST, waiting on the ledger's acknowledgement.  The
      *  caller sets the resend flag.
      ****************************************************************
       260-WRITE-SENT.

           ADD 1 TO WK-SENT-SEQ.

           MOVE WK-RUN-DATE        TO SNT-FEED-DATE.
           MOVE WK-RUN-TIME        TO SNT-FEED-TIME.
           MOVE WK-SENT-SEQ        TO SNT-SEQ.
           MOVE PST-BATCH-ID       TO SNT-BATCH-ID.
           MOVE PST-OPERATION      TO SNT-OPERATION.
           MOVE PST-DEBIT-ACCT     TO SNT-DEBIT-ACCT.
           MOVE PST-CREDIT-ACCT    TO SNT-CREDIT-ACCT.
           MOVE PST-AMOUNT         TO SNT-AMOUNT.
           MOVE SPACE              TO SNT-ACK-STATUS.
           MOVE SPACES             TO SNT-ACK-REASON.
           MOVE ZEROS              TO SNT-ACK-DATE.
           MOVE ZEROS              TO SNT-ACK-TIME.

           WRITE GL-SENT-RECORD
              INVALID KEY
                 DISPLAY 'CALCGL: ENTRY ' WK-SENT-SEQ
                         ' ALREADY ON GLSENT'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-WRITE.
           PERFORM 270-CHECK-SENT-WRITE THRU 270-EXIT.

       260-EXIT.
           EXIT.

      ****************************************************************
      *  Common file-status check after every GLSENT WRITE.
      ****************************************************************
       270-CHECK-SENT-WRITE.

           IF WK-SENT-STATUS NOT = '00'
              DISPLAY 'CALCGL: ERROR WRITING GLSENT, STATUS = '
                      WK-SENT-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       270-EXIT.
           EXIT.

      ****************************************************************
      *  The resend pass - postings the ledger rejected, left on
      *  GLRESEND by CALCACK, go out again on this feed with the
      *  accounts and amount they were first sent with.  The file is
      *  emptied once they are all on the feed; it is optional, and
      *  absent when nothing has been rejected.
      ****************************************************************
       300-RESEND-PASS.

           OPEN INPUT RESEND-FILE.
           EVALUATE WK-RESEND-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '35'
                 GO TO 300-EXIT
              WHEN OTHER
                 DISPLAY 'CALCGL: UNABLE TO OPEN GLRESEND, STATUS = '
                         WK-RESEND-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

           MOVE 'N' TO WK-EOF-SWITCH.
           PERFORM 310-RESEND-ENTRY THRU 310-EXIT
              UNTIL WK-END-OF-FILE.
           CLOSE RESEND-FILE.

           OPEN OUTPUT RESEND-FILE.
           IF WK-RESEND-STATUS NOT = '00'
              DISPLAY 'CALCGL: UNABLE TO EMPTY GLRESEND, STATUS = '
                      WK-RESEND-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE RESEND-FILE.

       300-EXIT.
           EXIT.

      ****************************************************************
      *  One rejected posting resent.  A batch voided since the
      *  reject has been backed out of the ledger altogether, so its
      *  resend is dropped.
      ****************************************************************
       310-RESEND-ENTRY.

           READ RESEND-FILE INTO POSTING-DETAIL-RECORD
              AT END
                 SET WK-END-OF-FILE TO TRUE
                 GO TO 310-EXIT
           END-READ.

           MOVE PST-BATCH-ID TO BREG-BATCH-ID.
           READ REGISTRY-FILE
              INVALID KEY
                 DISPLAY 'CALCGL: RESEND FOR BATCH ' PST-BATCH-ID
                         ' NOT ON BCHREG - DROPPED'
                 ADD 1 TO WK-RESENDS-DROPPED
                 GO TO 310-EXIT
           END-READ.
           IF BREG-IS-VOIDED
              DISPLAY 'CALCGL: RESEND FOR BATCH ' PST-BATCH-ID
                      ' DROPPED - BATCH IS VOIDED'
              ADD 1 TO WK-RESENDS-DROPPED
              GO TO 310-EXIT
           END-IF.

           WRITE POSTING-DETAIL-RECORD.
           PERFORM 250-CHECK-POSTING-WRITE THRU 250-EXIT.

           ADD 1 TO WK-RESENDS-WRITTEN.
           ADD PST-AMOUNT TO WK-AMOUNT-HASH
              ON SIZE ERROR
                 DISPLAY 'CALCGL: AMOUNT HASH OVERFLOWED'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
           END-ADD.

           MOVE 'Y' TO SNT-RESEND-FLAG.
           PERFORM 260-WRITE-SENT THRU 260-EXIT.

      *    The entry is already in the batch's open count from when
      *    it was first sent; only the sent stamp moves.
           MOVE WK-RUN-DATE TO BREG-GL-SENT-DATE.
           MOVE WK-RUN-TIME TO BREG-GL-SENT-TIME.
           REWRITE BATCH-REGISTRY-RECORD.
           IF WK-REGISTRY-STATUS NOT = '00'
              DISPLAY 'CALCGL: ERROR STAMPING BCHREG, STATUS = '
                      WK-REGISTRY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       310-EXIT.
           EXIT.

      ****************************************************************
      *  Stamp one batch of the run sent to the ledger, its postings
      *  added to the entries the ledger has still to accept.
      ****************************************************************
       400-STAMP-SENT.

           IF WK-BT-EXCLUDED(WK-BT-IX)
                 OR WK-BT-POSTED(WK-BT-IX) = ZEROS
              GO TO 400-EXIT
           END-IF.

           MOVE WK-BT-BATCH-ID(WK-BT-IX) TO BREG-BATCH-ID.
           READ REGISTRY-FILE
              INVALID KEY
                 DISPLAY 'CALCGL: BATCH ' BREG-BATCH-ID
                         ' NO LONGER ON BCHREG'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.

           ADD WK-BT-POSTED(WK-BT-IX) TO BREG-GL-OPEN-COUNT.
           MOVE WK-RUN-DATE TO BREG-GL-SENT-DATE.
           MOVE WK-RUN-TIME TO BREG-GL-SENT-TIME.
           REWRITE BATCH-REGISTRY-RECORD.
           IF WK-REGISTRY-STATUS NOT = '00'
              DISPLAY 'CALCGL: ERROR STAMPING BCHREG, STATUS = '
                      WK-REGISTRY-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       400-EXIT.
           EXIT.

      ****************************************************************
      *  Final Procedures
      ****************************************************************
                   WK-REJECTS-SKIPPED.
           DISPLAY 'RESIDUE RESULTS NOT POSTED ... '
                   WK-RESIDUE-SKIPPED.
           DISPLAY 'REJECTED POSTINGS RESENT ..... '
                   WK-RESENDS-WRITTEN.
           DISPLAY 'RESENDS DROPPED (VOIDED) ..... '
                   WK-RESENDS-DROPPED.
           COMPUTE WK-BT-IX = WK-BT-COUNT - WK-BT-EXCL-COUNT.
           DISPLAY 'BATCHES GATED CLEAN .......... ' WK-BT-IX.
           DISPLAY 'BATCHES EXCLUDED (RESIDUE) ... '
                   WK-BT-EXCL-COUNT.
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
           MOVE 'CALCGL'  TO RNL-PROGRAM.
           MOVE WK-RECORDS-READ     TO RNL-RECORDS-READ.
           MOVE WK-POSTINGS-WRITTEN TO RNL-RECORDS-WRITTEN.
           MOVE WK-REJECTS-SKIPPED  TO RNL-REJECTS.
           MOVE RETURN-CODE         TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'CALCGL: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       950-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
