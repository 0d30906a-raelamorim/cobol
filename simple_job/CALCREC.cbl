      *                         the tie-out, and reported on its own
      *                         labelled line and control totals;
      *                         only real discrepancies stamp 'D'.
      * 15/10/26  MAINT         Reversal audit records written by the
      *                         CALCREV batch void job have no
      *                         CALCOUT record to pair with, so they
      *                         are passed over everywhere a chain
      *                         step is - left out of the pairable
      *                         count, the history skip, the pairing
      *                         and the tail drain.  A batch voided
      *                         between its calculation and this
      *                         reconciliation is left voided on the
      *                         registry instead of being restamped.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCREC.
                 NOT AT END
                    ADD 1 TO WK-AUDIT-COUNT
                    IF AUD-CHAIN-CODE NOT = 'C'
                          AND NOT AUD-IS-REVERSAL
                       ADD 1 TO WK-AUDIT-NONC-COUNT
                    END-IF
              END-READ
      ****************************************************************
      *  Pass over the audit records belonging to earlier runs - only
      *  records that could pair with a result count toward the skip;
      *  chain steps ('C') and reversals in the history pass through
      *  freely.
      ****************************************************************
       205-SKIP-AUDIT.

                 STOP RUN
           END-READ.
           IF AUD-CHAIN-CODE NOT = 'C'
                 AND NOT AUD-IS-REVERSAL
              ADD 1 TO WK-AUDIT-SKIPPED
           END-IF.

              NOT AT END
                 MOVE AUD-BATCH-ID TO WK-MATCH-BATCH-ID
                 PERFORM 020-MATCH-RUN-BATCH THRU 020-EXIT
                 IF AUD-IS-REVERSAL
                    GO TO 215-EXIT
                 END-IF
                 IF AUD-CHAIN-CODE = 'C'
                    IF WK-IS-RUN-BATCH
                       ADD 1 TO WK-CHAIN-STEPS
      *  and over refused-batch residue, counted for the control
      *  report.  The history skip has already been consumed, so a
      *  non-run batch ID here is the refused residue, not history.
      *  A reversal written by the batch void job never pairs either.
      ****************************************************************
       209-READ-AUDIT.

                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.
           IF AUD-IS-REVERSAL
              GO TO 209-READ-AUDIT
           END-IF.
           MOVE AUD-BATCH-ID TO WK-MATCH-BATCH-ID.
           PERFORM 020-MATCH-RUN-BATCH THRU 020-EXIT.
           IF AUD-CHAIN-CODE = 'C'
                 GO TO 360-EXIT
           END-READ.

           IF BREG-IS-VOIDED
              DISPLAY 'CALCREC: BATCH '
                      WK-CTL-BATCH-ID-T(WK-CTL-BATCH-IX)
                      ' IS VOIDED - NOT STAMPED'
              GO TO 360-EXIT
           END-IF.

           MOVE 'R'         TO BREG-STATUS.
           MOVE WK-RUN-DATE TO BREG-RECON-DATE.
           MOVE WK-RUN-TIME TO BREG-RECON-TIME.
