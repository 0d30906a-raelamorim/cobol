      * 02/09/26  MAINT         Start and end records now go to the
      *                         common run log through RUNLOGW, for
      *                         the CHKOUT morning checkout report.
      * 15/10/26  MAINT         A batch stamped voided on BCHREG by
      *                         the CALCREV void job is no longer a
      *                         duplicate run - the corrected resend
      *                         calculates, and its registry record
      *                         is restamped calculated with the
      *                         reconciled, distributed and void
      *                         stamps of the backed-out run cleared.
      * 15/10/26  MAINT         A new or restarted registry record
      *                         also starts with the ledger sent and
      *                         posted stamps and the open-entry
      *                         count cleared.
      * 15/10/26  MAINT         The header's sender ID is carried onto
      *                         a registry record this program has to
      *                         create.  CALCIN records are 33 bytes.
      * 15/10/26  MAINT         The rate resolution RATELKP returns -
      *                         rate code, version effective date and
      *                         band - rides in LK-REQUEST to CALC and
      *                         onto the audit record, so the RATESIM
      *                         impact simulation can re-price it.
      * 15/10/26  MAINT         Batch requests carry no operator -
      *                         LK-USER-ID is passed as spaces.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCBAT.
       01  WK-BATCH-CONTROLS.
           05  WK-BATCH-ID           PIC X(08) VALUE SPACES.
           05  WK-BUSINESS-DATE      PIC 9(08) VALUE ZEROS.
           05  WK-SENDER-ID          PIC X(08) VALUE SPACES.
           05  WK-DETAIL-COUNT       PIC 9(09) VALUE ZEROS.
           05  WK-HASH-TOTAL         PIC S9(13)V99 VALUE ZEROS.
           05  WK-HEADER-SEEN        PIC X(01) VALUE 'N'.

           ADD 1 TO WK-BATCH-SEQ.
           MOVE HDR-BATCH-ID       TO WK-BATCH-ID.
           MOVE HDR-SENDER-ID      TO WK-SENDER-ID.
           IF WK-BATCH-SEQ = 1
              MOVE HDR-BATCH-ID TO WK-FIRST-BATCH-ID
           END-IF.
      *  calculated on the registry has been through this program
      *  once; running it again would double every result and still
      *  tie out.  Same convention as an out-of-balance batch: skip
      *  mode, refused at the trailer, RETURN-CODE 8.  A voided batch
      *  was backed out by CALCREV and may be calculated again.
      ****************************************************************
       163-CHECK-REGISTRY.


           IF WK-REG-IS-FOUND
                 AND BREG-CALC-DATE NOT = ZEROS
                 AND NOT BREG-IS-VOIDED
              DISPLAY 'CALCBAT: BATCH ' WK-BATCH-ID
                      ' ALREADY CALCULATED ON ' BREG-CALC-DATE
                      ' - DUPLICATE RUN'
                 MOVE ZEROS            TO BREG-RECON-TIME
                 MOVE ZEROS            TO BREG-DIST-DATE
                 MOVE ZEROS            TO BREG-DIST-TIME
                 MOVE ZEROS            TO BREG-VOID-DATE
                 MOVE ZEROS            TO BREG-VOID-TIME
                 MOVE ZEROS            TO BREG-GL-SENT-DATE
                 MOVE ZEROS            TO BREG-GL-SENT-TIME
                 MOVE ZEROS            TO BREG-GL-OPEN-COUNT
                 MOVE ZEROS            TO BREG-POST-DATE
                 MOVE ZEROS            TO BREG-POST-TIME
                 MOVE WK-SENDER-ID     TO BREG-SENDER-ID
                 MOVE 'B'              TO BREG-STATUS
                 MOVE WK-RUN-DATE      TO BREG-CALC-DATE
                 MOVE WK-RUN-TIME      TO BREG-CALC-TIME
                 WRITE BATCH-REGISTRY-RECORD
                 END-WRITE
              NOT INVALID KEY
                 IF BREG-IS-VOIDED
                    MOVE ZEROS         TO BREG-RECON-DATE
                    MOVE ZEROS         TO BREG-RECON-TIME
                    MOVE SPACE         TO BREG-RECON-RESULT
                    MOVE ZEROS         TO BREG-DIST-DATE
                    MOVE ZEROS         TO BREG-DIST-TIME
                    MOVE ZEROS         TO BREG-VOID-DATE
                    MOVE ZEROS         TO BREG-VOID-TIME
                    MOVE ZEROS         TO BREG-GL-SENT-DATE
                    MOVE ZEROS         TO BREG-GL-SENT-TIME
                    MOVE ZEROS         TO BREG-GL-OPEN-COUNT
                    MOVE ZEROS         TO BREG-POST-DATE
                    MOVE ZEROS         TO BREG-POST-TIME
                 END-IF
                 MOVE 'B'              TO BREG-STATUS
                 MOVE WK-RUN-DATE      TO BREG-CALC-DATE
                 MOVE WK-RUN-TIME      TO BREG-CALC-TIME
           MOVE ZEROS               TO LK-RETURN-CODE.
           MOVE WK-BATCH-ID         TO LK-BATCH-ID.
           MOVE TRAN-CHAIN-CODE     TO LK-CHAIN-CODE.
           MOVE SPACES              TO LK-USER-ID.
           IF TRAN-RATE-CODE NOT = SPACES
              MOVE TRAN-RATE-CODE   TO LK-RATE-CODE
              MOVE LKR-EFF-DATE     TO LK-RATE-EFF-DATE
              MOVE LKR-BAND-NUMBER  TO LK-RATE-BAND
           ELSE
              MOVE SPACES           TO LK-RATE-CODE
              MOVE ZEROS            TO LK-RATE-EFF-DATE
              MOVE ZEROS            TO LK-RATE-BAND
           END-IF.

           CALL 'CALC' USING LK-REQUEST.

