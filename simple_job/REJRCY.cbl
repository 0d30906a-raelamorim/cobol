      *                         scheduler submits and renews the
      *                         file, instead of a second run
      *                         overwriting a pending one.
      * 15/10/26  MAINT         The recycle header carries the sender
      *                         of the original batch, from BCHREG,
      *                         so CALCEDT applies the same sender's
      *                         authorities to the repairs.  CALCRCY
      *                         records are 33 bytes.
      * 15/10/26  MAINT         Start and end records now go to the
      *                         common run log through RUNLOGW, like
      *                         the other steps of the nightly cycle,
      *                         for CHKOUT and the CYCLCTL cycle
      *                         controller.  A run with no CALCFIX,
      *                         or an empty one, logs its end too, so
      *                         the cycle sees its return code.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REJRCY.

       FD  RECYCLE-FILE
           RECORDING MODE IS F.
       01  RECYCLE-RECORD         PIC X(33).

       FD  REGISTRY-FILE.
           COPY BREGREC.

       01  WK-BATCH-CONTROLS.
           05  WK-CURR-ORIG-ID     PIC X(08)  VALUE SPACES.
           05  WK-CURR-SENDER-ID   PIC X(08)  VALUE SPACES.
           05  WK-BAT-COUNT        PIC 9(09)  VALUE ZEROS.
           05  WK-BAT-HASH         PIC S9(13)V99 VALUE ZEROS.

           05  FILLER              PIC X(01)  VALUE 'T'.
           05  WK-OUT-TRL-COUNT    PIC 9(09).
           05  WK-OUT-TRL-HASH     PIC S9(13)V99.
           05  FILLER              PIC X(08)  VALUE SPACES.

           COPY TRANREC.

           COPY RUNLREC.
      ****************************************************************
       PROCEDURE DIVISION.

           PERFORM 030-LOG-START    THRU 030-EXIT.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-BUILD-BATCHES THRU 100-EXIT.
           PERFORM 300-CLEAR-REPAIRS THRU 300-EXIT.
           IF WK-REPAIR-STATUS = '35'
              DISPLAY 'REJRCY: CALCFIX NOT FOUND - NOTHING TO '
                      'RECYCLE'
              PERFORM 950-LOG-END THRU 950-EXIT
              STOP RUN
           END-IF.
           IF WK-REPAIR-STATUS NOT = '00'
       028-EXIT.
           EXIT.

      ****************************************************************
      *  Start record on the common run log - logged before anything
      *  opens, so a step that dies shows its start without an end
      *  on the morning checkout report.
      ****************************************************************
       030-LOG-START.

           MOVE SPACES    TO RUNLOG-RECORD.
           MOVE 'S'       TO RNL-RECORD-TYPE.
           MOVE 'REJRCY'  TO RNL-PROGRAM.
           MOVE ZEROS     TO RNL-RECORDS-READ.
           MOVE ZEROS     TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS     TO RNL-REJECTS.
           MOVE ZEROS     TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'REJRCY: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       030-EXIT.
           EXIT.

      ****************************************************************
      *  Mainly procedures - one header/detail/trailer set per
      *  original batch, on a control break of RPR-ORIG-BATCH-ID.
              DISPLAY 'REJRCY: CALCFIX IS EMPTY - NOTHING TO '
                      'RECYCLE'
              MOVE 8 TO RETURN-CODE
              PERFORM 950-LOG-END THRU 950-EXIT
              STOP RUN
           END-IF.

           MOVE ZEROS                  TO WK-BAT-COUNT.
           MOVE ZEROS                  TO WK-BAT-HASH.

           PERFORM 132-FIND-SENDER     THRU 132-EXIT.
           PERFORM 135-ASSIGN-BATCH-ID THRU 135-EXIT.

           MOVE SPACES                 TO BATCH-HEADER-RECORD.
           MOVE WK-CAND-ID             TO HDR-BATCH-ID.
           MOVE WK-BUS-DATE            TO HDR-BUSINESS-DATE.
           MOVE WK-CURR-ORIG-ID        TO HDR-ORIG-BATCH-ID.
           MOVE WK-CURR-SENDER-ID      TO HDR-SENDER-ID.

           PERFORM 028-REMEMBER-ID THRU 028-EXIT.

       130-EXIT.
           EXIT.

      ****************************************************************
      *  The sender of the original batch, from the registry.  With
      *  no sender the header goes out blank and CALCEDT refuses the
      *  batch, so it is reported here first.
      ****************************************************************
       132-FIND-SENDER.

           MOVE SPACES TO WK-CURR-SENDER-ID.

           IF WK-REG-IS-AVAILABLE
              MOVE WK-CURR-ORIG-ID TO BREG-BATCH-ID
              READ REGISTRY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE BREG-SENDER-ID TO WK-CURR-SENDER-ID
              END-READ
           END-IF.

           IF WK-CURR-SENDER-ID = SPACES
              DISPLAY 'REJRCY: NO SENDER ON BCHREG FOR BATCH '
                      WK-CURR-ORIG-ID ' - CALCEDT WILL REFUSE THE '
                      'RECYCLE'
              MOVE 4 TO RETURN-CODE
           END-IF.

       132-EXIT.
           EXIT.

      ****************************************************************
      *  The next free recycle batch ID for the current original -
      *  'R' + original(1:4) + the first sequence not pending on
                   WK-BATCHES-BUILT.
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
           MOVE 'REJRCY'  TO RNL-PROGRAM.
           MOVE WK-RECORDS-READ     TO RNL-RECORDS-READ.
           MOVE WK-RECORDS-READ     TO RNL-RECORDS-WRITTEN.
           MOVE ZEROS               TO RNL-REJECTS.
           MOVE RETURN-CODE         TO RNL-RETURN-CODE.

           CALL 'RUNLOGW' USING RUNLOG-RECORD
              ON EXCEPTION
                 DISPLAY 'REJRCY: RUNLOGW IS NOT AVAILABLE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-CALL.

       950-EXIT.
           EXIT.

      ****************************************************************
      *  The End
      ****************************************************************
