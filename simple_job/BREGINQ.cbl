      *                         calling about their file gets an
      *                         answer from one screen instead of a
      *                         hunt through job output.
      * 15/10/26  MAINT         Added the voided stage - the date and
      *                         time the CALCREV void job backed the
      *                         batch out - so a sender asking why a
      *                         batch must be resent can be told it
      *                         was voided and when.
      * 15/10/26  MAINT         Added the ledger stages - when CALCGL
      *                         last sent the batch's postings, with
      *                         the entries the ledger has not yet
      *                         accepted, and when the CALCACK job
      *                         saw the last of them accepted and
      *                         stamped the batch posted.
      * 15/10/26  MAINT         Added the sender ID from the batch
      *                         header alongside the business date.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BREGINQ.
       01  WK-RESULT-FIELDS.
           05  WK-MESSAGE          PIC X(40)  VALUE SPACES.
           05  WK-BUS-DATE-OUT     PIC 9(08)  VALUE ZEROS.
           05  WK-SENDER-OUT       PIC X(08)  VALUE SPACES.
           05  WK-EDIT-STAGE       PIC X(30)  VALUE SPACES.
           05  WK-CALC-STAGE       PIC X(30)  VALUE SPACES.
           05  WK-RECON-STAGE      PIC X(32)  VALUE SPACES.
           05  WK-DIST-STAGE       PIC X(30)  VALUE SPACES.
           05  WK-SENT-STAGE       PIC X(34)  VALUE SPACES.
           05  WK-POST-STAGE       PIC X(30)  VALUE SPACES.
           05  WK-VOID-STAGE       PIC X(30)  VALUE SPACES.
           05  WK-STAGE-DATE       PIC 9(08)  VALUE ZEROS.
           05  WK-STAGE-TIME       PIC 9(08)  VALUE ZEROS.
           05  WK-STAGE-TEXT       PIC X(30)  VALUE SPACES.
       01  RESULT-SCREEN.
           05  LINE 5  COL 1  VALUE 'BUSINESS DATE ............. '.
           05  LINE 5  COL 30 PIC 9(08)      FROM WK-BUS-DATE-OUT.
           05  LINE 6  COL 1  VALUE 'SENDER ID ................. '.
           05  LINE 6  COL 30 PIC X(08)      FROM WK-SENDER-OUT.
           05  LINE 7  COL 1  VALUE 'EDITED .................... '.
           05  LINE 7  COL 30 PIC X(30)      FROM WK-EDIT-STAGE.
           05  LINE 8  COL 1  VALUE 'CALCULATED ................ '.
           05  LINE 9  COL 30 PIC X(32)      FROM WK-RECON-STAGE.
           05  LINE 10 COL 1  VALUE 'DISTRIBUTED ............... '.
           05  LINE 10 COL 30 PIC X(30)      FROM WK-DIST-STAGE.
           05  LINE 11 COL 1  VALUE 'SENT TO LEDGER ............ '.
           05  LINE 11 COL 30 PIC X(34)      FROM WK-SENT-STAGE.
           05  LINE 12 COL 1  VALUE 'POSTED TO LEDGER .......... '.
           05  LINE 12 COL 30 PIC X(30)      FROM WK-POST-STAGE.
           05  LINE 13 COL 1  VALUE 'VOIDED .................... '.
           05  LINE 13 COL 30 PIC X(30)      FROM WK-VOID-STAGE.
           05  LINE 15 COL 1  PIC X(40)      FROM WK-MESSAGE.
      ****************************************************************
       PROCEDURE DIVISION.


           MOVE SPACES TO WK-MESSAGE.
           MOVE ZEROS  TO WK-BUS-DATE-OUT.
           MOVE SPACES TO WK-SENDER-OUT.
           MOVE SPACES TO WK-EDIT-STAGE.
           MOVE SPACES TO WK-CALC-STAGE.
           MOVE SPACES TO WK-RECON-STAGE.
           MOVE SPACES TO WK-DIST-STAGE.
           MOVE SPACES TO WK-SENT-STAGE.
           MOVE SPACES TO WK-POST-STAGE.
           MOVE SPACES TO WK-VOID-STAGE.

           DISPLAY INQUIRY-SCREEN.
           ACCEPT INQUIRY-SCREEN.
           END-IF.

           MOVE BREG-BUSINESS-DATE TO WK-BUS-DATE-OUT.
           MOVE BREG-SENDER-ID     TO WK-SENDER-OUT.

           MOVE BREG-EDIT-DATE  TO WK-STAGE-DATE.
           MOVE BREG-EDIT-TIME  TO WK-STAGE-TIME.
           PERFORM 200-FORMAT-STAGE THRU 200-EXIT.
           MOVE WK-STAGE-TEXT   TO WK-DIST-STAGE.

           MOVE BREG-GL-SENT-DATE TO WK-STAGE-DATE.
           MOVE BREG-GL-SENT-TIME TO WK-STAGE-TIME.
           PERFORM 200-FORMAT-STAGE THRU 200-EXIT.
           IF BREG-GL-SENT-DATE NOT = ZEROS
              STRING WK-STAGE-TEXT(1:20) ' OPEN '
                     BREG-GL-OPEN-COUNT
                 DELIMITED BY SIZE INTO WK-SENT-STAGE
           ELSE
              MOVE WK-STAGE-TEXT TO WK-SENT-STAGE
           END-IF.

           MOVE BREG-POST-DATE  TO WK-STAGE-DATE.
           MOVE BREG-POST-TIME  TO WK-STAGE-TIME.
           PERFORM 200-FORMAT-STAGE THRU 200-EXIT.
           MOVE WK-STAGE-TEXT   TO WK-POST-STAGE.

           MOVE BREG-VOID-DATE  TO WK-STAGE-DATE.
           MOVE BREG-VOID-TIME  TO WK-STAGE-TIME.
           PERFORM 200-FORMAT-STAGE THRU 200-EXIT.
           MOVE WK-STAGE-TEXT   TO WK-VOID-STAGE.

           IF BREG-IS-VOIDED
              MOVE 'BATCH FOUND - VOIDED, RESEND ACCEPTED'
                                TO WK-MESSAGE
           ELSE
              IF BREG-IS-POSTED
                 MOVE 'BATCH FOUND - POSTED TO THE LEDGER'
                                TO WK-MESSAGE
              ELSE
                 MOVE 'BATCH FOUND' TO WK-MESSAGE
              END-IF
           END-IF.

       100-SHOW.

