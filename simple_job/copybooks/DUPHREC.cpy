      ****************************************************************
      * Copybook name:   DUPHREC
      * Original author: CALC MAINTENANCE TEAM
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  --------------------------------------
      * 15/10/26  MAINT         Transaction fingerprint on the indexed
      *                         DUPHIST duplicate history, kept by
      *                         CALCEDT - the sender, operation, both
      *                         values as keyed and the rate code of
      *                         every detail that passed the edit,
      *                         with the batch, its business date and
      *                         the detail's position in the batch.
      *                         The fingerprint leads the key, so the
      *                         earlier occurrences of a transaction
      *                         read together, oldest business date
      *                         first.  CALCEDT purges fingerprints
      *                         older than its window of business
      *                         days each run.  DPH-RELEASED is 'R'
      *                         on a suspected duplicate data control
      *                         released through REJMNT, and 'S' on
      *                         a detail STIGEN generated from a
      *                         standing instruction.
      ****************************************************************
       01  DUP-HISTORY-RECORD.
           05  DPH-KEY.
              10  DPH-FINGERPRINT.
                 15  DPH-SENDER-ID
                                  PIC X(08).
                 15  DPH-OPERATION
                                  PIC X(01).
                 15  DPH-VALUE-ONE
                                  PIC X(07).
                 15  DPH-VALUE-TWO
                                  PIC X(07).
                 15  DPH-RATE-CODE
                                  PIC X(04).
              10  DPH-BUSINESS-DATE
                                  PIC 9(08).
              10  DPH-BATCH-ID    PIC X(08).
              10  DPH-BATCH-SEQ   PIC 9(05).
           05  DPH-EDIT-DATE      PIC 9(08).
           05  DPH-RELEASED       PIC X(01).
              88  DPH-WAS-RELEASED           VALUE 'R'.
           05  FILLER             PIC X(10).
