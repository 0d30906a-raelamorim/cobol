      *                         returns the new code 42.  Single-rate
      *                         versions behave as before and ignore
      *                         the amount.
      * 15/10/26  MAINT         Returns the resolved version's
      *                         effective date and band number with
      *                         the rate, for the audit trail.
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RATELKP.

           MOVE ZEROS TO LKR-RETURN-CODE.
           MOVE ZEROS TO LKR-RATE-VALUE.
           MOVE ZEROS TO LKR-EFF-DATE.
           MOVE ZEROS TO LKR-BAND-NUMBER.

           IF NOT WK-RATE-IS-OPEN
              OPEN INPUT RATE-FILE
      ****************************************************************
       120-RESOLVE-VALUE.

           MOVE WK-BEST-EFF-DATE TO LKR-EFF-DATE.

           IF WK-BEST-TYPE NOT = 'B'
              MOVE WK-BEST-VALUE TO LKR-RATE-VALUE
              GO TO 120-EXIT
              MOVE 42 TO LKR-RETURN-CODE
           ELSE
              MOVE WK-BEST-RATE(WK-BAND-HIT) TO LKR-RATE-VALUE
              MOVE WK-BAND-HIT               TO LKR-BAND-NUMBER
           END-IF.

       120-EXIT.
