      *                accepted or disputed, and when - so a dropped
      *                hand-off shows up as outstanding instead of
      *                surfacing weeks later as a ledger difference.
      *                The department is the originating department
      *                of the transaction that last set the record,
      *                carried over from the input so each outcome
      *                can be returned to the department that sent
      *                it.
      *                The adjusting flag marks a record added to
      *                correct one in a closed month; its first
      *                reference names the record it adjusts, but
      *                its operands are its own, so it is never
      *                recalculated from the record it names.
      ******************************************************************
       01  OUTFILE-RECORD.
           05  OUT-TRANSACTION-ID  pic X(10).
               88  OUT-ACK-ACCEPTED    value "A".
               88  OUT-ACK-DISPUTED    value "D".
           05  OUT-ACK-DATE        pic 9(08).
           05  OUT-DEPARTMENT      pic X(10).
           05  OUT-ADJUSTING-FLAG  pic X(01).
               88  OUT-ADJUSTING       value "J".
           05  FILLER              pic X(10).
