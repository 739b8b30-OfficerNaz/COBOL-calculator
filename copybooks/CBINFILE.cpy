      *                of posting, and released into the normal run
      *                once the date comes due. Zero or spaces means
      *                post immediately.
      *                An adjusting transaction corrects a record in
      *                a month finance has closed without touching
      *                it: a new add, flagged as an adjustment, whose
      *                first reference names the original. The
      *                reference is kept but not resolved - the
      *                adjustment's own operands carry the amount of
      *                the correction - and it posts in the current
      *                open month.
      *                A record keyed directly through the entry
      *                program is marked as entered there, so its
      *                outcome goes back as keyed work rather than
      *                counting against a department's submission
      *                envelope.
      ******************************************************************
       01  INFILE-RECORD.
           05  IN-TRANSACTION-ID   pic X(10).
           05  IN-REF-OPERAND-2    pic X(10).
           05  IN-DEPARTMENT       pic X(10).
           05  IN-EFFECTIVE-DATE   pic 9(08).
           05  IN-ADJUSTING-FLAG   pic X(01).
               88  IN-ADJUSTING        value "J".
           05  IN-ENTRY-SOURCE     pic X(01).
               88  IN-FROM-ENTRY       value "E".
           05  FILLER              pic X(09).

       01  IN-BATCH-HEADER.
           05  IN-HDR-KEY          pic X(10).
