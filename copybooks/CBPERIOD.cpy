      ******************************************************************
      *    Copybook  : CBPERIOD
      *    Purpose   : Period-control record - one per accounting
      *                month (yyyymm) finance has opened or closed,
      *                with the operator who last changed it and
      *                when. A month with no record is open. While a
      *                month is closed the batch job refuses any
      *                change or delete against a results-master
      *                record last maintained in it, and the entry
      *                program warns as the card is keyed; the
      *                correction goes in instead as an adjusting
      *                transaction in the current open month.
      ******************************************************************
       01  PERIOD-CONTROL-RECORD.
           05  PER-KEY.
               10  PER-PERIOD          pic 9(06).
           05  PER-STATUS          pic X(01).
               88  PER-OPEN            value "O".
               88  PER-CLOSED          value "C".
           05  PER-CHANGED-BY      pic X(08).
           05  PER-CHANGED-DATE    pic 9(08).
           05  PER-CHANGED-TIME    pic 9(08).
           05  FILLER              pic X(09).
