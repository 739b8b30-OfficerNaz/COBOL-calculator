      ******************************************************************
      *    Copybook  : CBWHRUSE
      *    Purpose   : Where-used index record - one per chain
      *                reference on the results master, keyed by the
      *                transaction-id referenced and then the
      *                transaction-id of the record that references
      *                it, so every dependent of a record is found by
      *                positioning on its id instead of passing the
      *                whole master. A record naming the same
      *                transaction in both references has one entry.
      *                The adjusting flag is carried from the
      *                dependent, whose operands are its own, so the
      *                chain recalculation can pass over it. The
      *                index is kept in step by the batch job and the
      *                recovery program, regenerated from the master
      *                by the rebuild utility and checked against the
      *                master by the nightly reconciliation.
      ******************************************************************
       01  WHERE-USED-RECORD.
           05  WHU-KEY.
               10  WHU-REF-ID          pic X(10).
               10  WHU-DEPENDENT-ID    pic X(10).
           05  WHU-ADJUSTING-FLAG  pic X(01).
               88  WHU-ADJUSTING       value "J".
           05  WHU-INDEXED-DATE    pic 9(08).
           05  FILLER              pic X(11).
