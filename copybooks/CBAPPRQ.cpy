      ******************************************************************
      *    Copybook  : CBAPPRQ
      *    Purpose   : Approval-queue record - a transaction keyed in
      *                the entry program whose operands exceed the
      *                approval limit, held here instead of going to
      *                the transaction file until a second operator
      *                approves or declines it. Keyed by
      *                transaction-id and the date and time it was
      *                held, so a transaction declined and keyed
      *                again is queued afresh without losing the
      *                earlier decision before the held-items report
      *                has shown it. The entry action records
      *                whether the maker was adding the transaction
      *                or changing one already on file; the input
      *                image is the InFile record exactly as keyed.
      ******************************************************************
       01  APPROVAL-QUEUE-RECORD.
           05  APQ-KEY.
               10  APQ-TRANSACTION-ID  pic X(10).
               10  APQ-HELD-DATE       pic 9(8).
               10  APQ-HELD-TIME       pic 9(8).
           05  APQ-STATUS          pic X(01).
               88  APQ-HELD            value "H".
               88  APQ-APPROVED        value "A".
               88  APQ-DECLINED        value "D".
           05  APQ-ENTRY-ACTION    pic X(01).
               88  APQ-ENTRY-ADD       value "A".
               88  APQ-ENTRY-CHANGE    value "C".
           05  APQ-MAKER-ID        pic X(8).
           05  APQ-CHECKER-ID      pic X(8).
           05  APQ-DECISION-DATE   pic 9(8).
           05  APQ-DECISION-TIME   pic 9(8).
           05  APQ-INPUT-IMAGE     pic X(80).
           05  FILLER              pic X(20).
