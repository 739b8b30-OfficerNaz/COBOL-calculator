      *                reason, for a rejected transaction), a
      *                run-date/time stamp, the job/user id and the
      *                maintenance action taken, for every record
      *                processed. A chained dependent recalculated
      *                by the batch because a record it references
      *                was changed is audited as a system-generated
      *                recalculation rather than a keyed change.
      *                A transaction held for a second operator's
      *                approval at entry time is audited when it is
      *                held and again when it is approved or
      *                declined; those records carry the user-id of
      *                the operator who keyed it in the maker field
      *                alongside the deciding operator's user-id.
      *                A system-status override record carries the
      *                user-id of the cleared online session in the
      *                maker field. The maker field is spaces on
      *                every other record.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-TRANSACTION-ID  pic X(10).
               88  AUD-ACTION-CHANGE   value "C".
               88  AUD-ACTION-DELETE   value "D".
               88  AUD-ACTION-REFUSED  value "X".
               88  AUD-ACTION-RECALC   value "S".
               88  AUD-ACTION-HELD     value "H".
               88  AUD-ACTION-APPROVED value "V".
               88  AUD-ACTION-DECLINED value "N".
           05  AUD-BATCH-NUMBER    pic 9(06).
           05  AUD-MAKER-ID        pic X(8).
