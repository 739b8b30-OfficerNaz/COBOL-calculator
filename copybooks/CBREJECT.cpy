               88  REJ-REASON-BAD-ACTION-CODE  value "08".
               88  REJ-REASON-MASTER-ACTION    value "09".
               88  REJ-REASON-CHAIN-DEPEND     value "10".
               88  REJ-REASON-CHAIN-RECALC     value "11".
               88  REJ-REASON-PERIOD-CLOSED    value "12".
           05  REJ-REASON-TEXT     pic X(30).
           05  REJ-RETRY-COUNT     pic 9(02).
