           05  RST-RECORDS-DELETED pic 9(7).
           05  RST-RECORDS-PENDED  pic 9(7).
           05  RST-PENDING-RELEASED pic 9(7).
           05  RST-RECORDS-RECALCED pic 9(6).
