      *    Purpose   : Print line for the audit-history inquiry
      *                selection report, with alternate views for the
      *                page headline and a selected-record detail
      *                line. The maker user-id shows only on the
      *                hold, approval and decline records of an entry
      *                held for a second operator.
      ******************************************************************
       01  INQUIRY-LINE               pic X(132).

           05  INQ-DET-BATCH           pic 9(06).
           05  FILLER                  pic X(02).
           05  INQ-DET-RESULT          pic -(9)9.99.
           05  FILLER                  pic X(02).
           05  INQ-DET-MAKER-ID        pic X(08).
           05  FILLER                  pic X(42).
