      ******************************************************************
      *    Copybook  : CBHELDRP
      *    Purpose   : Print line for the daily held-items report,
      *                with alternate views for the page headline, a
      *                held or declined transaction detail line and a
      *                count line.
      ******************************************************************
       01  HELD-LINE                  pic X(132).

       01  HLD-HEADLINE REDEFINES HELD-LINE.
           05  HLD-HDR-TITLE           pic X(40).
           05  HLD-HDR-DATE-LIT        pic X(09).
           05  HLD-HDR-DATE            pic 9(08).
           05  FILLER                  pic X(75).

       01  HLD-DETAIL-LINE REDEFINES HELD-LINE.
           05  HLD-DET-TRANS-ID        pic X(10).
           05  FILLER                  pic X(02).
           05  HLD-DET-STATUS          pic X(08).
           05  FILLER                  pic X(02).
           05  HLD-DET-ACTION          pic X(06).
           05  FILLER                  pic X(02).
           05  HLD-DET-OPERAND-1       pic -(7)9.99.
           05  FILLER                  pic X(02).
           05  HLD-DET-OPERATOR        pic X(01).
           05  FILLER                  pic X(02).
           05  HLD-DET-OPERAND-2       pic -(7)9.99.
           05  FILLER                  pic X(02).
           05  HLD-DET-MAKER           pic X(08).
           05  FILLER                  pic X(02).
           05  HLD-DET-HELD-DATE       pic 9(08).
           05  FILLER                  pic X(02).
           05  HLD-DET-CHECKER         pic X(08).
           05  FILLER                  pic X(02).
           05  HLD-DET-DECISION-DATE   pic 9(08).
           05  FILLER                  pic X(35).

       01  HLD-COUNT-LINE REDEFINES HELD-LINE.
           05  HLD-CNT-LABEL           pic X(40).
           05  HLD-CNT-VALUE           pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(83).
