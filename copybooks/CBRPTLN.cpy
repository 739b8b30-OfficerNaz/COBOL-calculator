      *    Purpose   : Print line for the paginated calculator report,
      *                with alternate views for the page headline,
      *                the column headings, a detail line and the
      *                report totals. The detail-line note marks a
      *                system-generated recalculation of a chained
      *                dependent and names the change that caused it.
      ******************************************************************
       01  REPORT-LINE                pic X(132).

           05  RPT-DET-OPERAND-2       pic -(7)9.99.
           05  FILLER                  pic X(04).
           05  RPT-DET-RESULT          pic -(9)9.99.
           05  FILLER                  pic X(04).
           05  RPT-DET-NOTE            pic X(40).
           05  FILLER                  pic X(24).

       01  RPT-TOTAL-LINE REDEFINES REPORT-LINE.
           05  RPT-TOT-LABEL           pic X(30).
