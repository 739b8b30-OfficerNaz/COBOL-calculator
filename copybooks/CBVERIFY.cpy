      ******************************************************************
      *    Copybook  : CBVERIFY
      *    Purpose   : Print line for the results-master integrity
      *                verification report, with alternate views for
      *                the page headline, a finding detail line - the
      *                record, the reference it concerns, the figure
      *                on file and the figure re-derived - and a count
      *                line.
      ******************************************************************
       01  VERIFY-LINE                pic X(132).

       01  VFY-HEADLINE REDEFINES VERIFY-LINE.
           05  VFY-HDR-TITLE           pic X(40).
           05  VFY-HDR-DATE-LIT        pic X(09).
           05  VFY-HDR-DATE            pic 9(08).
           05  FILLER                  pic X(75).

       01  VFY-DETAIL-LINE REDEFINES VERIFY-LINE.
           05  VFY-DET-MESSAGE         pic X(40).
           05  VFY-DET-TRANS-ID        pic X(10).
           05  FILLER                  pic X(02).
           05  VFY-DET-REFERENCE       pic X(10).
           05  FILLER                  pic X(02).
           05  VFY-DET-ON-FILE         pic -(9)9.99.
           05  FILLER                  pic X(02).
           05  VFY-DET-DERIVED         pic -(9)9.99.
           05  FILLER                  pic X(40).

       01  VFY-COUNT-LINE REDEFINES VERIFY-LINE.
           05  VFY-CNT-LABEL           pic X(40).
           05  VFY-CNT-VALUE           pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(83).
