      ******************************************************************
      *    Copybook  : CBRTNRPT
      *    Purpose   : Print line for the department return control
      *                report, with alternate views for the page
      *                headline, a per-department line and a count
      *                line.
      ******************************************************************
       01  RTNRPT-LINE                pic X(132).

       01  RTR-HEADLINE REDEFINES RTNRPT-LINE.
           05  RTR-HDR-TITLE           pic X(40).
           05  RTR-HDR-DATE-LIT        pic X(09).
           05  RTR-HDR-DATE            pic 9(08).
           05  FILLER                  pic X(75).

       01  RTR-DETAIL-LINE REDEFINES RTNRPT-LINE.
           05  RTR-DET-DEPARTMENT      pic X(10).
           05  FILLER                  pic X(02).
           05  RTR-DET-SUBMITTED       pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(02).
           05  RTR-DET-POSTED          pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(02).
           05  RTR-DET-REJECTED        pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(02).
           05  RTR-DET-PENDING         pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(02).
           05  RTR-DET-NOT-TAKEN       pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(02).
           05  RTR-DET-STATUS          pic X(30).
           05  FILLER                  pic X(35).

       01  RTR-COUNT-LINE REDEFINES RTNRPT-LINE.
           05  RTR-CNT-LABEL           pic X(40).
           05  RTR-CNT-VALUE           pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(83).
