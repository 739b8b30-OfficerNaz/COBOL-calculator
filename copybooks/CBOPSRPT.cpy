      ******************************************************************
      *    Copybook  : CBOPSRPT
      *    Purpose   : Print line for the morning operations status
      *                report, with alternate views for the page
      *                headline, a section title, a nightly stream
      *                step line (outcome, times, elapsed time against
      *                the trailing average), a count line, and the
      *                item lines for exceptions by file and status,
      *                reconciliation discrepancies, supervisor review
      *                items, pending items coming due and extracts
      *                awaiting acknowledgment, an attention line and
      *                the overall status line.
      ******************************************************************
       01  OPS-LINE                   pic X(132).

       01  OPS-HEADLINE REDEFINES OPS-LINE.
           05  OPS-HDR-TITLE           pic X(40).
           05  OPS-HDR-DATE-LIT        pic X(09).
           05  OPS-HDR-DATE            pic 9(08).
           05  FILLER                  pic X(03).
           05  OPS-HDR-STREAM-LIT      pic X(11).
           05  OPS-HDR-STREAM-DATE     pic 9(08).
           05  FILLER                  pic X(53).

       01  OPS-SECTION-LINE REDEFINES OPS-LINE.
           05  OPS-SEC-TITLE           pic X(60).
           05  FILLER                  pic X(72).

       01  OPS-STEP-LINE REDEFINES OPS-LINE.
           05  OPS-STP-NAME            pic X(08).
           05  FILLER                  pic X(02).
           05  OPS-STP-OUTCOME         pic X(10).
           05  FILLER                  pic X(02).
           05  OPS-STP-RC              pic Z9.
           05  FILLER                  pic X(03).
           05  OPS-STP-START           pic X(08).
           05  FILLER                  pic X(02).
           05  OPS-STP-END             pic X(08).
           05  FILLER                  pic X(02).
           05  OPS-STP-ELAPSED         pic X(08).
           05  FILLER                  pic X(02).
           05  OPS-STP-AVERAGE         pic X(08).
           05  FILLER                  pic X(02).
           05  OPS-STP-NIGHTS          pic ZZ9.
           05  FILLER                  pic X(02).
           05  OPS-STP-FLAG            pic X(20).
           05  FILLER                  pic X(40).

       01  OPS-COUNT-LINE REDEFINES OPS-LINE.
           05  OPS-CNT-LABEL           pic X(40).
           05  OPS-CNT-VALUE           pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(03).
           05  OPS-CNT-NOTE            pic X(40).
           05  FILLER                  pic X(40).

       01  OPS-EXCEPTION-LINE REDEFINES OPS-LINE.
           05  OPS-EXC-FILE-ID         pic X(10).
           05  FILLER                  pic X(02).
           05  OPS-EXC-STATUS          pic X(02).
           05  FILLER                  pic X(04).
           05  OPS-EXC-COUNT           pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(105).

       01  OPS-RECON-LINE REDEFINES OPS-LINE.
           05  OPS-RCN-MESSAGE         pic X(40).
           05  OPS-RCN-TRANS-ID        pic X(10).
           05  FILLER                  pic X(82).

       01  OPS-SUPERVISOR-LINE REDEFINES OPS-LINE.
           05  OPS-SUP-TRANS-ID        pic X(10).
           05  FILLER                  pic X(02).
           05  OPS-SUP-RETRIES         pic X(02).
           05  FILLER                  pic X(02).
           05  OPS-SUP-REASON          pic X(02).
           05  FILLER                  pic X(02).
           05  OPS-SUP-TEXT            pic X(30).
           05  FILLER                  pic X(82).

       01  OPS-PENDING-LINE REDEFINES OPS-LINE.
           05  OPS-PND-TRANS-ID        pic X(10).
           05  FILLER                  pic X(02).
           05  OPS-PND-DEPARTMENT      pic X(10).
           05  FILLER                  pic X(02).
           05  OPS-PND-EFF-DATE        pic 9(08).
           05  FILLER                  pic X(02).
           05  OPS-PND-QUEUED-DATE     pic 9(08).
           05  FILLER                  pic X(02).
           05  OPS-PND-NOTE            pic X(20).
           05  FILLER                  pic X(68).

       01  OPS-EXTRACT-LINE REDEFINES OPS-LINE.
           05  OPS-XTR-RUN-DATE        pic 9(08).
           05  FILLER                  pic X(02).
           05  OPS-XTR-JOB-ID          pic X(08).
           05  FILLER                  pic X(02).
           05  OPS-XTR-COUNT           pic Z,ZZZ,ZZ9.
           05  FILLER                  pic X(02).
           05  OPS-XTR-NOTE            pic X(20).
           05  FILLER                  pic X(81).

       01  OPS-ATTENTION-LINE REDEFINES OPS-LINE.
           05  OPS-ATT-LEVEL           pic X(05).
           05  FILLER                  pic X(02).
           05  OPS-ATT-TEXT            pic X(60).
           05  FILLER                  pic X(65).

       01  OPS-STATUS-LINE REDEFINES OPS-LINE.
           05  OPS-STA-LABEL           pic X(20).
           05  OPS-STA-VALUE           pic X(05).
           05  FILLER                  pic X(107).
