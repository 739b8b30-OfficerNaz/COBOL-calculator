      ******************************************************************
      *    Copybook  : CBSUBENV
      *    Purpose   : Submission envelope record - written by the
      *                intake job for every department submission it
      *                receives, verified or refused: the
      *                department, the batch number and creation date
      *                from the department's own batch header, the
      *                detail record count and operand hash totals,
      *                and for a refused file the reason. A detail
      *                record the intake job could not take into the
      *                combined batch (a transaction-id another
      *                department had already sent) is written in
      *                the excluded-detail layout, so the department
      *                return job can account for every record in the
      *                envelope.
      ******************************************************************
       01  SUBMISSION-ENVELOPE.
           05  ENV-RECORD-TYPE     pic X(01).
               88  ENV-TYPE-ENVELOPE   value "E".
               88  ENV-TYPE-EXCLUDED   value "X".
           05  ENV-RUN-DATE        pic 9(8).
           05  ENV-BATCH-NUMBER    pic 9(06).
           05  ENV-DEPARTMENT      pic X(10).
           05  ENV-HDR-BATCH-NUMBER pic 9(06).
           05  ENV-HDR-CREATE-DATE pic 9(08).
           05  ENV-STATUS          pic X(01).
               88  ENV-VERIFIED        value "V".
               88  ENV-REFUSED         value "R".
           05  ENV-RECORD-COUNT    pic 9(07).
           05  ENV-HASH-OPERAND-1  pic S9(11)V99.
           05  ENV-HASH-OPERAND-2  pic S9(11)V99.
           05  ENV-REASON          pic X(40).
           05  FILLER              pic X(07).

       01  SUBMISSION-EXCLUDED.
           05  ENX-RECORD-TYPE     pic X(01).
           05  ENX-RUN-DATE        pic 9(8).
           05  ENX-BATCH-NUMBER    pic 9(06).
           05  ENX-DEPARTMENT      pic X(10).
           05  ENX-INPUT-DATA      pic X(80).
           05  FILLER              pic X(15).
