      ******************************************************************
      *    Copybook  : CBRETURN
      *    Purpose   : Department return-file record - one file per
      *                department per batch run. A header record
      *                names the department, the run and the
      *                department's own batch; a detail record gives
      *                each transaction's disposition - posted with
      *                its result, rejected with the reject reason
      *                code and text, pending with its effective
      *                date, or not taken at intake - and total
      *                records carry the counts and operand hash
      *                totals that tie back to the department's
      *                submission envelope.
      ******************************************************************
       01  RETURN-RECORD.
           05  RTN-RECORD-TYPE     pic X(01).
               88  RTN-TYPE-HEADER     value "H".
               88  RTN-TYPE-DETAIL     value "D".
               88  RTN-TYPE-TOTAL      value "T".
           05  FILLER              pic X(149).

       01  RTN-HEADER-RECORD.
           05  RTH-RECORD-TYPE     pic X(01).
           05  RTH-DEPARTMENT      pic X(10).
           05  RTH-RUN-DATE        pic 9(08).
           05  RTH-BATCH-NUMBER    pic 9(06).
           05  RTH-SUB-BATCH-NUMBER pic 9(06).
           05  RTH-SUB-CREATE-DATE pic 9(08).
           05  FILLER              pic X(111).

       01  RTN-DETAIL-RECORD.
           05  RTD-RECORD-TYPE     pic X(01).
           05  RTD-TRANSACTION-ID  pic X(10).
           05  RTD-SOURCE          pic X(10).
           05  RTD-DISPOSITION     pic X(10).
           05  RTD-ACTION-CODE     pic X(01).
           05  RTD-OPERAND-1       pic S9(7)V99.
           05  RTD-OPERAND-2       pic S9(7)V99.
           05  RTD-RESULT          pic S9(9)V99.
           05  RTD-REASON-CODE     pic X(02).
           05  RTD-REASON-TEXT     pic X(30).
           05  RTD-EFFECTIVE-DATE  pic 9(08).
           05  FILLER              pic X(49).

       01  RTN-TOTAL-RECORD.
           05  RTT-RECORD-TYPE     pic X(01).
           05  RTT-LABEL           pic X(30).
           05  RTT-COUNT           pic 9(07).
           05  RTT-HASH-OPERAND-1  pic S9(11)V99.
           05  RTT-HASH-OPERAND-2  pic S9(11)V99.
           05  RTT-RESULT-TOTAL    pic S9(13)V99.
           05  RTT-NOTE            pic X(40).
           05  FILLER              pic X(31).
