      ******************************************************************
      *    Copybook  : CBDISP
      *    Purpose   : Disposition record - one per transaction the
      *                batch job disposes of, written as it goes:
      *                posted to the results master (with the result),
      *                rejected (with the reject reason code and
      *                text) or parked on the pending file (with its
      *                effective date). Carries the originating
      *                department from the input record and where the
      *                transaction came from - the night's batch, a
      *                repair resubmission, a pending release or the
      *                entry program - so the department return job
      *                can send every outcome back to the department
      *                that keyed it.
      *                The operands are the values as submitted, so
      *                the department's totals tie to its envelope.
      ******************************************************************
       01  DISPOSITION-RECORD.
           05  DSP-RUN-DATE        pic 9(8).
           05  DSP-BATCH-NUMBER    pic 9(06).
           05  DSP-DEPARTMENT      pic X(10).
           05  DSP-TRANSACTION-ID  pic X(10).
           05  DSP-SOURCE          pic X(01).
               88  DSP-FROM-BATCH      value "B".
               88  DSP-FROM-RESUB      value "R".
               88  DSP-FROM-RELEASE    value "P".
               88  DSP-FROM-ENTRY      value "E".
           05  DSP-DISPOSITION     pic X(01).
               88  DSP-POSTED          value "P".
               88  DSP-REJECTED        value "R".
               88  DSP-PARKED          value "W".
           05  DSP-ACTION-CODE     pic X(01).
           05  DSP-OPERAND-1       pic S9(7)V99.
           05  DSP-OPERAND-2       pic S9(7)V99.
           05  DSP-RESULT          pic S9(9)V99.
           05  DSP-REASON-CODE     pic X(02).
           05  DSP-REASON-TEXT     pic X(30).
           05  DSP-EFFECTIVE-DATE  pic 9(08).
           05  FILLER              pic X(14).
