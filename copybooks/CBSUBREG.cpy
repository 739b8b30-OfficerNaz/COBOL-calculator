      ******************************************************************
      *    Copybook  : CBSUBREG
      *    Purpose   : Submission registry record - one per
      *                department submission file the intake job has
      *                taken into a combined batch, kept across runs
      *                so a file sent a second time can be recognised
      *                and refused. Keyed by the department, the
      *                batch number and creation date from the
      *                submission's own header, and the date and time
      *                intake took it, so every taking of the same
      *                header - a deliberate resend included - is
      *                kept. The record count and hash totals are the
      *                submission's verified trailer totals; the
      *                intake batch number is the combined batch the
      *                file went into. A resend released by a
      *                run-control override carries the override
      *                flag and the operator who authorised it.
      ******************************************************************
       01  SUBMISSION-REGISTRY-RECORD.
           05  REG-KEY.
               10  REG-DEPARTMENT      pic X(10).
               10  REG-HDR-BATCH-NUMBER pic 9(06).
               10  REG-HDR-CREATE-DATE pic 9(08).
               10  REG-ACCEPT-DATE     pic 9(08).
               10  REG-ACCEPT-TIME     pic 9(08).
           05  REG-RECORD-COUNT    pic 9(07).
           05  REG-HASH-OPERAND-1  pic S9(11)V99.
           05  REG-HASH-OPERAND-2  pic S9(11)V99.
           05  REG-INTAKE-BATCH    pic 9(06).
           05  REG-OVERRIDE-FLAG   pic X(01).
               88  REG-RESEND-RELEASED value "Y".
           05  REG-OVERRIDE-USER   pic X(08).
           05  FILLER              pic X(32).
