      ******************************************************************
      *    Copybook  : CBSYSCTL
      *    Purpose   : System-status control record, shared by the
      *                nightly stream driver and the online programs.
      *                Record type S is the single system-status
      *                record: the driver sets it to batch in progress
      *                when a stream starts and clears it only when
      *                the stream completes, and the online programs
      *                will not sign on, or end a session cleanly,
      *                while it is set. Record type O is one per
      *                signed-on online session, keyed by the job-id
      *                of the program and the operator's user-id,
      *                written at sign-on and deleted at sign-off;
      *                the driver will not start a stream while any
      *                are on file. The supervisor override program
      *                clears a status or a session record left behind
      *                by a stream or session that abended.
      ******************************************************************
       01  SYSTEM-CONTROL-RECORD.
           05  SYS-KEY.
               10  SYS-RECORD-TYPE     pic X(01).
                   88  SYS-STATUS-RECORD   value "S".
                   88  SYS-SESSION-RECORD  value "O".
               10  SYS-SESSION-JOB-ID  pic X(08).
               10  SYS-SESSION-USER-ID pic X(08).
           05  SYS-BATCH-FLAG      pic X(01).
               88  SYS-BATCH-IN-PROGRESS value "B".
               88  SYS-BATCH-CLEAR       value space.
           05  SYS-SET-DATE        pic 9(08).
           05  SYS-SET-TIME        pic 9(08).
           05  SYS-SET-BY          pic X(08).
           05  SYS-RUN-DATE        pic 9(08).
           05  FILLER              pic X(30).
