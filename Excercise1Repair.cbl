      * A retry count is carried per transaction; anything bouncing
      * more than the retry limit goes on the supervisor review
      * report instead of cycling forever.
      * The session is put on the system-status file at sign-on and
      * taken off at exit. While the nightly stream is in progress
      * sign-on is refused - before the resubmission file is opened
      * - and a session already signed on ends at the next reject,
      * or at the next resubmission, which is then not written.

       environment division.
       configuration section.
               file status is WS-Audit-Status.
           Select ProfileFile assign using WS-Profile-Path
               file status is WS-Profile-Status.
           Select SysCtlFile assign using WS-SysCtl-Path
               organization is indexed
               access mode is dynamic
               record key is SYS-KEY
               file status is WS-SysCtl-Status.

       Data Division.
       File Section.
       COPY CBAUDIT.
       fd ProfileFile.
       COPY CBOPRPRF.
       fd SysCtlFile.
       COPY CBSYSCTL.

       working-storage section.
       COPY CBINFILE.
               value "C:\DataFiles\AuditOut.dat".
           05 WS-Profile-Path pic X(68)
               value "C:\DataFiles\OperProf.dat".
           05 WS-SysCtl-Path pic X(68)
               value "C:\DataFiles\SysCtl.dat".
       01 WS-Audit-Fields.
           05 WS-Job-Id pic X(8) value "EXCREP01".
           05 WS-User-Id pic X(8) value spaces.
           05 WS-Auth-Review-Switch pic x value "N".
               88 WS-May-Review value "Y".
           05 WS-Refused-Function pic X(1) value space.
           05 WS-Registered-Switch pic x value "N".
               88 WS-Session-Registered value "Y".
           05 WS-Stream-Switch pic x value "N".
               88 WS-Stream-Running value "Y".
           05 WS-Session-Switch pic x value "N".
               88 WS-Session-Done value "Y".
       01 WS-Retry-Limit pic 9(2) value 3.
       01 WS-Repair-Counts.
           05 WS-Rejects-Read pic 9(7) value zero.
               88 WS-Parm-Open-OK value "00".
           05 WS-Audit-Status pic X(2) value "00".
               88 WS-Audit-OK value "00".
           05 WS-SysCtl-Status pic X(2) value "00".
               88 WS-SysCtl-OK value "00".
               88 WS-SysCtl-Duplicate value "22".
               88 WS-SysCtl-Missing value "35".
       01 WS-Entry-Fields.
           05 WS-Action-Reply pic X(1).
           05 WS-Entry-Operator pic X(1).
               move 4 to return-code
               stop run
           end-if
      * The session goes on file before the status is looked at; the
      * driver works the other way round, so a sign-on racing the
      * start of the stream is caught by one side or the other.
           perform 307-register-session
           if not WS-Session-Registered
               close rejectfile auditout
               move 16 to return-code
               stop run
           end-if
           perform 308-check-stream-lockout
           if WS-Stream-Running
               display "NIGHTLY STREAM IN PROGRESS, ACCESS REFUSED"
               move space to WS-Refused-Function
               perform 306-write-refusal-audit
               perform 309-end-session
               close rejectfile auditout
               move 8 to return-code
               stop run
           end-if
           open output resubfile
           open output supervisorfile
           perform 310-repair-next-reject
               until End-Of-RejectFile or WS-Session-Done
           display " "
           display "REJECTS READ:        " WS-Rejects-Read
           display "RESUBMITTED:         " WS-Resubmitted
           display "FLAGGED FOR REVIEW:  " WS-Flagged-For-Review
           display "SKIPPED:             " WS-Skipped
           close rejectfile resubfile supervisorfile auditout
           perform 309-end-session.

       302-read-parm-file Section.
      * The reject and resubmission paths come from the same
                           move PRM-VALUE to WS-Audit-Path
                       when "PROFILE"
                           move PRM-VALUE to WS-Profile-Path
                       when "SYSCTLFILE"
                           move PRM-VALUE to WS-SysCtl-Path
                       when other
                           continue
                   end-evaluate
           move WS-User-Id to AUD-USER-ID
           set AUD-ACTION-REFUSED to true
           move zero to AUD-BATCH-NUMBER
           move spaces to AUD-MAKER-ID
           write audit-record.

       307-register-session Section.
      * A record left by an earlier session of the same operator that
      * did not end cleanly is taken over.
       307-Begin.
           open i-o sysctlfile
           if WS-SysCtl-Missing
               open output sysctlfile
               close sysctlfile
               open i-o sysctlfile
           end-if
           if not WS-SysCtl-OK
               display "SYSTEM STATUS FILE NOT AVAILABLE, STATUS "
                   WS-SysCtl-Status ", ACCESS REFUSED"
           else
               move spaces to system-control-record
               set SYS-SESSION-RECORD to true
               move WS-Job-Id to SYS-SESSION-JOB-ID
               move WS-User-Id to SYS-SESSION-USER-ID
               move zero to SYS-RUN-DATE
               accept SYS-SET-DATE from date yyyymmdd
               accept SYS-SET-TIME from time
               move WS-User-Id to SYS-SET-BY
               write system-control-record
               if WS-SysCtl-Duplicate
                   rewrite system-control-record
               end-if
               if WS-SysCtl-OK
                   set WS-Session-Registered to true
               else
                   display "SESSION NOT RECORDED, STATUS "
                       WS-SysCtl-Status ", ACCESS REFUSED"
               end-if
               close sysctlfile
           end-if.

       308-check-stream-lockout Section.
      * A status file that cannot be read is taken as the stream
      * running; no file at all means no stream has ever run.
       308-Begin.
           move "N" to WS-Stream-Switch
           open input sysctlfile
           evaluate true
               when WS-SysCtl-OK
                   move spaces to system-control-record
                   set SYS-STATUS-RECORD to true
                   read sysctlfile
                       invalid key
                           continue
                       not invalid key
                           if SYS-BATCH-IN-PROGRESS
                               set WS-Stream-Running to true
                           end-if
                   end-read
                   close sysctlfile
               when WS-SysCtl-Missing
                   continue
               when other
                   display "SYSTEM STATUS NOT AVAILABLE, STATUS "
                       WS-SysCtl-Status
                   set WS-Stream-Running to true
           end-evaluate.

       309-end-session Section.
       309-Begin.
           open i-o sysctlfile
           if WS-SysCtl-OK
               move spaces to system-control-record
               set SYS-SESSION-RECORD to true
               move WS-Job-Id to SYS-SESSION-JOB-ID
               move WS-User-Id to SYS-SESSION-USER-ID
               delete sysctlfile record
                   invalid key
                       continue
               end-delete
               close sysctlfile
           else
               display "SESSION RECORD NOT REMOVED, STATUS "
                   WS-SysCtl-Status
           end-if.

       310-repair-next-reject Section.
      * The status is looked at again before every reject, so a
      * session left signed on ends once the stream has started.
       310-Begin.
           perform 308-check-stream-lockout
           if WS-Stream-Running
               display "NIGHTLY STREAM HAS STARTED - SESSION ENDED"
               set WS-Session-Done to true
           else
               read rejectfile
                   at end
                       set End-Of-RejectFile to true
                   not at end
                       add 1 to WS-Rejects-Read
                       perform 320-repair-one-reject
               end-read
           end-if.

       320-repair-one-reject Section.
       320-Begin.
           display "REJECTED TRANSACTION: " IN-TRANSACTION-ID
           display "REASON " REJ-REASON-CODE ": " REJ-REASON-TEXT
           display "RAW INPUT: " REJ-RAW-INPUT
           if REJ-REASON-PERIOD-CLOSED
               display "A RECORD IN A CLOSED PERIOD IS CORRECTED BY"
                   " AN ADJUSTING TRANSACTION KEYED IN ENTRY"
           end-if
           if WS-Work-Retry-Count > WS-Retry-Limit
      * Past the retry limit only an operator holding the review
      * authority may push a repair through; anyone else sends the
                   perform 346-accept-action-code
               when REJ-REASON-CHAIN-DEPEND
                   perform 346-accept-action-code
               when REJ-REASON-PERIOD-CLOSED
                   perform 346-accept-action-code
               when REJ-REASON-WRITE-FAILED
                   perform 346-accept-action-code
                   perform 332-accept-operand-1

       350-write-resub-record Section.
       350-Begin.
           perform 308-check-stream-lockout
           if WS-Stream-Running
               display "NIGHTLY STREAM HAS STARTED - "
                   IN-TRANSACTION-ID " NOT RESUBMITTED"
               display "SESSION ENDED"
               add 1 to WS-Skipped
               set WS-Session-Done to true
           else
               move infile-record to RSB-INPUT-DATA
               move WS-Work-Retry-Count to RSB-RETRY-COUNT
               write resub-record
               if WS-Resub-OK
                   add 1 to WS-Resubmitted
                   move IN-OPERAND-1 to WS-Disp-Operand-1
                   move IN-OPERAND-2 to WS-Disp-Operand-2
                   display "RESUBMITTED: " IN-TRANSACTION-ID " "
                       WS-Disp-Operand-1 " " IN-OPERATOR " "
                       WS-Disp-Operand-2 " RETRY " WS-Work-Retry-Count
               else
                   display "RESUB WRITE FAILED, STATUS " WS-Resub-Status
               end-if
           end-if.

       360-write-supervisor-line Section.
