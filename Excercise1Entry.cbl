      * Excercise1 batch job applies in 015-validate-input, so bad
      * data is caught at entry time instead of in the batch window.
      * Every maintenance action is written to the audit trail.
      * An add or change whose operands exceed the run-control
      * approval limit is held on the approval queue instead of
      * going to the transaction file; a second operator with review
      * authority - never the one who keyed it - approves it onto
      * the file or declines it from the same menu.
      * A change or delete card for a results-master record last
      * maintained in a month finance has closed is flagged as it is
      * keyed - the batch would reject it - and the operator can key
      * an adjusting transaction against the original instead.
      * The session is put on the system-status file at sign-on and
      * taken off at exit. While the nightly stream is in progress
      * sign-on is refused, and a session already signed on ends -
      * at the next menu, or at the next write to the transaction
      * file, which is then not made - so nothing keyed lands in the
      * middle of a batch run.

       environment division.
       configuration section.
               file status is WS-Parm-Status.
           Select ProfileFile assign using WS-Profile-Path
               file status is WS-Profile-Status.
           Select ApprQueue assign using WS-ApprQ-Path
               organization is indexed
               access mode is dynamic
               record key is APQ-KEY
               file status is WS-ApprQ-Status.
           Select OutFile assign using WS-OutFile-Path
               organization is indexed
               access mode is dynamic
               record key is OUT-TRANSACTION-ID
               file status is WS-OutFile-Status.
           Select PeriodFile assign using WS-Period-Path
               organization is indexed
               access mode is dynamic
               record key is PER-KEY
               file status is WS-Period-Status.
           Select SysCtlFile assign using WS-SysCtl-Path
               organization is indexed
               access mode is dynamic
               record key is SYS-KEY
               file status is WS-SysCtl-Status.

       Data Division.
       File Section.
       COPY CBPARM.
       fd ProfileFile.
       COPY CBOPRPRF.
       fd ApprQueue.
       COPY CBAPPRQ.
       fd OutFile.
       COPY CBOUTFIL.
       fd PeriodFile.
       COPY CBPERIOD.
       fd SysCtlFile.
       COPY CBSYSCTL.

       working-storage section.
       01 WS-File-Paths.
               value "C:\DataFiles\AuditOut.dat".
           05 WS-Profile-Path pic X(68)
               value "C:\DataFiles\OperProf.dat".
           05 WS-ApprQ-Path pic X(68)
               value "C:\DataFiles\ApprQueue.dat".
           05 WS-OutFile-Path pic X(68)
               value "C:\DataFiles\DataOut.dat".
           05 WS-Period-Path pic X(68)
               value "C:\DataFiles\PeriodCtl.dat".
           05 WS-SysCtl-Path pic X(68)
               value "C:\DataFiles\SysCtl.dat".
       01 WS-Signon-Fields.
           05 WS-Profile-Status pic X(2) value "00".
               88 WS-Profile-Open-OK value "00".
               88 WS-May-Maintain value "Y".
           05 WS-Auth-Delete-Switch pic x value "N".
               88 WS-May-Delete value "Y".
           05 WS-Auth-Review-Switch pic x value "N".
               88 WS-May-Review value "Y".
           05 WS-Refused-Function pic X(1) value space.
           05 WS-Registered-Switch pic x value "N".
               88 WS-Session-Registered value "Y".
           05 WS-Stream-Switch pic x value "N".
               88 WS-Stream-Running value "Y".
       01 WS-Switches.
           05 WS-Session-Switch pic x value "N".
               88 WS-Session-Done value "Y".
               88 WS-Chain-Ref-Found value "Y".
           05 WS-Scan-EOF-Switch pic x value "N".
               88 End-Of-Input-Scan value "Y".
           05 WS-Approval-Switch pic x value "N".
               88 WS-Needs-Approval value "Y".
           05 WS-Held-Switch pic x value "N".
               88 WS-Already-Held value "Y".
           05 WS-Queue-Scan-Switch pic x value "N".
               88 End-Of-Queue-Scan value "Y".
           05 WS-Review-Switch pic x value "N".
               88 WS-Review-Done value "Y".
           05 WS-Apply-Switch pic x value "N".
               88 WS-Apply-OK value "Y".
       01 WS-File-Status.
           05 WS-InFile-Status pic X(2) value "00".
               88 WS-InFile-OK value "00".
               88 WS-Audit-OK value "00".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
           05 WS-ApprQ-Status pic X(2) value "00".
               88 WS-ApprQ-OK value "00".
               88 WS-ApprQ-Missing value "35".
           05 WS-OutFile-Status pic X(2) value "00".
               88 WS-OutFile-OK value "00".
               88 WS-OutFile-Missing value "35".
           05 WS-Period-Status pic X(2) value "00".
               88 WS-Period-OK value "00".
               88 WS-Period-Missing value "35".
           05 WS-SysCtl-Status pic X(2) value "00".
               88 WS-SysCtl-OK value "00".
               88 WS-SysCtl-Duplicate value "22".
               88 WS-SysCtl-Missing value "35".
       01 WS-Period-Fields.
           05 WS-Master-Open-Switch pic x value "N".
               88 WS-Master-Open value "Y".
           05 WS-Period-File-Switch pic x value "N".
               88 WS-Period-File-Open value "Y".
           05 WS-Period-Closed-Switch pic x value "N".
               88 WS-Period-Closed value "Y".
           05 WS-Master-Found-Switch pic x value "N".
               88 WS-Master-Found value "Y".
           05 WS-Period-Check-Date pic 9(8) value zero.
           05 WS-Period-Check-Split redefines WS-Period-Check-Date.
               10 WS-Period-Check-Month pic 9(6).
               10 FILLER pic 9(2).
           05 WS-Adjust-Reply pic X(1).
           05 WS-Adjust-Orig-Id pic X(10).
           05 WS-Adjust-Department pic X(10).
       01 WS-Audit-Fields.
           05 WS-Job-Id pic X(8) value "EXCENT01".
           05 WS-User-Id pic X(8) value spaces.
           05 WS-Maker-Id pic X(8) value spaces.
       01 WS-Approval-Fields.
           05 WS-Approval-Limit pic 9(7) value zero.
           05 WS-Approval-Floor pic S9(7)V99 value zero.
           05 WS-Decision-Reply pic X(1).
           05 WS-Own-Held-Count pic 9(5) value zero.
       01 WS-Parm-Work-Num pic X(7).
       01 WS-Parm-Work-Num-9 redefines WS-Parm-Work-Num pic 9(7).
       01 WS-Entry-Fields.
           05 WS-Menu-Choice pic X(1).
           05 WS-Confirm-Reply pic X(1).
       01 WS-Display-Fields.
           05 WS-Disp-Operand-1 pic -(7)9.99.
           05 WS-Disp-Operand-2 pic -(7)9.99.
           05 WS-Disp-Result pic -(9)9.99.

       Procedure Division.
       001-Main Section.
               move 8 to return-code
               stop run
           end-if
      * The session goes on file before the status is looked at; the
      * driver works the other way round, so a sign-on racing the
      * start of the stream is caught by one side or the other. Both
      * come before the transaction file and approval queue are
      * opened, so a refused sign-on never touches the files the
      * stream is working.
           perform 201-register-session
           if not WS-Session-Registered
               close auditout
               move 8 to return-code
               stop run
           end-if
           perform 202-check-stream-lockout
           if WS-Stream-Running
               display "NIGHTLY STREAM IN PROGRESS, ACCESS REFUSED"
               move space to WS-Refused-Function
               perform 282-write-refusal-audit
               perform 203-end-session
               close auditout
               move 8 to return-code
               stop run
           end-if
           open i-o infile
           if WS-InFile-Missing
               open output infile
           end-if
           if not WS-InFile-OK
               display "DATAIN OPEN FAILED, STATUS " WS-InFile-Status
               perform 203-end-session
               close auditout
               move 16 to return-code
               stop run
           end-if
           open i-o apprqueue
           if WS-ApprQ-Missing
               open output apprqueue
               close apprqueue
               open i-o apprqueue
           end-if
           if not WS-ApprQ-OK
               display "APPROVAL QUEUE OPEN FAILED, STATUS "
                   WS-ApprQ-Status
               perform 203-end-session
               close infile auditout
               move 16 to return-code
               stop run
           end-if
      * The results master and period-control file are only read,
      * for the closed-period warning. Without them every month is
      * taken as open and no warning is given.
           open input outfile
           evaluate true
               when WS-OutFile-OK
                   set WS-Master-Open to true
               when WS-OutFile-Missing
                   continue
               when other
                   display "RESULTS MASTER NOT AVAILABLE, STATUS "
                       WS-OutFile-Status
                   display "CLOSED-PERIOD WARNINGS ARE NOT AVAILABLE"
           end-evaluate
           open input periodfile
           evaluate true
               when WS-Period-OK
                   set WS-Period-File-Open to true
               when WS-Period-Missing
                   continue
               when other
                   display "PERIOD-CONTROL FILE NOT AVAILABLE, STATUS "
                       WS-Period-Status
                   display "CLOSED-PERIOD WARNINGS ARE NOT AVAILABLE"
           end-evaluate
           compute WS-Approval-Floor = zero - WS-Approval-Limit
           perform 207-session-cycle until WS-Session-Done
           close infile auditout apprqueue
           if WS-Master-Open
               close outfile
           end-if
           if WS-Period-File-Open
               close periodfile
           end-if
           perform 203-end-session.

       201-register-session Section.
      * A record left by an earlier session of the same operator that
      * did not end cleanly is taken over.
       201-Begin.
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

       202-check-stream-lockout Section.
      * A status file that cannot be read is taken as the stream
      * running; no file at all means no stream has ever run.
       202-Begin.
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

       203-end-session Section.
       203-Begin.
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

       204-stream-started Section.
       204-Begin.
           display "NIGHTLY STREAM HAS STARTED - " WS-Entry-Trans-Id
               " NOT SAVED"
           display "SESSION ENDED"
           set WS-Session-Done to true.

       205-operator-signon Section.
      * The operator profile is checked before anything else can
                       if OPR-MAY-ENTER-DELETE
                           set WS-May-Delete to true
                       end-if
                       if OPR-MAY-REVIEW
                           set WS-May-Review to true
                       end-if
               end-evaluate
           end-if.

                   end-if
           end-read.

       207-session-cycle Section.
      * The status is looked at again before every menu, so a
      * session left signed on ends once the stream has started.
       207-Begin.
           perform 202-check-stream-lockout
           if WS-Stream-Running
               display "NIGHTLY STREAM HAS STARTED - SESSION ENDED"
               set WS-Session-Done to true
           else
               perform 210-process-choice
           end-if.

       210-process-choice Section.
       210-Begin.
           display " "
           display "  C - CHANGE A TRANSACTION"
           display "  D - DELETE A TRANSACTION"
           display "  B - BROWSE TRANSACTIONS"
           display "  P - APPROVE HELD TRANSACTIONS"
           display "  X - EXIT"
           display "ENTER CHOICE: " with no advancing
           accept WS-Menu-Choice
               when "B"
               when "b"
                   perform 250-browse-transactions
               when "P"
               when "p"
                   if WS-May-Review
                       perform 295-review-held-items
                   else
                       move "P" to WS-Refused-Function
                       perform 212-refuse-function
                   end-if
               when "X"
               when "x"
                   set WS-Session-Done to true
       222-apply-add Section.
       222-Begin.
           perform 225-read-transaction
           perform 293-check-already-held
           evaluate true
               when WS-Record-Found
                   display "TRANSACTION ALREADY ON FILE: "
                       WS-Entry-Trans-Id
               when WS-Already-Held
                   display "TRANSACTION AWAITING APPROVAL: "
                       WS-Entry-Trans-Id
               when other
                   move spaces to infile-record
                   move WS-Entry-Trans-Id to IN-TRANSACTION-ID
                   perform 262-accept-entry-fields
                   if WS-Parse-OK
                       perform 215-validate-entry
                       if WS-Entry-Valid
                           perform 234-check-closed-period
                       end-if
                       if WS-Entry-Valid
                           perform 291-check-approval-limit
                           if WS-Needs-Approval
                               perform 292-hold-for-approval
                           else
                               perform 223-write-transaction
                           end-if
                       end-if
                   end-if
           end-evaluate.

       223-write-transaction Section.
      * Work keyed here is marked as entered here, so the department
      * return job returns it as keyed work rather than counting it
      * against a department's submission envelope.
       223-Begin.
           move "N" to WS-Apply-Switch
           perform 202-check-stream-lockout
           if WS-Stream-Running
               perform 204-stream-started
           else
               set IN-FROM-ENTRY to true
               write infile-record
               if WS-InFile-OK
                   set WS-Apply-OK to true
                   perform 280-write-entry-audit
                   move 1 to WS-Trl-Count-Delta
                   if IN-OPERAND-1 numeric
                       move IN-OPERAND-1 to WS-Trl-Hash-1-Delta
                   else
                       move zero to WS-Trl-Hash-1-Delta
                   end-if
                   if IN-OPERAND-2 numeric
                       move IN-OPERAND-2 to WS-Trl-Hash-2-Delta
                   else
                       move zero to WS-Trl-Hash-2-Delta
                   end-if
                   perform 290-update-batch-trailer
                   display "TRANSACTION ADDED: " WS-Entry-Trans-Id
               else
                   display "ADD FAILED, STATUS " WS-InFile-Status
               end-if
           end-if.

       232-apply-change Section.
       232-Begin.
           perform 225-read-transaction
           perform 293-check-already-held
           evaluate true
               when not WS-Record-Found
                   display "TRANSACTION NOT ON FILE: "
                       WS-Entry-Trans-Id
               when WS-Already-Held
                   display "TRANSACTION AWAITING APPROVAL: "
                       WS-Entry-Trans-Id
               when other
                   perform 255-display-transaction
                   perform 265-save-old-operands
                   perform 262-accept-entry-fields
                   if WS-Parse-OK
                       perform 215-validate-entry
                       if WS-Entry-Valid
                           perform 234-check-closed-period
                       end-if
                       if WS-Entry-Valid
                           perform 291-check-approval-limit
                           if WS-Needs-Approval
                               perform 292-hold-for-approval
                           else
                               perform 233-rewrite-transaction
                           end-if
                       end-if
                   end-if
           end-evaluate.

       233-rewrite-transaction Section.
      * The old operands must already be saved by 265 so the trailer
      * hash totals move by the difference.
       233-Begin.
           move "N" to WS-Apply-Switch
           perform 202-check-stream-lockout
           if WS-Stream-Running
               perform 204-stream-started
           else
               rewrite infile-record
               if WS-InFile-OK
                   set WS-Apply-OK to true
                   perform 280-write-entry-audit
                   move zero to WS-Trl-Count-Delta
                   if IN-OPERAND-1 numeric
                       compute WS-Trl-Hash-1-Delta =
                           IN-OPERAND-1 - WS-Old-Operand-1
                   else
                       compute WS-Trl-Hash-1-Delta =
                           zero - WS-Old-Operand-1
                   end-if
                   if IN-OPERAND-2 numeric
                       compute WS-Trl-Hash-2-Delta =
                           IN-OPERAND-2 - WS-Old-Operand-2
                   else
                       compute WS-Trl-Hash-2-Delta =
                           zero - WS-Old-Operand-2
                   end-if
                   perform 290-update-batch-trailer
                   display "TRANSACTION CHANGED: " WS-Entry-Trans-Id
               else
                   display "CHANGE FAILED, STATUS " WS-InFile-Status
               end-if
           end-if.

       234-check-closed-period Section.
      * The same test the batch job makes: a change or delete card
      * for a master record last maintained in a closed month will
      * be rejected, so the operator is told now and offered an
      * adjusting transaction in its place. A change to a posted
      * adjustment will be rejected too, so it is refused here.
       234-Begin.
           if (IN-ACTION-CHANGE or IN-ACTION-DELETE) and
              WS-Master-Open and WS-Period-File-Open
               move IN-TRANSACTION-ID to OUT-TRANSACTION-ID
               read outfile
                   invalid key
                       continue
                   not invalid key
                       move OUT-LAST-MAINT-DATE to
                           WS-Period-Check-Date
                       perform 237-test-period
                       evaluate true
                           when WS-Period-Closed
                               perform 235-offer-adjustment
                           when IN-ACTION-CHANGE and OUT-ADJUSTING
                               set WS-Entry-Invalid to true
                               display IN-TRANSACTION-ID " IS AN"
                                   " ADJUSTMENT; DELETE IT OR KEY"
                                   " ANOTHER ADJUSTMENT"
                           when other
                               continue
                       end-evaluate
               end-read
           end-if.

       235-offer-adjustment Section.
       235-Begin.
           move OUT-RESULT to WS-Disp-Result
           move OUT-DEPARTMENT to WS-Adjust-Department
           display "WARNING: " IN-TRANSACTION-ID " WAS LAST"
               " MAINTAINED IN CLOSED PERIOD " WS-Period-Check-Month
           display "RESULT ON FILE: " WS-Disp-Result
           display "THE BATCH WILL REJECT THIS CHANGE OR DELETE"
           display "KEY AN ADJUSTING TRANSACTION (A), KEEP THE CARD"
               " ANYWAY (K) OR ABANDON (X)? " with no advancing
           accept WS-Adjust-Reply
           evaluate WS-Adjust-Reply
               when "A"
               when "a"
                   perform 236-key-adjustment
                   set WS-Entry-Invalid to true
               when "K"
               when "k"
                   display "CARD KEPT; IT WILL REJECT AS PERIOD CLOSED"
               when other
                   set WS-Entry-Invalid to true
                   display "ENTRY ABANDONED"
           end-evaluate.

       236-key-adjustment Section.
      * The adjustment is a new add under its own id. It names the
      * original in its first reference and carries only the amount
      * the result on file is to move by, so it posts in the current
      * month and the closed month's figures stay as reported. It
      * goes back to the department that sent the original, and is
      * held for approval like any other add over the limit.
       236-Begin.
           move IN-TRANSACTION-ID to WS-Adjust-Orig-Id
           move "A" to WS-Entry-Action
           display "ENTER ADJUSTING TRANSACTION-ID: " with no advancing
           accept WS-Entry-Trans-Id
           perform 261-check-reserved-id
           if not WS-Id-Reserved
               perform 225-read-transaction
               perform 293-check-already-held
               perform 238-check-on-master
               evaluate true
                   when WS-Record-Found
                       display "TRANSACTION ALREADY ON FILE: "
                           WS-Entry-Trans-Id
                   when WS-Already-Held
                       display "TRANSACTION AWAITING APPROVAL: "
                           WS-Entry-Trans-Id
                   when WS-Master-Found
                       display "TRANSACTION ALREADY ON RESULTS MASTER: "
                           WS-Entry-Trans-Id
                   when other
                       display "ENTER AMOUNT TO ADJUST THE RESULT BY"
                           " (FORMAT +9999999.99): " with no advancing
                       accept WS-Operand-Entry
                       set WS-Parse-OK to true
                       perform 270-parse-operand
                       if WS-Parse-OK
                           move spaces to infile-record
                           move WS-Entry-Trans-Id to IN-TRANSACTION-ID
                           move WS-Parsed-Value to IN-OPERAND-1
                           move "+" to IN-OPERATOR
                           move zero to IN-OPERAND-2
                           move "D" to IN-RECORD-TYPE
                           move "A" to IN-ACTION-CODE
                           move WS-Adjust-Orig-Id to IN-REF-OPERAND-1
                           move WS-Adjust-Department to IN-DEPARTMENT
                           move zero to IN-EFFECTIVE-DATE
                           set IN-ADJUSTING to true
                           perform 215-validate-entry
                           if WS-Entry-Valid
                               perform 291-check-approval-limit
                               if WS-Needs-Approval
                                   perform 292-hold-for-approval
                               else
                                   perform 223-write-transaction
                               end-if
                           end-if
                       end-if
               end-evaluate
           end-if.

       237-test-period Section.
      * A month with no period-control record is open.
       237-Begin.
           move "N" to WS-Period-Closed-Switch
           if WS-Period-Check-Date > zero
               move WS-Period-Check-Month to PER-PERIOD
               read periodfile
                   invalid key
                       continue
                   not invalid key
                       if PER-CLOSED
                           set WS-Period-Closed to true
                       end-if
               end-read
           end-if.

       238-check-on-master Section.
       238-Begin.
           move "N" to WS-Master-Found-Switch
           if WS-Master-Open
               move WS-Entry-Trans-Id to OUT-TRANSACTION-ID
               read outfile
                   invalid key
                       continue
                   not invalid key
                       set WS-Master-Found to true
               end-read
           end-if.

       240-delete-transaction Section.
       240-Begin.
           move "D" to WS-Entry-Action
      * override before the normal delete confirmation.
       242-Begin.
           perform 225-read-transaction
           perform 293-check-already-held
           evaluate true
               when WS-Already-Held
                   display "TRANSACTION AWAITING APPROVAL: "
                       WS-Entry-Trans-Id
                   display "THE HELD ENTRY MUST BE DECIDED BEFORE"
                       " THE TRANSACTION CAN BE DELETED"
               when not WS-Record-Found
                   display "TRANSACTION NOT ON FILE: "
                       WS-Entry-Trans-Id
               when other
                   perform 244-check-chain-references
                   perform 225-read-transaction
                   if WS-Chain-Ref-Found
                       display "WARNING: TRANSACTION IS"
                           " CHAIN-REFERENCED BY OTHER WORK"
                       display "DELETE ANYWAY (Y/N)? " with no advancing
                       accept WS-Confirm-Reply
                   else
                       move "Y" to WS-Confirm-Reply
                   end-if
                   if WS-Confirm-Reply not = "Y" and
                      WS-Confirm-Reply not = "y"
                       display "DELETE ABANDONED"
                   else
                       perform 243-confirm-delete
                   end-if
           end-evaluate.

       243-confirm-delete Section.
       243-Begin.
           perform 255-display-transaction
           perform 265-save-old-operands
           display "DELETE THIS TRANSACTION (Y/N)? "
               with no advancing
           accept WS-Confirm-Reply
           if WS-Confirm-Reply = "Y" or WS-Confirm-Reply = "y"
               perform 202-check-stream-lockout
               if WS-Stream-Running
                   perform 204-stream-started
               else
                   delete infile record
                   if WS-InFile-OK
                       perform 280-write-entry-audit
                       compute WS-Trl-Hash-2-Delta =
                           zero - WS-Old-Operand-2
                       perform 290-update-batch-trailer
                       display "TRANSACTION DELETED: "
                           WS-Entry-Trans-Id
                   else
                       display "DELETE FAILED, STATUS "
                           WS-InFile-Status
                   end-if
               end-if
           else
               display "DELETE NOT CONFIRMED"
           end-if.

       244-check-chain-references Section.
           move WS-User-Id to AUD-USER-ID
           move WS-Entry-Action to AUD-ACTION-CODE
           move zero to AUD-BATCH-NUMBER
           move WS-Maker-Id to AUD-MAKER-ID
           write audit-record.

       282-write-refusal-audit Section.
           move WS-User-Id to AUD-USER-ID
           set AUD-ACTION-REFUSED to true
           move zero to AUD-BATCH-NUMBER
           move spaces to AUD-MAKER-ID
           write audit-record.

       285-read-parm-file Section.
                           move PRM-VALUE to WS-Audit-Path
                       when "PROFILE"
                           move PRM-VALUE to WS-Profile-Path
                       when "SYSCTLFILE"
                           move PRM-VALUE to WS-SysCtl-Path
                       when "APPROVALFILE"
                           move PRM-VALUE to WS-ApprQ-Path
                       when "OUTFILE"
                           move PRM-VALUE to WS-OutFile-Path
                       when "PERIODFILE"
                           move PRM-VALUE to WS-Period-Path
                       when "APPROVELIMIT"
                           move PRM-VALUE-DIGITS to WS-Parm-Work-Num
                           inspect WS-Parm-Work-Num
                               replacing leading " " by "0"
                           if WS-Parm-Work-Num numeric
                               move WS-Parm-Work-Num-9 to
                                   WS-Approval-Limit
                           else
      * Left at zero the limit would let every entry through
      * unreviewed, so a card that cannot be read stops the session.
                               display "INVALID APPROVELIMIT PARM: "
                                   PRM-VALUE
                               move 16 to return-code
                               stop run
                           end-if
                       when other
                           continue
                   end-evaluate
                   end-if
           end-read.

       291-check-approval-limit Section.
      * A keyed operand beyond the limit either way holds the entry.
      * A delete card carries no operands and is never held; a zero
      * limit turns the approval queue off altogether.
       291-Begin.
           move "N" to WS-Approval-Switch
           if WS-Approval-Limit > zero
               if IN-OPERAND-1 numeric
                   if IN-OPERAND-1 > WS-Approval-Limit or
                      IN-OPERAND-1 < WS-Approval-Floor
                       set WS-Needs-Approval to true
                   end-if
               end-if
               if IN-OPERAND-2 numeric
                   if IN-OPERAND-2 > WS-Approval-Limit or
                      IN-OPERAND-2 < WS-Approval-Floor
                       set WS-Needs-Approval to true
                   end-if
               end-if
           end-if.

       292-hold-for-approval Section.
      * The record goes to the approval queue exactly as keyed; the
      * transaction file is left untouched, so a held change leaves
      * the earlier version in place until the change is approved.
       292-Begin.
           move spaces to approval-queue-record
           move IN-TRANSACTION-ID to APQ-TRANSACTION-ID
           accept APQ-HELD-DATE from date yyyymmdd
           accept APQ-HELD-TIME from time
           set APQ-HELD to true
           move WS-Entry-Action to APQ-ENTRY-ACTION
           move WS-User-Id to APQ-MAKER-ID
           move zero to APQ-DECISION-DATE
           move zero to APQ-DECISION-TIME
           move infile-record to APQ-INPUT-IMAGE
           write approval-queue-record
           if WS-ApprQ-OK
               move "H" to WS-Entry-Action
               move WS-User-Id to WS-Maker-Id
               perform 280-write-entry-audit
               move spaces to WS-Maker-Id
               display "TRANSACTION HELD FOR APPROVAL: "
                   WS-Entry-Trans-Id
               display "IT WILL NOT POST UNTIL A SECOND OPERATOR"
                   " APPROVES IT"
           else
               display "HOLD FAILED, STATUS " WS-ApprQ-Status
           end-if.

       293-check-already-held Section.
      * A transaction still awaiting a decision cannot be added,
      * changed or deleted again until the checker has dealt with
      * it; the queue is keyed transaction-id first, so only that
      * id's entries are read.
       293-Begin.
           move "N" to WS-Held-Switch
           move "N" to WS-Queue-Scan-Switch
           move WS-Entry-Trans-Id to APQ-TRANSACTION-ID
           move zero to APQ-HELD-DATE
           move zero to APQ-HELD-TIME
           start apprqueue key not < APQ-KEY
               invalid key
                   set End-Of-Queue-Scan to true
           end-start
           perform 294-scan-one-queued
               until End-Of-Queue-Scan or WS-Already-Held.

       294-scan-one-queued Section.
       294-Begin.
           read apprqueue next record
               at end
                   set End-Of-Queue-Scan to true
               not at end
                   if APQ-TRANSACTION-ID not = WS-Entry-Trans-Id
                       set End-Of-Queue-Scan to true
                   else
                       if APQ-HELD
                           set WS-Already-Held to true
                       end-if
                   end-if
           end-read.

       295-review-held-items Section.
      * The checker pages through everything still held. An entry
      * the checker keyed personally is never offered, whatever the
      * checker's authorities; they are counted so the operator
      * knows another reviewer is needed for them.
       295-Begin.
           move zero to WS-Own-Held-Count
           move "N" to WS-Review-Switch
           move low-values to APQ-KEY
           start apprqueue key not < APQ-KEY
               invalid key
                   display "NO TRANSACTIONS AWAITING APPROVAL"
                   set WS-Review-Done to true
           end-start
           perform 296-review-next-item
               until WS-Review-Done or WS-Session-Done
           if WS-Own-Held-Count > zero
               display WS-Own-Held-Count " HELD TRANSACTION(S) YOU"
                   " KEYED NEED ANOTHER REVIEWER"
           end-if.

       296-review-next-item Section.
       296-Begin.
           read apprqueue next record
               at end
                   display "END OF APPROVAL QUEUE"
                   set WS-Review-Done to true
               not at end
                   evaluate true
                       when not APQ-HELD
                           continue
                       when APQ-MAKER-ID = WS-User-Id
                           add 1 to WS-Own-Held-Count
                       when other
                           perform 297-present-held-item
                   end-evaluate
           end-read.

       297-present-held-item Section.
       297-Begin.
           move APQ-INPUT-IMAGE to infile-record
           display " "
           if APQ-ENTRY-CHANGE
               display "HELD CHANGE, KEYED BY " APQ-MAKER-ID
                   " ON " APQ-HELD-DATE
           else
               display "HELD ADD, KEYED BY " APQ-MAKER-ID
                   " ON " APQ-HELD-DATE
           end-if
           perform 255-display-transaction
           display "APPROVE, DECLINE, SKIP OR END REVIEW"
               " (A/D/S/X)? " with no advancing
           accept WS-Decision-Reply
           evaluate WS-Decision-Reply
               when "A"
               when "a"
                   perform 298-approve-held-item
               when "D"
               when "d"
                   perform 299-decline-held-item
               when "X"
               when "x"
                   set WS-Review-Done to true
               when other
                   display "LEFT ON THE APPROVAL QUEUE"
           end-evaluate.

       298-approve-held-item Section.
      * An approved item goes onto the transaction file through the
      * same add and change routines the maker would have used, so
      * the batch trailer stays in balance; the maintenance is
      * audited once, as the approval, under the checker's user-id
      * with the maker's alongside. An add whose id has since been
      * put on file, or a change whose record has since gone, is
      * left held for the checker to decline.
       298-Begin.
           move APQ-TRANSACTION-ID to WS-Entry-Trans-Id
           move "N" to WS-Apply-Switch
           perform 225-read-transaction
           evaluate true
               when APQ-ENTRY-ADD and WS-Record-Found
                   display "TRANSACTION NOW ON FILE, LEFT ON THE"
                       " APPROVAL QUEUE"
               when APQ-ENTRY-CHANGE and not WS-Record-Found
                   display "TRANSACTION NO LONGER ON FILE, LEFT ON"
                       " THE APPROVAL QUEUE"
               when other
                   move "V" to WS-Entry-Action
                   move APQ-MAKER-ID to WS-Maker-Id
                   if WS-Record-Found
                       perform 265-save-old-operands
                       move APQ-INPUT-IMAGE to infile-record
                       perform 233-rewrite-transaction
                   else
                       move APQ-INPUT-IMAGE to infile-record
                       perform 223-write-transaction
                   end-if
                   move spaces to WS-Maker-Id
           end-evaluate
           if WS-Apply-OK
               set APQ-APPROVED to true
               move WS-User-Id to APQ-CHECKER-ID
               accept APQ-DECISION-DATE from date yyyymmdd
               accept APQ-DECISION-TIME from time
               rewrite approval-queue-record
               if WS-ApprQ-OK
                   display "TRANSACTION APPROVED: " WS-Entry-Trans-Id
               else
                   display "APPROVAL QUEUE UPDATE FAILED, STATUS "
                       WS-ApprQ-Status
               end-if
           end-if.

       299-decline-held-item Section.
      * A declined item never reaches the transaction file; it stays
      * on the queue, marked, until the held-items report has shown
      * it to the maker's supervisor.
       299-Begin.
           move APQ-TRANSACTION-ID to WS-Entry-Trans-Id
           set APQ-DECLINED to true
           move WS-User-Id to APQ-CHECKER-ID
           accept APQ-DECISION-DATE from date yyyymmdd
           accept APQ-DECISION-TIME from time
           rewrite approval-queue-record
           if WS-ApprQ-OK
               move "N" to WS-Entry-Action
               move APQ-MAKER-ID to WS-Maker-Id
               perform 280-write-entry-audit
               move spaces to WS-Maker-Id
               display "TRANSACTION DECLINED: " WS-Entry-Trans-Id
           else
               display "DECLINE FAILED, STATUS " WS-ApprQ-Status
           end-if.

       End program Excercise1Entry.
