       Identification Division.
       program-id. Excercise1Sctl as "Excercise1Sctl".
       Author.     Naz Sassine.
       Installation. Desktop.
       Date-written. 2026-10-15.
       Date-compiled. 2026-10-15.
       Security. None.

      * System status supervisor override. The nightly stream driver
      * sets the system status to batch in progress, locking online
      * entry and repair out, and clears it only when the stream
      * completes; the online programs put a session record on file
      * at sign-on and take it off at exit, and the driver will not
      * start while any are on file. A stream or session that abends
      * leaves its record behind. This program lists the status and
      * the sessions on file and lets an operator holding the
      * override authority clear either, once it has been confirmed
      * that nothing is still running. Every override is written to
      * the audit trail under the system-status marker - the
      * operator field carries "B" for a cleared batch status and
      * "O" for a cleared session, whose user-id goes in the maker
      * field - and every refused sign-on is logged the same way the
      * entry program logs its refusals. The status file is opened
      * only for each inquiry or update, so the program can be left
      * signed on without holding the driver or the online programs
      * off the file.

       environment division.
       configuration section.
       source-computer. Desktop.
       object-computer. Desktop.
       Input-Output Section.
       File-Control.
           Select SysCtlFile assign using WS-SysCtl-Path
               organization is indexed
               access mode is dynamic
               record key is SYS-KEY
               file status is WS-SysCtl-Status.
           Select AuditOut assign using WS-Audit-Path
               file status is WS-Audit-Status.
           Select ProfileFile assign using WS-Profile-Path
               file status is WS-Profile-Status.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       Data Division.
       File Section.
       fd SysCtlFile.
       COPY CBSYSCTL.
       fd AuditOut.
       COPY CBAUDIT.
       fd ProfileFile.
       COPY CBOPRPRF.
       fd ParmFile.
       COPY CBPARM.

       working-storage section.
       01 WS-File-Paths.
           05 WS-SysCtl-Path pic X(68)
               value "C:\DataFiles\SysCtl.dat".
           05 WS-Audit-Path pic X(68)
               value "C:\DataFiles\AuditOut.dat".
           05 WS-Profile-Path pic X(68)
               value "C:\DataFiles\OperProf.dat".
       01 WS-Signon-Fields.
           05 WS-Profile-Status pic X(2) value "00".
               88 WS-Profile-Open-OK value "00".
           05 WS-Profile-EOF-Switch pic x value "N".
               88 End-Of-ProfileFile value "Y".
           05 WS-Profile-Found-Switch pic x value "N".
               88 WS-Profile-Found value "Y".
           05 WS-Signon-Switch pic x value "N".
               88 WS-Signed-On value "Y".
           05 WS-Refused-Function pic X(1) value space.
       01 WS-Switches.
           05 WS-Session-Switch pic x value "N".
               88 WS-Session-Done value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
           05 WS-List-Switch pic x value "N".
               88 WS-List-Done value "Y".
       01 WS-File-Status.
           05 WS-SysCtl-Status pic X(2) value "00".
               88 WS-SysCtl-OK value "00".
               88 WS-SysCtl-Missing value "35".
           05 WS-Audit-Status pic X(2) value "00".
               88 WS-Audit-OK value "00".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Audit-Fields.
           05 WS-Job-Id pic X(8) value "EXCSYS01".
           05 WS-User-Id pic X(8) value spaces.
           05 WS-Override-Code pic X(1) value space.
           05 WS-Override-User pic X(8) value spaces.
       01 WS-Entry-Fields.
           05 WS-Menu-Choice pic X(1).
           05 WS-Confirm-Reply pic X(1).
           05 WS-Entry-Job-Id pic X(8).
           05 WS-Entry-User-Id pic X(8).
       01 WS-Session-Count pic 9(3) value zero.

       Procedure Division.
       001-Main Section.
       001-Begin.
           perform 988-sysctl-mainline
           stop run.

       988-sysctl-mainline Section.
       988-Begin.
           accept WS-User-Id from environment "USER"
           perform 998-read-parm-file
           open extend auditout
           if not WS-Audit-OK
               open output auditout
           end-if
           if not WS-Audit-OK
               display "AUDIT OPEN FAILED, STATUS " WS-Audit-Status
               move 16 to return-code
               stop run
           end-if
           perform 989-operator-signon
           if not WS-Signed-On
               close auditout
               move 8 to return-code
               stop run
           end-if
           perform 992-list-status
           perform 991-process-choice until WS-Session-Done
           close auditout.

       989-operator-signon Section.
      * Only an active operator holding the override authority may
      * clear a status or a session. Every refusal is logged with
      * the refused action code; the operator field carries "Y" for
      * an operator without the override authority, space for a
      * missing or disabled profile.
       989-Begin.
           open input profilefile
           if not WS-Profile-Open-OK
               display "OPERATOR PROFILE FILE NOT AVAILABLE,"
                   " STATUS " WS-Profile-Status
               display "ACCESS REFUSED"
               move space to WS-Refused-Function
               perform 997-write-refusal-audit
           else
               perform 990-read-profile-record
                   until End-Of-ProfileFile or WS-Profile-Found
               close profilefile
               evaluate true
                   when not WS-Profile-Found
                       display "NO OPERATOR PROFILE FOR "
                           WS-User-Id ", ACCESS REFUSED"
                       move space to WS-Refused-Function
                       perform 997-write-refusal-audit
                   when not OPR-ACTIVE
                       display "OPERATOR PROFILE DISABLED FOR "
                           WS-User-Id ", ACCESS REFUSED"
                       move space to WS-Refused-Function
                       perform 997-write-refusal-audit
                   when not OPR-MAY-OVERRIDE
                       display "NOT AUTHORIZED FOR STATUS OVERRIDE, "
                           WS-User-Id ", ACCESS REFUSED"
                       move "Y" to WS-Refused-Function
                       perform 997-write-refusal-audit
                   when other
                       set WS-Signed-On to true
               end-evaluate
           end-if.

       990-read-profile-record Section.
       990-Begin.
           read profilefile
               at end
                   set End-Of-ProfileFile to true
               not at end
                   if OPR-USER-ID = WS-User-Id
                       set WS-Profile-Found to true
                   end-if
           end-read.

       991-process-choice Section.
       991-Begin.
           display " "
           display "SYSTEM STATUS OVERRIDE"
           display "  L - LIST STATUS AND ONLINE SESSIONS"
           display "  B - CLEAR BATCH IN PROGRESS"
           display "  S - CLEAR AN ONLINE SESSION"
           display "  X - EXIT"
           display "ENTER CHOICE: " with no advancing
           accept WS-Menu-Choice
           evaluate WS-Menu-Choice
               when "L"
               when "l"
                   perform 992-list-status
               when "B"
               when "b"
                   perform 994-clear-batch-status
               when "S"
               when "s"
                   perform 995-clear-session
               when "X"
               when "x"
                   set WS-Session-Done to true
               when other
                   display "INVALID CHOICE"
           end-evaluate.

       992-list-status Section.
       992-Begin.
           open input sysctlfile
           evaluate true
               when WS-SysCtl-Missing
                   display "NO SYSTEM STATUS FILE; NO STREAM HAS RUN"
                       " AND NO SESSION HAS SIGNED ON"
               when not WS-SysCtl-OK
                   display "SYSTEM STATUS FILE NOT AVAILABLE, STATUS "
                       WS-SysCtl-Status
               when other
                   move spaces to system-control-record
                   set SYS-STATUS-RECORD to true
                   read sysctlfile
                       invalid key
                           display "SYSTEM STATUS: NEVER SET"
                       not invalid key
                           if SYS-BATCH-IN-PROGRESS
                               display "SYSTEM STATUS: BATCH IN"
                                   " PROGRESS, STREAM " SYS-RUN-DATE
                           else
                               display "SYSTEM STATUS: CLEAR"
                           end-if
                           display "  LAST SET BY " SYS-SET-BY
                               " ON " SYS-SET-DATE " " SYS-SET-TIME
                   end-read
                   move zero to WS-Session-Count
                   move "N" to WS-List-Switch
                   move spaces to system-control-record
                   set SYS-SESSION-RECORD to true
                   start sysctlfile key is not less than SYS-KEY
                       invalid key
                           set WS-List-Done to true
                   end-start
                   perform 993-list-one-session until WS-List-Done
                   display "ONLINE SESSIONS ON FILE: " WS-Session-Count
                   close sysctlfile
           end-evaluate.

       993-list-one-session Section.
       993-Begin.
           read sysctlfile next record
               at end
                   set WS-List-Done to true
               not at end
                   if SYS-SESSION-RECORD
                       add 1 to WS-Session-Count
                       display "  SESSION " SYS-SESSION-JOB-ID
                           " USER " SYS-SESSION-USER-ID
                           " SIGNED ON " SYS-SET-DATE " "
                           SYS-SET-TIME
                   else
                       set WS-List-Done to true
                   end-if
           end-read.

       994-clear-batch-status Section.
      * Clearing the status of a stream still running would let the
      * online programs back into files the batch is working, so the
      * operator must confirm the stream has ended. The stream that
      * abended still has to be rerun; the driver resumes it from
      * the step that failed and sets the status again.
       994-Begin.
           open i-o sysctlfile
           if not WS-SysCtl-OK
               display "SYSTEM STATUS FILE NOT AVAILABLE, STATUS "
                   WS-SysCtl-Status
           else
               move spaces to system-control-record
               set SYS-STATUS-RECORD to true
               read sysctlfile
                   invalid key
                       display "SYSTEM STATUS IS NOT SET"
                   not invalid key
                       if not SYS-BATCH-IN-PROGRESS
                           display "SYSTEM STATUS IS NOT SET"
                       else
                           display "BATCH IN PROGRESS FOR STREAM "
                               SYS-RUN-DATE ", SET BY " SYS-SET-BY
                               " ON " SYS-SET-DATE " " SYS-SET-TIME
                           display "CONFIRM THE STREAM IS NO LONGER"
                               " RUNNING. CLEAR (Y/N)? "
                               with no advancing
                           accept WS-Confirm-Reply
                           if WS-Confirm-Reply = "Y" or
                              WS-Confirm-Reply = "y"
                               set SYS-BATCH-CLEAR to true
                               accept SYS-SET-DATE from date yyyymmdd
                               accept SYS-SET-TIME from time
                               move WS-User-Id to SYS-SET-BY
                               rewrite system-control-record
                               if WS-SysCtl-OK
                                   move "B" to WS-Override-Code
                                   move spaces to WS-Override-User
                                   perform 996-write-sysctl-audit
                                   display "BATCH IN PROGRESS CLEARED"
                               else
                                   display "CLEAR FAILED, STATUS "
                                       WS-SysCtl-Status
                               end-if
                           else
                               display "CLEAR NOT CONFIRMED"
                           end-if
                       end-if
               end-read
               close sysctlfile
           end-if.

       995-clear-session Section.
      * A session is named by the job-id of its program and the
      * operator's user-id, as the list shows them.
       995-Begin.
           display "ENTER SESSION JOB-ID: " with no advancing
           accept WS-Entry-Job-Id
           display "ENTER SESSION USER-ID: " with no advancing
           accept WS-Entry-User-Id
           open i-o sysctlfile
           if not WS-SysCtl-OK
               display "SYSTEM STATUS FILE NOT AVAILABLE, STATUS "
                   WS-SysCtl-Status
           else
               move spaces to system-control-record
               set SYS-SESSION-RECORD to true
               move WS-Entry-Job-Id to SYS-SESSION-JOB-ID
               move WS-Entry-User-Id to SYS-SESSION-USER-ID
               read sysctlfile
                   invalid key
                       display "NO SUCH SESSION ON FILE"
                   not invalid key
                       display "SESSION " SYS-SESSION-JOB-ID
                           " USER " SYS-SESSION-USER-ID
                           " SIGNED ON " SYS-SET-DATE " "
                           SYS-SET-TIME
                       display "CONFIRM THE SESSION HAS ENDED."
                           " CLEAR (Y/N)? " with no advancing
                       accept WS-Confirm-Reply
                       if WS-Confirm-Reply = "Y" or
                          WS-Confirm-Reply = "y"
                           delete sysctlfile record
                           if WS-SysCtl-OK
                               move "O" to WS-Override-Code
                               move WS-Entry-User-Id to
                                   WS-Override-User
                               perform 996-write-sysctl-audit
                               display "SESSION CLEARED"
                           else
                               display "CLEAR FAILED, STATUS "
                                   WS-SysCtl-Status
                           end-if
                       else
                           display "CLEAR NOT CONFIRMED"
                       end-if
               end-read
               close sysctlfile
           end-if.

       996-write-sysctl-audit Section.
      * The marker record carries what was cleared in the operator
      * field and, for a session, its user-id in the maker field;
      * reconciliation and the management report pass over it.
       996-Begin.
           move "*SYSCTL*" to AUD-TRANSACTION-ID
           move zero to AUD-OPERAND-1
           move WS-Override-Code to AUD-OPERATOR
           move zero to AUD-OPERAND-2
           move zero to AUD-RESULT
           move spaces to AUD-REJECT-REASON
           accept AUD-RUN-DATE from date yyyymmdd
           accept AUD-RUN-TIME from time
           move WS-Job-Id to AUD-JOB-ID
           move WS-User-Id to AUD-USER-ID
           set AUD-ACTION-CHANGE to true
           move zero to AUD-BATCH-NUMBER
           move WS-Override-User to AUD-MAKER-ID
           write audit-record.

       997-write-refusal-audit Section.
       997-Begin.
           move "*REFUSED*" to AUD-TRANSACTION-ID
           move zero to AUD-OPERAND-1
           move WS-Refused-Function to AUD-OPERATOR
           move zero to AUD-OPERAND-2
           move zero to AUD-RESULT
           move spaces to AUD-REJECT-REASON
           accept AUD-RUN-DATE from date yyyymmdd
           accept AUD-RUN-TIME from time
           move WS-Job-Id to AUD-JOB-ID
           move WS-User-Id to AUD-USER-ID
           set AUD-ACTION-REFUSED to true
           move zero to AUD-BATCH-NUMBER
           move spaces to AUD-MAKER-ID
           write audit-record.

       998-read-parm-file Section.
       998-Begin.
           open input parmfile
           if WS-Parm-Open-OK
               perform 999-read-parm-record until End-Of-ParmFile
               close parmfile
           end-if.

       999-read-parm-record Section.
       999-Begin.
           read parmfile
               at end
                   set End-Of-ParmFile to true
               not at end
                   evaluate PRM-KEYWORD
                       when "SYSCTLFILE"
                           move PRM-VALUE to WS-SysCtl-Path
                       when "AUDITFILE"
                           move PRM-VALUE to WS-Audit-Path
                       when "PROFILE"
                           move PRM-VALUE to WS-Profile-Path
                       when other
                           continue
                   end-evaluate
           end-read.

       End program Excercise1Sctl.
