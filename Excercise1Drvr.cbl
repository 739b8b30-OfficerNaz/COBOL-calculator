       Security. None.

      * Nightly job-stream driver. Runs the nightly sequence -
      * Excercise1Bkup, Excercise1, Excercise1Recon, Excercise1Rtn,
      * Excercise1Arch, Excercise1Extract - in order, recording each
      * step's start and end time and return code in the run log.
      * The backup generation is taken first, so a failed backup
      * stops the stream before the batch job runs. A step ending
      * with a return code above the tolerance stops the stream, so
      * the extract can never run against a master the
      * reconciliation has flagged. On the next invocation the
      * skipping the steps already completed; a RUNDATE card can
      * pin the stream to resume explicitly. Only when the latest
      * logged stream finished cleanly does a new stream start
      * under today's date. While a stream is under way the system
      * status is set to batch in progress, locking online entry and
      * repair out of the files the batch works; the status is
      * cleared only when the stream completes, so a stopped stream
      * keeps them out until it has been rerun to the end. The
      * driver will not start while an online session is still
      * signed on, and lists who is. Whether the stream completed or
      * stopped, it ends by building the morning operations status
      * report, which is not a step of the stream: it is not logged,
      * and its return code does not change the stream's. A stream
      * refused before it starts is logged as failed at the step it
      * would have started at, and the report is built all the
      * same.

       environment division.
       configuration section.
               file status is WS-RunLog-In-Status.
           Select RunLogOut assign using WS-RunLog-Path
               file status is WS-RunLog-Out-Status.
           Select SysCtlFile assign using WS-SysCtl-Path
               organization is indexed
               access mode is dynamic
               record key is SYS-KEY
               file status is WS-SysCtl-Status.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       01 RUNLOG-IN-RECORD         pic X(40).
       fd RunLogOut.
       COPY CBRUNLOG.
       fd SysCtlFile.
       COPY CBSYSCTL.
       fd ParmFile.
       COPY CBPARM.

       01 WS-File-Paths.
           05 WS-RunLog-Path pic X(68)
               value "C:\DataFiles\RunLog.dat".
           05 WS-SysCtl-Path pic X(68)
               value "C:\DataFiles\SysCtl.dat".
       01 WS-Max-Good-RC pic 9(2) value 4.
       01 WS-Step-Count pic 9(1) value 6.
       01 WS-Step-Name-List pic X(48)
           value "BACKUP  BATCH   RECON   RETURNS ARCHIVE EXTRACT ".
       01 WS-Step-Name-Table redefines WS-Step-Name-List.
           05 WS-Step-Name occurs 6 times pic X(8).
       01 WS-Step-Done-Table.
           05 WS-Step-Done-Flag occurs 6 times pic X(1).
               88 WS-Step-Done value "Y".
       01 WS-Step-Logged-Table.
           05 WS-Step-Logged-Status occurs 6 times pic X(1).
               88 WS-Step-Logged-Complete value "C".
               88 WS-Step-Logged-Failed value "F".
       01 WS-Logged-Count pic 9(1) value zero.
       01 WS-Failed-Count pic 9(1) value zero.
       01 WS-Step-Index pic 9(1) value zero.
       01 WS-Start-Step pic 9(1) value zero.
       01 WS-Step-RC pic 9(2) value zero.
       01 WS-Failed-Step-Name pic X(8) value spaces.
       01 WS-Switches.
               88 End-Of-ParmFile value "Y".
           05 WS-Stream-Switch pic x value "N".
               88 WS-Stream-Stopped value "Y".
           05 WS-Session-EOF-Switch pic x value "N".
               88 End-Of-Sessions value "Y".
           05 WS-Prior-Batch-Flag pic x value space.
               88 WS-Was-In-Progress value "B".
           05 WS-Status-On-File-Switch pic x value "N".
               88 WS-Status-On-File value "Y".
           05 WS-Cleared-Switch pic x value "N".
               88 WS-Lockout-Cleared value "Y".
           05 WS-Finished-Switch pic x value "N".
               88 WS-Stream-Finished value "Y".
       01 WS-File-Status.
           05 WS-RunLog-In-Status pic X(2) value "00".
               88 WS-RunLog-In-OK value "00".
               88 WS-RunLog-In-Missing value "35".
           05 WS-RunLog-Out-Status pic X(2) value "00".
               88 WS-RunLog-Out-OK value "00".
           05 WS-SysCtl-Status pic X(2) value "00".
               88 WS-SysCtl-OK value "00".
               88 WS-SysCtl-Missing value "35".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Session-Count pic 9(3) value zero.
       01 WS-User-Id pic X(8) value spaces.
       01 WS-Run-Date pic 9(8) value zero.
       01 WS-Today pic 9(8) value zero.
       01 WS-Latest-Log-Date pic 9(8) value zero.

       900-driver-mainline Section.
       900-Begin.
           accept WS-User-Id from environment "USER"
           perform 902-read-parm-file
           accept WS-Today from date yyyymmdd
           move "N" to WS-Step-Done-Flag (1)
           move "N" to WS-Step-Done-Flag (2)
           move "N" to WS-Step-Done-Flag (3)
           move "N" to WS-Step-Done-Flag (4)
           move "N" to WS-Step-Done-Flag (5)
           move "N" to WS-Step-Done-Flag (6)
           move spaces to WS-Step-Logged-Table
           perform 904-find-latest-log-date
      * A stream that failed overnight is rerun the next morning
      * under its own run date, so the completed steps still skip;
                   move WS-Today to WS-Run-Date
           end-evaluate
           perform 905-read-run-log
           perform 909-check-stream-finished
      * The latest logged stream finished cleanly, so this
      * invocation starts a fresh stream under today's date unless
      * a RUNDATE card pinned it.
           if WS-Parm-Run-Date = zero and
              WS-Run-Date not = WS-Today and
              WS-Stream-Finished
               move WS-Today to WS-Run-Date
               move "N" to WS-Step-Done-Flag (1)
               move "N" to WS-Step-Done-Flag (2)
               move "N" to WS-Step-Done-Flag (3)
               move "N" to WS-Step-Done-Flag (4)
               move "N" to WS-Step-Done-Flag (5)
               move "N" to WS-Step-Done-Flag (6)
           end-if
           perform 911-set-batch-status
           open extend runlogout
           if not WS-RunLog-Out-OK
               open output runlogout
           if not WS-RunLog-Out-OK
               display "RUN LOG OPEN FAILED, STATUS "
                   WS-RunLog-Out-Status
               perform 917-stream-not-started
           end-if
           perform 910-run-one-step
               varying WS-Step-Index from 1 by 1
               until WS-Step-Index > WS-Step-Count
                   or WS-Stream-Stopped
           close runlogout
           call "Excercise1Ops"
           if WS-Stream-Stopped
               display "STREAM STOPPED AT STEP "
                   WS-Failed-Step-Name
                   " RETURN CODE " WS-Step-RC
               display "ONLINE ENTRY AND REPAIR STAY LOCKED OUT UNTIL"
                   " THE STREAM COMPLETES"
               move WS-Step-RC to return-code
           else
               display "STREAM COMPLETE"
               move zero to return-code
               perform 914-clear-batch-status
           end-if.

       902-read-parm-file Section.
                   evaluate PRM-KEYWORD
                       when "RUNLOGFILE"
                           move PRM-VALUE to WS-RunLog-Path
                       when "SYSCTLFILE"
                           move PRM-VALUE to WS-SysCtl-Path
                       when "RUNDATE"
                           move PRM-VALUE to WS-Parm-Date-X
                           if WS-Parm-Date-X numeric
               when other
                   display "RUN LOG READ FAILED, STATUS "
                       WS-RunLog-In-Status
                   perform 917-stream-not-started
           end-evaluate.

       906-read-log-record Section.
               not at end
                   move RUNLOG-IN-RECORD to WS-Log-Record
                   if WSL-RUN-DATE numeric and
                      WSL-RUN-DATE = WS-Run-Date
                       perform 908-mark-step-done
                           varying WS-Step-Index from 1 by 1
                           until WS-Step-Index > WS-Step-Count
       908-mark-step-done Section.
       908-Begin.
           if WS-Step-Name (WS-Step-Index) = WSL-STEP-NAME
               move WSL-STEP-STATUS to
                   WS-Step-Logged-Status (WS-Step-Index)
               if WSL-STEP-COMPLETE
                   move "Y" to WS-Step-Done-Flag (WS-Step-Index)
               end-if
           end-if.

       909-check-stream-finished Section.
      * A stream finished when its last step completed, or when every
      * step it logged completed: a stream logged before steps were
      * added to the sequence never ran the new ones and is not left
      * unfinished by them. A step that stopped the stream is logged
      * failed, so that stream still resumes. A stream whose driver
      * abended inside a step logged nothing for that step, but left
      * the system status set for its run date, and resumes too.
       909-Begin.
           move "N" to WS-Finished-Switch
           if WS-Step-Done (WS-Step-Count)
               set WS-Stream-Finished to true
           else
               move zero to WS-Logged-Count
               move zero to WS-Failed-Count
               perform 915-count-one-logged-step
                   varying WS-Step-Index from 1 by 1
                   until WS-Step-Index > WS-Step-Count
               if WS-Logged-Count > zero and WS-Failed-Count = zero
                   set WS-Stream-Finished to true
                   perform 916-check-abended-stream
               end-if
           end-if.

       910-run-one-step Section.
               move zero to return-code
               evaluate WS-Step-Index
                   when 1
                       call "Excercise1Bkup"
                   when 2
                       call "Excercise1"
                   when 3
                       call "Excercise1Recon"
                   when 4
                       call "Excercise1Rtn"
                   when 5
                       call "Excercise1Arch"
                   when 6
                       call "Excercise1Extract"
               end-evaluate
               move return-code to WS-Step-RC
                   " RETURN CODE " WS-Step-RC
           end-if.

       911-set-batch-status Section.
      * The status is set before the sessions are looked at, and the
      * online programs put their session on file before they look
      * at the status, so a sign-on racing the start of the stream
      * is always caught by one side or the other. A status already
      * set is this driver's own stream being resumed.
       911-Begin.
           open i-o sysctlfile
           if WS-SysCtl-Missing
               open output sysctlfile
               close sysctlfile
               open i-o sysctlfile
           end-if
           if not WS-SysCtl-OK
               display "SYSTEM STATUS FILE OPEN FAILED, STATUS "
                   WS-SysCtl-Status
               perform 917-stream-not-started
           end-if
           move spaces to system-control-record
           set SYS-STATUS-RECORD to true
           move "Y" to WS-Status-On-File-Switch
           read sysctlfile
               invalid key
                   move "N" to WS-Status-On-File-Switch
                   move spaces to system-control-record
                   set SYS-STATUS-RECORD to true
                   move space to WS-Prior-Batch-Flag
               not invalid key
                   move SYS-BATCH-FLAG to WS-Prior-Batch-Flag
           end-read
           if WS-Was-In-Progress
               display "RESUMING STREAM, ONLINE LOCKOUT ALREADY SET"
           end-if
           set SYS-BATCH-IN-PROGRESS to true
           accept SYS-SET-DATE from date yyyymmdd
           accept SYS-SET-TIME from time
           move WS-User-Id to SYS-SET-BY
           move WS-Run-Date to SYS-RUN-DATE
           if WS-Status-On-File
               rewrite system-control-record
           else
               write system-control-record
           end-if
           if not WS-SysCtl-OK
               display "SYSTEM STATUS NOT SET, STATUS "
                   WS-SysCtl-Status
               close sysctlfile
               perform 917-stream-not-started
           end-if
           perform 912-list-online-sessions
           if WS-Session-Count > zero
               display "STREAM NOT STARTED - " WS-Session-Count
                   " ONLINE SESSION(S) STILL SIGNED ON"
               if not WS-Was-In-Progress
                   move spaces to system-control-record
                   set SYS-STATUS-RECORD to true
                   read sysctlfile
                       invalid key
                           continue
                       not invalid key
                           set SYS-BATCH-CLEAR to true
                           rewrite system-control-record
                   end-read
               end-if
               close sysctlfile
               perform 917-stream-not-started
           end-if
           close sysctlfile.

       912-list-online-sessions Section.
       912-Begin.
           move zero to WS-Session-Count
           move "N" to WS-Session-EOF-Switch
           move spaces to system-control-record
           set SYS-SESSION-RECORD to true
           start sysctlfile key is not less than SYS-KEY
               invalid key
                   set End-Of-Sessions to true
           end-start
           perform 913-read-next-session until End-Of-Sessions.

       913-read-next-session Section.
       913-Begin.
           read sysctlfile next record
               at end
                   set End-Of-Sessions to true
               not at end
                   if SYS-SESSION-RECORD
                       add 1 to WS-Session-Count
                       display "ONLINE SESSION ACTIVE: "
                           SYS-SESSION-JOB-ID " USER "
                           SYS-SESSION-USER-ID " SIGNED ON "
                           SYS-SET-DATE " " SYS-SET-TIME
                   else
                       set End-Of-Sessions to true
                   end-if
           end-read.

       914-clear-batch-status Section.
      * Only a completed stream lifts the lockout.
       914-Begin.
           move "N" to WS-Cleared-Switch
           open i-o sysctlfile
           if WS-SysCtl-OK
               move spaces to system-control-record
               set SYS-STATUS-RECORD to true
               read sysctlfile
                   invalid key
                       continue
                   not invalid key
                       set SYS-BATCH-CLEAR to true
                       accept SYS-SET-DATE from date yyyymmdd
                       accept SYS-SET-TIME from time
                       move WS-User-Id to SYS-SET-BY
                       rewrite system-control-record
               end-read
               if WS-SysCtl-OK
                   set WS-Lockout-Cleared to true
                   display "ONLINE LOCKOUT CLEARED"
               end-if
               close sysctlfile
           end-if
           if not WS-Lockout-Cleared
               display "SYSTEM STATUS NOT CLEARED - CLEAR IT WITH"
                   " THE OVERRIDE PROGRAM"
               move 8 to return-code
           end-if.

       915-count-one-logged-step Section.
       915-Begin.
           if WS-Step-Logged-Complete (WS-Step-Index)
               add 1 to WS-Logged-Count
           end-if
           if WS-Step-Logged-Failed (WS-Step-Index)
               add 1 to WS-Logged-Count
               add 1 to WS-Failed-Count
           end-if.

       916-check-abended-stream Section.
       916-Begin.
           open input sysctlfile
           if WS-SysCtl-OK
               move spaces to system-control-record
               set SYS-STATUS-RECORD to true
               read sysctlfile
                   invalid key
                       continue
                   not invalid key
                       if SYS-BATCH-IN-PROGRESS and
                          SYS-RUN-DATE = WS-Run-Date
                           move "N" to WS-Finished-Switch
                           display "STREAM " WS-Run-Date
                               " ENDED ABNORMALLY, RESUMING IT"
                       end-if
               end-read
               close sysctlfile
           end-if.

       917-stream-not-started Section.
      * A stream refused before its first step is logged as failed
      * at the step it would have started at, so the morning report
      * built here shows it did not run, and the next invocation
      * resumes it under its own run date as it would any stopped
      * stream. A run log that cannot be written leaves the report
      * to say what it can.
       917-Begin.
           move zero to WS-Start-Step
           perform 918-find-start-step
               varying WS-Step-Index from 1 by 1
               until WS-Step-Index > WS-Step-Count
           if WS-Start-Step = zero
               move 1 to WS-Start-Step
           end-if
           open extend runlogout
           if not WS-RunLog-Out-OK
               open output runlogout
           end-if
           if WS-RunLog-Out-OK
               move spaces to runlog-record
               move WS-Run-Date to RNL-RUN-DATE
               move WS-Step-Name (WS-Start-Step) to RNL-STEP-NAME
               accept RNL-START-TIME from time
               move RNL-START-TIME to RNL-END-TIME
               move 16 to RNL-RETURN-CODE
               set RNL-STEP-FAILED to true
               write runlog-record
               close runlogout
           end-if
           display "STREAM " WS-Run-Date " NOT STARTED, LOGGED AS"
               " STOPPED AT STEP " WS-Step-Name (WS-Start-Step)
           call "Excercise1Ops"
           move 16 to return-code
           stop run.

       918-find-start-step Section.
       918-Begin.
           if WS-Start-Step = zero and
              not WS-Step-Done (WS-Step-Index)
               move WS-Step-Index to WS-Start-Step
           end-if.

       End program Excercise1Drvr.
