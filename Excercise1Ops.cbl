       Identification Division.
       program-id. Excercise1Ops as "Excercise1Ops".
       Author.     Naz Sassine.
       Installation. Desktop.
       Date-written. 2026-10-15.
       Date-compiled. 2026-10-15.
       Security. None.

      * Morning operations status report. Gathers what the overnight
      * outputs say into one report for the operator coming on shift:
      * the outcome, start and end time and elapsed time of each step
      * of the latest stream on the run log, against the step's
      * average over the trailing thirty nights on the log, flagged
      * when a step ran long; file exceptions logged since the stream
      * run date, counted by file and status code; the discrepancies
      * on the reconciliation report; the rejects waiting for repair
      * and the items the last repair session sent to supervisor
      * review; the pending items coming due over the next few days;
      * and the extracts finance has not yet acknowledged. Each item
      * that needs somebody's attention is listed at the end under an
      * overall status - RED when the stream did not complete or the
      * reconciliation found discrepancies, AMBER when anything else
      * wants looking at, GREEN when nothing does - and the return
      * code follows it: 8 red, 4 amber, zero green. The stream
      * driver calls it after every stream, whether the stream
      * completed or stopped; it can also be run on its own.

       environment division.
       configuration section.
       source-computer. Desktop.
       object-computer. Desktop.
       Input-Output Section.
       File-Control.
           Select RunLogIn assign using WS-RunLog-Path
               file status is WS-RunLog-Status.
           Select ExceptionFile assign using WS-Exception-Path
               file status is WS-Exception-Status.
           Select ReconReport assign "C:\DataFiles\ReconRpt.dat"
               file status is WS-Recon-Status.
           Select RejectFile assign using WS-Reject-Path
               file status is WS-Reject-Status.
           Select SupervisorFile assign "C:\DataFiles\SupReview.dat"
               file status is WS-Supervisor-Status.
           Select PendFile assign using WS-Pend-Path
               file status is WS-Pend-Status.
           Select XtrCtlFile assign using WS-XtrCtl-Path
               file status is WS-XtrCtl-Status.
           Select OpsReport assign using WS-Ops-Rpt-Path
               file status is WS-Ops-Rpt-Status.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       Data Division.
       File Section.
       fd RunLogIn.
       COPY CBRUNLOG.
       fd ExceptionFile.
       COPY CBEXCPT.
       fd ReconReport.
       COPY CBRECON.
       fd RejectFile.
       COPY CBREJECT.
       fd SupervisorFile.
       COPY CBSUPRV.
       fd PendFile.
       COPY CBPEND.
       fd XtrCtlFile.
       COPY CBXCTL.
       fd OpsReport.
       COPY CBOPSRPT.
       fd ParmFile.
       COPY CBPARM.

       working-storage section.
       01 WS-File-Paths.
           05 WS-RunLog-Path pic X(68)
               value "C:\DataFiles\RunLog.dat".
           05 WS-Exception-Path pic X(68)
               value "C:\DataFiles\Except.dat".
           05 WS-Reject-Path pic X(68)
               value "C:\DataFiles\DataReject.dat".
           05 WS-Pend-Path pic X(68)
               value "C:\DataFiles\DataPend.dat".
           05 WS-XtrCtl-Path pic X(68)
               value "C:\DataFiles\ExtractCtl.dat".
           05 WS-Ops-Rpt-Path pic X(68)
               value "C:\DataFiles\OpsRpt.dat".
       01 WS-Run-Controls.
           05 WS-Due-Days pic 9(3) value 3.
           05 WS-Age-Days pic 9(3) value 7.
           05 WS-Long-Run-Pct pic 9(3) value 150.
      * A step finishing less than a minute over its average is not
      * flagged whatever the percentage, so a step of a few seconds
      * does not trip on noise.
           05 WS-Long-Run-Floor pic 9(9) value 6000.
       01 WS-Parm-Work-Num pic X(7).
       01 WS-Parm-Work-Num-9 redefines WS-Parm-Work-Num pic 9(7).
       01 WS-Date-Fields.
           05 WS-Today pic 9(8) value zero.
           05 WS-Stream-Date pic 9(8) value zero.
           05 WS-Earliest-Night pic 9(8) value zero.
           05 WS-Exception-From pic 9(8) value zero.
           05 WS-Recon-Date pic 9(8) value zero.
           05 WS-Due-Cutoff pic 9(8) value zero.
           05 WS-Age-Cutoff pic 9(8) value zero.
           05 WS-Cal-Date pic 9(8) value zero.
           05 WS-Cal-Split redefines WS-Cal-Date.
               10 WS-Cal-Year pic 9(4).
               10 WS-Cal-Month pic 9(2).
               10 WS-Cal-Day pic 9(2).
           05 WS-Month-Length pic 9(2) value zero.
           05 WS-Leap-Work.
               10 WS-Leap-Quotient pic 9(4) value zero.
               10 WS-Leap-Rem-4 pic 9(4) value zero.
               10 WS-Leap-Rem-100 pic 9(4) value zero.
               10 WS-Leap-Rem-400 pic 9(4) value zero.
       01 WS-Month-Days-List pic X(24)
           value "312831303130313130313031".
       01 WS-Month-Days-Table redefines WS-Month-Days-List.
           05 WS-Month-Days occurs 12 times pic 9(2).
       01 WS-Step-Count pic 9(1) value 6.
       01 WS-Step-Name-List pic X(48)
           value "BACKUP  BATCH   RECON   RETURNS ARCHIVE EXTRACT ".
       01 WS-Step-Name-Table redefines WS-Step-Name-List.
           05 WS-Step-Name occurs 6 times pic X(8).
       01 WS-Step-Stats.
           05 WS-Stp-Entry occurs 6 times.
               10 WS-Stp-Outcome pic X(1).
                   88 WS-Stp-Complete value "C".
                   88 WS-Stp-Failed value "F".
               10 WS-Stp-RC pic 9(2).
               10 WS-Stp-Start pic 9(8).
               10 WS-Stp-End pic 9(8).
               10 WS-Stp-Hist-Total pic 9(11).
               10 WS-Stp-Hist-Nights pic 9(3).
       01 WS-Step-Work.
           05 WS-Step-Index pic 9(1) value zero.
           05 WS-Step-Match pic 9(1) value zero.
      * The latest stream and the thirty before it: the table keeps
      * the most recent distinct run dates on the log, so the oldest
      * of them bounds the trailing average.
       01 WS-Night-Fields.
           05 WS-Night-Max pic 9(2) value 31.
           05 WS-Night-Count pic 9(2) value zero.
           05 WS-Night-Index pic 9(2) value zero.
           05 WS-Night-Match pic 9(2) value zero.
           05 WS-Earliest-Index pic 9(2) value zero.
       01 WS-Night-Table.
           05 WS-Night-Date occurs 31 times pic 9(8).
       01 WS-Clock-Work.
           05 WS-Clock-Time pic 9(8) value zero.
           05 WS-Clock-Split redefines WS-Clock-Time.
               10 WS-Clk-HH pic 9(2).
               10 WS-Clk-MM pic 9(2).
               10 WS-Clk-SS pic 9(2).
               10 WS-Clk-CC pic 9(2).
           05 WS-Clock-Hundredths pic 9(9) value zero.
           05 WS-Clock-Rest pic 9(9) value zero.
           05 WS-Clock-Display.
               10 WS-Dsp-HH pic 9(2).
               10 FILLER pic X(1) value ":".
               10 WS-Dsp-MM pic 9(2).
               10 FILLER pic X(1) value ":".
               10 WS-Dsp-SS pic 9(2).
           05 WS-Start-Hundredths pic 9(9) value zero.
           05 WS-End-Hundredths pic 9(9) value zero.
           05 WS-Elapsed pic 9(9) value zero.
           05 WS-Average pic 9(9) value zero.
           05 WS-Long-Limit pic 9(11) value zero.
           05 WS-Elapsed-Display pic X(8).
           05 WS-Average-Display pic X(8).
       01 WS-Exc-Stats-Fields.
           05 WS-Exc-Max pic 9(2) value 30.
           05 WS-Exc-Count pic 9(2) value zero.
           05 WS-Exc-Index pic 9(2) value zero.
           05 WS-Exc-Match pic 9(2) value zero.
       01 WS-Exc-Stats.
           05 WS-Exc-Entry occurs 30 times.
               10 WS-Exc-File-Id pic X(10).
               10 WS-Exc-Status pic X(2).
               10 WS-Exc-Tally pic 9(7).
       COPY CBINFILE.
       01 WS-Counts.
           05 WS-Exc-Total pic 9(7) value zero.
           05 WS-Exc-Overflow pic 9(7) value zero.
           05 WS-Recon-Discrepancies pic 9(7) value zero.
           05 WS-Rejects-Waiting pic 9(7) value zero.
           05 WS-Supervisor-Items pic 9(7) value zero.
           05 WS-Pending-On-File pic 9(7) value zero.
           05 WS-Pending-Due pic 9(7) value zero.
           05 WS-Extracts-Outstanding pic 9(7) value zero.
           05 WS-Extracts-Aged pic 9(7) value zero.
       01 WS-Attention-Fields.
           05 WS-Att-Max pic 9(2) value 20.
           05 WS-Att-Count pic 9(2) value zero.
           05 WS-Att-Index pic 9(2) value zero.
           05 WS-Att-Work-Level pic X(5).
           05 WS-Att-Work-Text pic X(60).
       01 WS-Attention-Table.
           05 WS-Att-Entry occurs 20 times.
               10 WS-Att-Level pic X(5).
               10 WS-Att-Text pic X(60).
       01 WS-Overall-Status pic X(5) value "GREEN".
           88 WS-Status-Green value "GREEN".
           88 WS-Status-Amber value "AMBER".
           88 WS-Status-Red value "RED".
       01 WS-Section-Title pic X(60).
       01 WS-Edit-RC pic 9(2).
       01 WS-Switches.
           05 WS-Log-EOF-Switch pic x value "N".
               88 End-Of-RunLog value "Y".
           05 WS-Exception-EOF-Switch pic x value "N".
               88 End-Of-ExceptionFile value "Y".
           05 WS-Recon-EOF-Switch pic x value "N".
               88 End-Of-ReconReport value "Y".
           05 WS-Reject-EOF-Switch pic x value "N".
               88 End-Of-RejectFile value "Y".
           05 WS-Supervisor-EOF-Switch pic x value "N".
               88 End-Of-SupervisorFile value "Y".
           05 WS-Pend-EOF-Switch pic x value "N".
               88 End-Of-PendFile value "Y".
           05 WS-XtrCtl-EOF-Switch pic x value "N".
               88 End-Of-XtrCtl value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
           05 WS-Leap-Switch pic x value "N".
               88 WS-Leap-Year value "Y".
           05 WS-Stopped-Switch pic x value "N".
               88 WS-Stream-Stopped value "Y".
           05 WS-Recon-Stale-Switch pic x value "N".
               88 WS-Recon-Stale value "Y".
       01 WS-File-Status.
           05 WS-RunLog-Status pic X(2) value "00".
               88 WS-RunLog-OK value "00".
               88 WS-RunLog-Missing value "35".
           05 WS-Exception-Status pic X(2) value "00".
               88 WS-Exception-OK value "00".
               88 WS-Exception-Missing value "35".
           05 WS-Recon-Status pic X(2) value "00".
               88 WS-Recon-OK value "00".
               88 WS-Recon-Missing value "35".
           05 WS-Reject-Status pic X(2) value "00".
               88 WS-Reject-OK value "00".
               88 WS-Reject-Missing value "35".
           05 WS-Supervisor-Status pic X(2) value "00".
               88 WS-Supervisor-OK value "00".
               88 WS-Supervisor-Missing value "35".
           05 WS-Pend-Status pic X(2) value "00".
               88 WS-Pend-OK value "00".
               88 WS-Pend-Missing value "35".
           05 WS-XtrCtl-Status pic X(2) value "00".
               88 WS-XtrCtl-OK value "00".
               88 WS-XtrCtl-Missing value "35".
           05 WS-Ops-Rpt-Status pic X(2) value "00".
               88 WS-Ops-Rpt-OK value "00".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".

       Procedure Division.
       001-Main Section.
       001-Begin.
           perform 561-ops-mainline
           goback.

       561-ops-mainline Section.
       561-Begin.
           perform 562-read-parm-file
           accept WS-Today from date yyyymmdd
           perform 564-compute-report-dates
           open output opsreport
           if not WS-Ops-Rpt-OK
               display "OPERATIONS REPORT OPEN FAILED, STATUS "
                   WS-Ops-Rpt-Status
               move 16 to return-code
               goback
           end-if
           perform 569-scan-run-log
           perform 568-print-headline
           perform 578-print-step-section
           perform 583-report-exceptions
           perform 587-report-recon
           perform 589-report-repair-queue
           perform 592-report-pending-due
           perform 594-report-extracts
           perform 598-print-overall-status
           close opsreport
           display "OPERATIONS STATUS: " WS-Overall-Status
           evaluate true
               when WS-Status-Red
                   move 8 to return-code
               when WS-Status-Amber
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate.

       562-read-parm-file Section.
       562-Begin.
           open input parmfile
           if WS-Parm-Open-OK
               perform 563-read-parm-record until End-Of-ParmFile
               close parmfile
           end-if.

       563-read-parm-record Section.
       563-Begin.
           read parmfile
               at end
                   set End-Of-ParmFile to true
               not at end
                   evaluate PRM-KEYWORD
                       when "RUNLOGFILE"
                           move PRM-VALUE to WS-RunLog-Path
                       when "EXCEPTFILE"
                           move PRM-VALUE to WS-Exception-Path
                       when "REJECTFILE"
                           move PRM-VALUE to WS-Reject-Path
                       when "PENDFILE"
                           move PRM-VALUE to WS-Pend-Path
                       when "XTRCTLFILE"
                           move PRM-VALUE to WS-XtrCtl-Path
                       when "OPSRPT"
                           move PRM-VALUE to WS-Ops-Rpt-Path
                       when "ACKAGEDAYS"
                           move PRM-VALUE-DIGITS to WS-Parm-Work-Num
                           inspect WS-Parm-Work-Num
                               replacing leading " " by "0"
                           if WS-Parm-Work-Num numeric and
                              WS-Parm-Work-Num-9 > zero and
                              WS-Parm-Work-Num-9 < 1000
                               move WS-Parm-Work-Num-9 to
                                   WS-Age-Days
                           else
                               display "INVALID ACKAGEDAYS PARM: "
                                   PRM-VALUE
                           end-if
                       when "PENDDUEDAYS"
                           move PRM-VALUE-DIGITS to WS-Parm-Work-Num
                           inspect WS-Parm-Work-Num
                               replacing leading " " by "0"
                           if WS-Parm-Work-Num numeric and
                              WS-Parm-Work-Num-9 < 1000
                               move WS-Parm-Work-Num-9 to
                                   WS-Due-Days
                           else
                               display "INVALID PENDDUEDAYS PARM: "
                                   PRM-VALUE
                           end-if
                       when "LONGRUNPCT"
                           move PRM-VALUE-DIGITS to WS-Parm-Work-Num
                           inspect WS-Parm-Work-Num
                               replacing leading " " by "0"
                           if WS-Parm-Work-Num numeric and
                              WS-Parm-Work-Num-9 > 100 and
                              WS-Parm-Work-Num-9 < 1000
                               move WS-Parm-Work-Num-9 to
                                   WS-Long-Run-Pct
                           else
                               display "INVALID LONGRUNPCT PARM: "
                                   PRM-VALUE
                           end-if
                       when other
                           continue
                   end-evaluate
           end-read.

       564-compute-report-dates Section.
      * The due window runs forward from today and the extract aging
      * cutoff back from it, a calendar day at a time, the same way
      * the acknowledgment job ages its extracts.
       564-Begin.
           move WS-Today to WS-Cal-Date
           perform 565-step-forward-one-day WS-Due-Days times
           move WS-Cal-Date to WS-Due-Cutoff
           move WS-Today to WS-Cal-Date
           perform 566-step-back-one-day WS-Age-Days times
           move WS-Cal-Date to WS-Age-Cutoff.

       565-step-forward-one-day Section.
       565-Begin.
           move WS-Month-Days (WS-Cal-Month) to WS-Month-Length
           if WS-Cal-Month = 2
               perform 567-check-leap-year
               if WS-Leap-Year
                   move 29 to WS-Month-Length
               end-if
           end-if
           if WS-Cal-Day < WS-Month-Length
               add 1 to WS-Cal-Day
           else
               move 1 to WS-Cal-Day
               if WS-Cal-Month < 12
                   add 1 to WS-Cal-Month
               else
                   move 1 to WS-Cal-Month
                   add 1 to WS-Cal-Year
               end-if
           end-if.

       566-step-back-one-day Section.
       566-Begin.
           if WS-Cal-Day > 1
               subtract 1 from WS-Cal-Day
           else
               if WS-Cal-Month > 1
                   subtract 1 from WS-Cal-Month
               else
                   move 12 to WS-Cal-Month
                   subtract 1 from WS-Cal-Year
               end-if
               move WS-Month-Days (WS-Cal-Month) to WS-Cal-Day
               if WS-Cal-Month = 2
                   perform 567-check-leap-year
                   if WS-Leap-Year
                       move 29 to WS-Cal-Day
                   end-if
               end-if
           end-if.

       567-check-leap-year Section.
       567-Begin.
           move "N" to WS-Leap-Switch
           divide WS-Cal-Year by 4
               giving WS-Leap-Quotient
               remainder WS-Leap-Rem-4
           divide WS-Cal-Year by 100
               giving WS-Leap-Quotient
               remainder WS-Leap-Rem-100
           divide WS-Cal-Year by 400
               giving WS-Leap-Quotient
               remainder WS-Leap-Rem-400
           if WS-Leap-Rem-4 = zero and
              (WS-Leap-Rem-100 not = zero or
               WS-Leap-Rem-400 = zero)
               set WS-Leap-Year to true
           end-if.

       568-print-headline Section.
       568-Begin.
           move spaces to ops-line
           move "MORNING OPERATIONS STATUS REPORT" to OPS-HDR-TITLE
           move "RUN DATE:" to OPS-HDR-DATE-LIT
           move WS-Today to OPS-HDR-DATE
           move "STREAM:" to OPS-HDR-STREAM-LIT
           move WS-Stream-Date to OPS-HDR-STREAM-DATE
           write ops-line.

       569-scan-run-log Section.
      * The first pass finds the latest stream and the run dates of
      * the nights before it; the second takes the latest stream's
      * step outcomes and totals each step's completed elapsed times
      * over the trailing nights. A step rerun after a failure has
      * both entries on the log, and the later one stands.
       569-Begin.
           move "N" to WS-Log-EOF-Switch
           open input runlogin
           evaluate true
               when WS-RunLog-OK
                   perform 570-scan-one-log-record until End-Of-RunLog
                   close runlogin
               when WS-RunLog-Missing
                   continue
               when other
                   move "RED" to WS-Att-Work-Level
                   move spaces to WS-Att-Work-Text
                   string "RUN LOG NOT READABLE, STATUS "
                           delimited by size
                          WS-RunLog-Status delimited by size
                       into WS-Att-Work-Text
                   perform 597-note-attention
           end-evaluate
           perform 574-initialize-one-step
               varying WS-Step-Index from 1 by 1
               until WS-Step-Index > WS-Step-Count
           if WS-Night-Count > zero
               move WS-Night-Date (WS-Earliest-Index) to
                   WS-Earliest-Night
               move "N" to WS-Log-EOF-Switch
               open input runlogin
               if WS-RunLog-OK
                   perform 575-read-one-log-record
                       until End-Of-RunLog
                   close runlogin
               end-if
           end-if.

       570-scan-one-log-record Section.
       570-Begin.
           read runlogin
               at end
                   set End-Of-RunLog to true
               not at end
                   if RNL-RUN-DATE numeric
                       perform 571-note-night
                   end-if
           end-read.

       571-note-night Section.
      * With the table full, a later run date displaces the earliest
      * one held, so the table always ends up with the latest.
       571-Begin.
           if RNL-RUN-DATE > WS-Stream-Date
               move RNL-RUN-DATE to WS-Stream-Date
           end-if
           move zero to WS-Night-Match
           perform 572-match-night
               varying WS-Night-Index from 1 by 1
               until WS-Night-Index > WS-Night-Count
                   or WS-Night-Match > zero
           if WS-Night-Match = zero
               if WS-Night-Count < WS-Night-Max
                   add 1 to WS-Night-Count
                   move RNL-RUN-DATE to WS-Night-Date (WS-Night-Count)
               else
                   if RNL-RUN-DATE >
                      WS-Night-Date (WS-Earliest-Index)
                       move RNL-RUN-DATE to
                           WS-Night-Date (WS-Earliest-Index)
                   end-if
               end-if
               move 1 to WS-Earliest-Index
               perform 573-find-earliest-night
                   varying WS-Night-Index from 2 by 1
                   until WS-Night-Index > WS-Night-Count
           end-if.

       572-match-night Section.
       572-Begin.
           if WS-Night-Date (WS-Night-Index) = RNL-RUN-DATE
               move WS-Night-Index to WS-Night-Match
           end-if.

       573-find-earliest-night Section.
       573-Begin.
           if WS-Night-Date (WS-Night-Index) <
              WS-Night-Date (WS-Earliest-Index)
               move WS-Night-Index to WS-Earliest-Index
           end-if.

       574-initialize-one-step Section.
       574-Begin.
           move space to WS-Stp-Outcome (WS-Step-Index)
           move zero to WS-Stp-RC (WS-Step-Index)
           move zero to WS-Stp-Start (WS-Step-Index)
           move zero to WS-Stp-End (WS-Step-Index)
           move zero to WS-Stp-Hist-Total (WS-Step-Index)
           move zero to WS-Stp-Hist-Nights (WS-Step-Index).

       575-read-one-log-record Section.
       575-Begin.
           read runlogin
               at end
                   set End-Of-RunLog to true
               not at end
                   if RNL-RUN-DATE numeric and
                      RNL-RUN-DATE not < WS-Earliest-Night
                       move zero to WS-Step-Match
                       perform 576-match-step
                           varying WS-Step-Index from 1 by 1
                           until WS-Step-Index > WS-Step-Count
                               or WS-Step-Match > zero
                       if WS-Step-Match > zero
                           perform 577-apply-log-record
                       end-if
                   end-if
           end-read.

       576-match-step Section.
       576-Begin.
           if WS-Step-Name (WS-Step-Index) = RNL-STEP-NAME
               move WS-Step-Index to WS-Step-Match
           end-if.

       577-apply-log-record Section.
      * Only completed runs go into the average; a failed run's time
      * says nothing about how long the step takes.
       577-Begin.
           if RNL-RUN-DATE = WS-Stream-Date
               move RNL-STEP-STATUS to WS-Stp-Outcome (WS-Step-Match)
               move RNL-RETURN-CODE to WS-Stp-RC (WS-Step-Match)
               move RNL-START-TIME to WS-Stp-Start (WS-Step-Match)
               move RNL-END-TIME to WS-Stp-End (WS-Step-Match)
           else
               if RNL-STEP-COMPLETE
                   move RNL-START-TIME to WS-Clock-Time
                   perform 580-clock-to-hundredths
                   move WS-Clock-Hundredths to WS-Start-Hundredths
                   move RNL-END-TIME to WS-Clock-Time
                   perform 580-clock-to-hundredths
                   move WS-Clock-Hundredths to WS-End-Hundredths
                   perform 581-compute-elapsed
                   add WS-Elapsed to WS-Stp-Hist-Total (WS-Step-Match)
                   add 1 to WS-Stp-Hist-Nights (WS-Step-Match)
               end-if
           end-if.

       578-print-step-section Section.
       578-Begin.
           move "NIGHTLY STREAM STEPS" to WS-Section-Title
           perform 596-write-section-title
           if WS-Stream-Date = zero
               move spaces to ops-line
               move "NO NIGHTLY STREAM ON THE RUN LOG" to
                   OPS-SEC-TITLE
               write ops-line
               move "RED" to WS-Att-Work-Level
               move "NO NIGHTLY STREAM ON THE RUN LOG" to
                   WS-Att-Work-Text
               perform 597-note-attention
           else
               move spaces to ops-line
               string "STEP      OUTCOME     RC   START     END"
                       delimited by size
                      "       ELAPSED   AVERAGE  NIGHTS"
                       delimited by size
                   into ops-line
               write ops-line
               move "N" to WS-Stopped-Switch
               perform 579-print-one-step
                   varying WS-Step-Index from 1 by 1
                   until WS-Step-Index > WS-Step-Count
               move spaces to ops-line
               write ops-line
               move "TRAILING NIGHTS ON THE RUN LOG" to
                   OPS-CNT-LABEL
               compute OPS-CNT-VALUE = WS-Night-Count - 1
               write ops-line
               move spaces to ops-line
               if WS-Stream-Stopped
                   move "STREAM DID NOT COMPLETE" to OPS-CNT-LABEL
               else
                   move "STREAM COMPLETE" to OPS-CNT-LABEL
               end-if
               write ops-line
           end-if.

       579-print-one-step Section.
      * The first step of the stream that did not complete is what
      * stopped it; the steps after it simply never ran.
       579-Begin.
           move spaces to ops-line
           move WS-Step-Name (WS-Step-Index) to OPS-STP-NAME
           move spaces to WS-Elapsed-Display
           move zero to WS-Elapsed
           if WS-Stp-Complete (WS-Step-Index) or
              WS-Stp-Failed (WS-Step-Index)
               move WS-Stp-Start (WS-Step-Index) to WS-Clock-Time
               perform 580-clock-to-hundredths
               move WS-Clock-Hundredths to WS-Start-Hundredths
               move WS-Stp-End (WS-Step-Index) to WS-Clock-Time
               perform 580-clock-to-hundredths
               move WS-Clock-Hundredths to WS-End-Hundredths
               perform 581-compute-elapsed
               move WS-Start-Hundredths to WS-Clock-Hundredths
               perform 582-format-clock
               move WS-Clock-Display to OPS-STP-START
               move WS-End-Hundredths to WS-Clock-Hundredths
               perform 582-format-clock
               move WS-Clock-Display to OPS-STP-END
               move WS-Elapsed to WS-Clock-Hundredths
               perform 582-format-clock
               move WS-Clock-Display to WS-Elapsed-Display
               move WS-Elapsed-Display to OPS-STP-ELAPSED
               move WS-Stp-RC (WS-Step-Index) to OPS-STP-RC
           end-if
           evaluate true
               when WS-Stp-Complete (WS-Step-Index)
                   move "COMPLETE" to OPS-STP-OUTCOME
               when WS-Stp-Failed (WS-Step-Index)
                   move "FAILED" to OPS-STP-OUTCOME
               when other
                   move "NOT RUN" to OPS-STP-OUTCOME
           end-evaluate
           move WS-Stp-Hist-Nights (WS-Step-Index) to OPS-STP-NIGHTS
           if WS-Stp-Hist-Nights (WS-Step-Index) = zero
               move spaces to WS-Average-Display
               move "NO HISTORY" to OPS-STP-FLAG
           else
               compute WS-Average rounded =
                   WS-Stp-Hist-Total (WS-Step-Index) /
                   WS-Stp-Hist-Nights (WS-Step-Index)
               move WS-Average to WS-Clock-Hundredths
               perform 582-format-clock
               move WS-Clock-Display to WS-Average-Display
               move WS-Average-Display to OPS-STP-AVERAGE
           end-if
           if WS-Stp-Complete (WS-Step-Index) and
              WS-Stp-Hist-Nights (WS-Step-Index) > zero
               compute WS-Long-Limit =
                   WS-Average * WS-Long-Run-Pct / 100
               if WS-Elapsed > WS-Long-Limit and
                  WS-Elapsed - WS-Average not < WS-Long-Run-Floor
                   move "RAN LONG" to OPS-STP-FLAG
               end-if
           end-if
           write ops-line
           move WS-Stp-RC (WS-Step-Index) to WS-Edit-RC
           evaluate true
               when WS-Stream-Stopped
                   continue
               when WS-Stp-Failed (WS-Step-Index)
                   set WS-Stream-Stopped to true
                   move "RED" to WS-Att-Work-Level
                   move spaces to WS-Att-Work-Text
                   string "STREAM STOPPED - STEP " delimited by size
                          WS-Step-Name (WS-Step-Index)
                           delimited by space
                          " FAILED, RETURN CODE " delimited by size
                          WS-Edit-RC delimited by size
                       into WS-Att-Work-Text
                   perform 597-note-attention
               when not WS-Stp-Complete (WS-Step-Index)
                   set WS-Stream-Stopped to true
                   move "RED" to WS-Att-Work-Level
                   move spaces to WS-Att-Work-Text
                   string "STREAM DID NOT COMPLETE - STEP "
                           delimited by size
                          WS-Step-Name (WS-Step-Index)
                           delimited by space
                          " NOT RUN" delimited by size
                       into WS-Att-Work-Text
                   perform 597-note-attention
               when other
                   if WS-Stp-RC (WS-Step-Index) > zero
                       move "AMBER" to WS-Att-Work-Level
                       move spaces to WS-Att-Work-Text
                       string "STEP " delimited by size
                              WS-Step-Name (WS-Step-Index)
                               delimited by space
                              " ENDED WITH RETURN CODE "
                               delimited by size
                              WS-Edit-RC delimited by size
                           into WS-Att-Work-Text
                       perform 597-note-attention
                   end-if
           end-evaluate
           if OPS-STP-FLAG = "RAN LONG"
               move "AMBER" to WS-Att-Work-Level
               move spaces to WS-Att-Work-Text
               string "STEP " delimited by size
                      WS-Step-Name (WS-Step-Index)
                       delimited by space
                      " RAN LONG: " delimited by size
                      WS-Elapsed-Display delimited by size
                      " AGAINST AVERAGE " delimited by size
                      WS-Average-Display delimited by size
                   into WS-Att-Work-Text
               perform 597-note-attention
           end-if.

       580-clock-to-hundredths Section.
       580-Begin.
           if WS-Clock-Time numeric
               compute WS-Clock-Hundredths =
                   WS-Clk-HH * 360000 + WS-Clk-MM * 6000
                   + WS-Clk-SS * 100 + WS-Clk-CC
           else
               move zero to WS-Clock-Hundredths
           end-if.

       581-compute-elapsed Section.
      * A step running over midnight ends on a clock reading below
      * its start.
       581-Begin.
           if WS-End-Hundredths < WS-Start-Hundredths
               compute WS-Elapsed = WS-End-Hundredths + 8640000
                   - WS-Start-Hundredths
           else
               compute WS-Elapsed = WS-End-Hundredths
                   - WS-Start-Hundredths
           end-if.

       582-format-clock Section.
       582-Begin.
           divide WS-Clock-Hundredths by 360000
               giving WS-Dsp-HH
               remainder WS-Clock-Rest
           divide WS-Clock-Rest by 6000
               giving WS-Dsp-MM
               remainder WS-Clock-Hundredths
           divide WS-Clock-Hundredths by 100
               giving WS-Dsp-SS.

       583-report-exceptions Section.
      * The exception file is appended to run after run, so only the
      * entries logged on or after the stream's run date are counted.
       583-Begin.
           move "FILE EXCEPTIONS SINCE THE STREAM RUN DATE" to
               WS-Section-Title
           perform 596-write-section-title
           if WS-Stream-Date > zero
               move WS-Stream-Date to WS-Exception-From
           else
               move WS-Today to WS-Exception-From
           end-if
           open input exceptionfile
           evaluate true
               when WS-Exception-OK
                   perform 584-read-one-exception
                       until End-Of-ExceptionFile
                   close exceptionfile
               when WS-Exception-Missing
                   continue
               when other
                   move "AMBER" to WS-Att-Work-Level
                   move spaces to WS-Att-Work-Text
                   string "EXCEPTION FILE NOT READABLE, STATUS "
                           delimited by size
                          WS-Exception-Status delimited by size
                       into WS-Att-Work-Text
                   perform 597-note-attention
           end-evaluate
           if WS-Exc-Count > zero
               move "FILE-ID     STATUS    COUNT" to ops-line
               write ops-line
               perform 586-print-one-exception
                   varying WS-Exc-Index from 1 by 1
                   until WS-Exc-Index > WS-Exc-Count
           end-if
           if WS-Exc-Overflow > zero
               move spaces to ops-line
               move "OTHER FILE AND STATUS COMBINATIONS" to
                   OPS-CNT-LABEL
               move WS-Exc-Overflow to OPS-CNT-VALUE
               write ops-line
           end-if
           move spaces to ops-line
           move "EXCEPTIONS LOGGED" to OPS-CNT-LABEL
           move WS-Exc-Total to OPS-CNT-VALUE
           write ops-line
           if WS-Exc-Total > zero
               move "AMBER" to WS-Att-Work-Level
               move "FILE EXCEPTIONS LOGGED DURING THE STREAM" to
                   WS-Att-Work-Text
               perform 597-note-attention
           end-if.

       584-read-one-exception Section.
       584-Begin.
           read exceptionfile
               at end
                   set End-Of-ExceptionFile to true
               not at end
                   if EXC-DATE numeric and
                      EXC-DATE not < WS-Exception-From
                       add 1 to WS-Exc-Total
                       move zero to WS-Exc-Match
                       perform 585-find-exception-entry
                           varying WS-Exc-Index from 1 by 1
                           until WS-Exc-Index > WS-Exc-Count
                               or WS-Exc-Match > zero
                       if WS-Exc-Match = zero
                           if WS-Exc-Count < WS-Exc-Max
                               add 1 to WS-Exc-Count
                               move EXC-FILE-ID to
                                   WS-Exc-File-Id (WS-Exc-Count)
                               move EXC-STATUS-CODE to
                                   WS-Exc-Status (WS-Exc-Count)
                               move zero to WS-Exc-Tally (WS-Exc-Count)
                               move WS-Exc-Count to WS-Exc-Match
                           else
                               add 1 to WS-Exc-Overflow
                           end-if
                       end-if
                       if WS-Exc-Match > zero
                           add 1 to WS-Exc-Tally (WS-Exc-Match)
                       end-if
                   end-if
           end-read.

       585-find-exception-entry Section.
       585-Begin.
           if WS-Exc-File-Id (WS-Exc-Index) = EXC-FILE-ID and
              WS-Exc-Status (WS-Exc-Index) = EXC-STATUS-CODE
               move WS-Exc-Index to WS-Exc-Match
           end-if.

       586-print-one-exception Section.
       586-Begin.
           move spaces to ops-line
           move WS-Exc-File-Id (WS-Exc-Index) to OPS-EXC-FILE-ID
           move WS-Exc-Status (WS-Exc-Index) to OPS-EXC-STATUS
           move WS-Exc-Tally (WS-Exc-Index) to OPS-EXC-COUNT
           write ops-line.

       587-report-recon Section.
      * A reconciliation report dated before the stream belongs to an
      * earlier night - the stream stopped before it reached the
      * reconciliation - so its lines are not repeated here.
       587-Begin.
           move "RECONCILIATION DISCREPANCIES" to WS-Section-Title
           perform 596-write-section-title
           move "N" to WS-Recon-Stale-Switch
           open input reconreport
           evaluate true
               when WS-Recon-OK
                   perform 588-read-one-recon-line
                       until End-Of-ReconReport
                   close reconreport
                   move spaces to ops-line
                   if WS-Recon-Stale
                       move "REPORT PREDATES THE STREAM, DATED" to
                           OPS-CNT-LABEL
                       move WS-Recon-Date to OPS-CNT-NOTE
                       write ops-line
                       move "AMBER" to WS-Att-Work-Level
                       move
                         "RECONCILIATION REPORT PREDATES THE STREAM"
                           to WS-Att-Work-Text
                       perform 597-note-attention
                   else
                       move "DISCREPANCIES FOUND" to OPS-CNT-LABEL
                       move WS-Recon-Discrepancies to OPS-CNT-VALUE
                       write ops-line
                       if WS-Recon-Discrepancies > zero
                           move "RED" to WS-Att-Work-Level
                           move "RECONCILIATION FOUND DISCREPANCIES"
                               to WS-Att-Work-Text
                           perform 597-note-attention
                       end-if
                   end-if
               when WS-Recon-Missing
                   move spaces to ops-line
                   move "NO RECONCILIATION REPORT" to OPS-SEC-TITLE
                   write ops-line
                   move "AMBER" to WS-Att-Work-Level
                   move "NO RECONCILIATION REPORT ON FILE" to
                       WS-Att-Work-Text
                   perform 597-note-attention
               when other
                   move "AMBER" to WS-Att-Work-Level
                   move spaces to WS-Att-Work-Text
                   string "RECONCILIATION REPORT NOT READABLE, STATUS "
                           delimited by size
                          WS-Recon-Status delimited by size
                       into WS-Att-Work-Text
                   perform 597-note-attention
           end-evaluate.

       588-read-one-recon-line Section.
      * The headline carries the report's run date; a tie-out line
      * always prints its second count, a discrepancy line never
      * does, and that is how the two are told apart.
       588-Begin.
           read reconreport
               at end
                   set End-Of-ReconReport to true
               not at end
                   evaluate true
                       when RCN-HDR-DATE-LIT = "RUN DATE:" and
                            RCN-HDR-DATE numeric
                           move RCN-HDR-DATE to WS-Recon-Date
                           if WS-Recon-Date < WS-Stream-Date
                               set WS-Recon-Stale to true
                           end-if
                       when recon-line = spaces
                           continue
                       when RCN-CNT-VALUE-2 not = spaces
                           continue
                       when other
                           add 1 to WS-Recon-Discrepancies
                           if not WS-Recon-Stale
                               move spaces to ops-line
                               move RCN-DET-MESSAGE to
                                   OPS-RCN-MESSAGE
                               move RCN-DET-TRANS-ID to
                                   OPS-RCN-TRANS-ID
                               write ops-line
                           end-if
                   end-evaluate
           end-read.

       589-report-repair-queue Section.
      * The reject file is rewritten by every batch run and the
      * supervisor review file by every repair session, so both hold
      * only what is still waiting.
       589-Begin.
           move "REJECTS AND SUPERVISOR REVIEW" to WS-Section-Title
           perform 596-write-section-title
           open input rejectfile
           evaluate true
               when WS-Reject-OK
                   perform 590-read-one-reject until End-Of-RejectFile
                   close rejectfile
               when WS-Reject-Missing
                   continue
               when other
                   move "AMBER" to WS-Att-Work-Level
                   move spaces to WS-Att-Work-Text
                   string "REJECT FILE NOT READABLE, STATUS "
                           delimited by size
                          WS-Reject-Status delimited by size
                       into WS-Att-Work-Text
                   perform 597-note-attention
           end-evaluate
           move spaces to ops-line
           move "REJECTS AWAITING REPAIR" to OPS-CNT-LABEL
           move WS-Rejects-Waiting to OPS-CNT-VALUE
           write ops-line
           if WS-Rejects-Waiting > zero
               move "AMBER" to WS-Att-Work-Level
               move "REJECTS AWAITING REPAIR" to WS-Att-Work-Text
               perform 597-note-attention
           end-if
           open input supervisorfile
           evaluate true
               when WS-Supervisor-OK
                   perform 591-read-one-supervisor-item
                       until End-Of-SupervisorFile
                   close supervisorfile
               when WS-Supervisor-Missing
                   continue
               when other
                   move "AMBER" to WS-Att-Work-Level
                   move spaces to WS-Att-Work-Text
                   string "SUPERVISOR REVIEW FILE NOT READABLE, STATUS "
                           delimited by size
                          WS-Supervisor-Status delimited by size
                       into WS-Att-Work-Text
                   perform 597-note-attention
           end-evaluate
           move spaces to ops-line
           move "ITEMS SENT TO SUPERVISOR REVIEW" to OPS-CNT-LABEL
           move WS-Supervisor-Items to OPS-CNT-VALUE
           write ops-line
           if WS-Supervisor-Items > zero
               move "AMBER" to WS-Att-Work-Level
               move "ITEMS AWAITING SUPERVISOR REVIEW" to
                   WS-Att-Work-Text
               perform 597-note-attention
           end-if.

       590-read-one-reject Section.
       590-Begin.
           read rejectfile
               at end
                   set End-Of-RejectFile to true
               not at end
                   add 1 to WS-Rejects-Waiting
           end-read.

       591-read-one-supervisor-item Section.
       591-Begin.
           read supervisorfile
               at end
                   set End-Of-SupervisorFile to true
               not at end
                   add 1 to WS-Supervisor-Items
                   if WS-Supervisor-Items = 1
                       move "TRANS-ID    RT  RC  REASON" to ops-line
                       write ops-line
                   end-if
                   move spaces to ops-line
                   move SUP-TRANSACTION-ID to OPS-SUP-TRANS-ID
                   move SUP-RETRY-COUNT to OPS-SUP-RETRIES
                   move SUP-REASON-CODE to OPS-SUP-REASON
                   move SUP-REASON-TEXT to OPS-SUP-TEXT
                   write ops-line
           end-read.

       592-report-pending-due Section.
      * An item whose date has already arrived is released by the
      * next batch run; the rest fall due inside the window.
       592-Begin.
           move spaces to WS-Section-Title
           string "PENDING ITEMS COMING DUE ON OR BEFORE "
                   delimited by size
                  WS-Due-Cutoff delimited by size
               into WS-Section-Title
           perform 596-write-section-title
           open input pendfile
           evaluate true
               when WS-Pend-OK
                   perform 593-read-one-pending until End-Of-PendFile
                   close pendfile
               when WS-Pend-Missing
                   continue
               when other
                   move "AMBER" to WS-Att-Work-Level
                   move spaces to WS-Att-Work-Text
                   string "PENDING FILE NOT READABLE, STATUS "
                           delimited by size
                          WS-Pend-Status delimited by size
                       into WS-Att-Work-Text
                   perform 597-note-attention
           end-evaluate
           move spaces to ops-line
           write ops-line
           move "PENDING ITEMS ON FILE" to OPS-CNT-LABEL
           move WS-Pending-On-File to OPS-CNT-VALUE
           write ops-line
           move spaces to ops-line
           move "COMING DUE IN THE WINDOW" to OPS-CNT-LABEL
           move WS-Pending-Due to OPS-CNT-VALUE
           write ops-line.

       593-read-one-pending Section.
       593-Begin.
           read pendfile
               at end
                   set End-Of-PendFile to true
               not at end
                   add 1 to WS-Pending-On-File
                   move PND-INPUT-DATA to INFILE-RECORD
                   if IN-EFFECTIVE-DATE numeric and
                      IN-EFFECTIVE-DATE > zero and
                      IN-EFFECTIVE-DATE not > WS-Due-Cutoff
                       add 1 to WS-Pending-Due
                       if WS-Pending-Due = 1
                           move
                         "TRANS-ID    DEPARTMENT  EFFECTIVE QUEUED"
                               to ops-line
                           write ops-line
                       end-if
                       move spaces to ops-line
                       move IN-TRANSACTION-ID to OPS-PND-TRANS-ID
                       move IN-DEPARTMENT to OPS-PND-DEPARTMENT
                       move IN-EFFECTIVE-DATE to OPS-PND-EFF-DATE
                       move PND-QUEUED-DATE to OPS-PND-QUEUED-DATE
                       if IN-EFFECTIVE-DATE not > WS-Today
                           move "DUE AT NEXT RUN" to OPS-PND-NOTE
                       end-if
                       write ops-line
                   end-if
           end-read.

       594-report-extracts Section.
      * An extract past the agreed number of days is the one the
      * acknowledgment job is already aging; the others are simply
      * not answered yet.
       594-Begin.
           move "EXTRACTS AWAITING FINANCE ACKNOWLEDGMENT" to
               WS-Section-Title
           perform 596-write-section-title
           open input xtrctlfile
           evaluate true
               when WS-XtrCtl-OK
                   perform 595-read-one-extract until End-Of-XtrCtl
                   close xtrctlfile
               when WS-XtrCtl-Missing
                   continue
               when other
                   move "AMBER" to WS-Att-Work-Level
                   move spaces to WS-Att-Work-Text
                   string "EXTRACT CONTROL FILE NOT READABLE, STATUS "
                           delimited by size
                          WS-XtrCtl-Status delimited by size
                       into WS-Att-Work-Text
                   perform 597-note-attention
           end-evaluate
           move spaces to ops-line
           write ops-line
           move "EXTRACTS UNACKNOWLEDGED" to OPS-CNT-LABEL
           move WS-Extracts-Outstanding to OPS-CNT-VALUE
           write ops-line
           move spaces to ops-line
           move "AGED PAST THE AGREED DAYS" to OPS-CNT-LABEL
           move WS-Extracts-Aged to OPS-CNT-VALUE
           write ops-line
           if WS-Extracts-Aged > zero
               move "AMBER" to WS-Att-Work-Level
               move "EXTRACTS UNACKNOWLEDGED PAST THE AGREED DAYS" to
                   WS-Att-Work-Text
               perform 597-note-attention
           end-if.

       595-read-one-extract Section.
       595-Begin.
           read xtrctlfile
               at end
                   set End-Of-XtrCtl to true
               not at end
                   if XCT-OUTSTANDING and XCT-RUN-DATE numeric
                       add 1 to WS-Extracts-Outstanding
                       if WS-Extracts-Outstanding = 1
                           move "SENT      JOB-ID      RECORDS" to
                               ops-line
                           write ops-line
                       end-if
                       move spaces to ops-line
                       move XCT-RUN-DATE to OPS-XTR-RUN-DATE
                       move XCT-JOB-ID to OPS-XTR-JOB-ID
                       move XCT-RECORD-COUNT to OPS-XTR-COUNT
                       if XCT-RUN-DATE < WS-Age-Cutoff
                           add 1 to WS-Extracts-Aged
                           move "AGED" to OPS-XTR-NOTE
                       end-if
                       write ops-line
                   end-if
           end-read.

       596-write-section-title Section.
       596-Begin.
           move spaces to ops-line
           write ops-line
           move WS-Section-Title to OPS-SEC-TITLE
           write ops-line
           move spaces to ops-line
           write ops-line.

       597-note-attention Section.
      * Every item needing attention is kept for the closing list and
      * raises the overall status; red is never lowered to amber.
       597-Begin.
           if WS-Att-Count < WS-Att-Max
               add 1 to WS-Att-Count
               move WS-Att-Work-Level to WS-Att-Level (WS-Att-Count)
               move WS-Att-Work-Text to WS-Att-Text (WS-Att-Count)
           end-if
           if WS-Att-Work-Level = "RED"
               set WS-Status-Red to true
           else
               if WS-Status-Green
                   set WS-Status-Amber to true
               end-if
           end-if.

       598-print-overall-status Section.
       598-Begin.
           move "ITEMS NEEDING ATTENTION" to WS-Section-Title
           perform 596-write-section-title
           if WS-Att-Count = zero
               move spaces to ops-line
               move "NONE" to OPS-SEC-TITLE
               write ops-line
           else
               perform 599-print-one-attention
                   varying WS-Att-Index from 1 by 1
                   until WS-Att-Index > WS-Att-Count
           end-if
           move spaces to ops-line
           write ops-line
           move "OVERALL STATUS:" to OPS-STA-LABEL
           move WS-Overall-Status to OPS-STA-VALUE
           write ops-line.

       599-print-one-attention Section.
       599-Begin.
           move spaces to ops-line
           move WS-Att-Level (WS-Att-Index) to OPS-ATT-LEVEL
           move WS-Att-Text (WS-Att-Index) to OPS-ATT-TEXT
           write ops-line.

       End program Excercise1Ops.
