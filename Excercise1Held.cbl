       Identification Division.
       program-id. Excercise1Held as "Excercise1Held".
       Author.     Naz Sassine.
       Installation. Desktop.
       Date-written. 2026-10-15.
       Date-compiled. 2026-10-15.
       Security. None.

      * Daily held-items report. Reads the approval queue the entry
      * program keeps for transactions over the approval limit and
      * lists every item a checker has declined and every item
      * still held past the agreed number of days, with the maker
      * and checker user-ids, so nothing keyed sits unseen between
      * the clerk and the reviewer. A decided item - approved or
      * declined - is taken off the queue once this report has
      * accounted for it; items still within the limit are only
      * counted.

       environment division.
       configuration section.
       source-computer. Desktop.
       object-computer. Desktop.
       Input-Output Section.
       File-Control.
           Select ApprQueue assign using WS-ApprQ-Path
               organization is indexed
               access mode is dynamic
               record key is APQ-KEY
               file status is WS-ApprQ-Status.
           Select HeldReport assign using WS-Held-Rpt-Path.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       Data Division.
       File Section.
       fd ApprQueue.
       COPY CBAPPRQ.
       fd HeldReport.
       COPY CBHELDRP.
       fd ParmFile.
       COPY CBPARM.

       working-storage section.
       01 WS-File-Paths.
           05 WS-ApprQ-Path pic X(68)
               value "C:\DataFiles\ApprQueue.dat".
           05 WS-Held-Rpt-Path pic X(68)
               value "C:\DataFiles\HeldRpt.dat".
       01 WS-Age-Days pic 9(3) value 3.
       01 WS-Held-Counts.
           05 WS-Queue-Read-Count pic 9(7) value zero.
           05 WS-Held-Current-Count pic 9(7) value zero.
           05 WS-Held-Overdue-Count pic 9(7) value zero.
           05 WS-Declined-Count pic 9(7) value zero.
           05 WS-Approved-Count pic 9(7) value zero.
       01 WS-Switches.
           05 WS-Queue-EOF-Switch pic x value "N".
               88 End-Of-ApprQueue value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
           05 WS-Hard-Error-Switch pic x value "N".
               88 WS-Hard-Error value "Y".
           05 WS-Leap-Switch pic x value "N".
               88 WS-Leap-Year value "Y".
       01 WS-File-Status.
           05 WS-ApprQ-Status pic X(2) value "00".
               88 WS-ApprQ-OK value "00".
               88 WS-ApprQ-Missing value "35".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Parm-Work-Num pic X(7).
       01 WS-Parm-Work-Num-9 redefines WS-Parm-Work-Num pic 9(7).
       COPY CBINFILE.
       01 WS-Date-Fields.
           05 WS-Today pic 9(8) value zero.
           05 WS-Cutoff-Date pic 9(8) value zero.
           05 WS-Cutoff-Split redefines WS-Cutoff-Date.
               10 WS-Cut-Year pic 9(4).
               10 WS-Cut-Month pic 9(2).
               10 WS-Cut-Day pic 9(2).
           05 WS-Leap-Work.
               10 WS-Leap-Quotient pic 9(4) value zero.
               10 WS-Leap-Rem-4 pic 9(4) value zero.
               10 WS-Leap-Rem-100 pic 9(4) value zero.
               10 WS-Leap-Rem-400 pic 9(4) value zero.
       01 WS-Month-Days-List pic X(24)
           value "312831303130313130313031".
       01 WS-Month-Days-Table redefines WS-Month-Days-List.
           05 WS-Month-Days occurs 12 times pic 9(2).

       Procedure Division.
       001-Main Section.
       001-Begin.
           perform 760-held-mainline
           stop run.

       760-held-mainline Section.
       760-Begin.
           perform 761-read-parm-file
           accept WS-Today from date yyyymmdd
           perform 772-compute-age-cutoff
           open output heldreport
           perform 763-print-headline
           open i-o apprqueue
           evaluate true
               when WS-ApprQ-OK
                   perform 764-report-one-item
                       until End-Of-ApprQueue
                   close apprqueue
               when WS-ApprQ-Missing
                   move spaces to held-line
                   move "NO APPROVAL QUEUE ON FILE" to HLD-CNT-LABEL
                   move zero to HLD-CNT-VALUE
                   write held-line
               when other
                   display "APPROVAL QUEUE OPEN FAILED, STATUS "
                       WS-ApprQ-Status
                   close heldreport
                   move 16 to return-code
                   stop run
           end-evaluate
           perform 768-write-totals
           close heldreport
           evaluate true
               when WS-Hard-Error
                   move 8 to return-code
               when WS-Held-Overdue-Count > zero or
                    WS-Declined-Count > zero
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate.

       761-read-parm-file Section.
       761-Begin.
           open input parmfile
           if WS-Parm-Open-OK
               perform 762-read-parm-record until End-Of-ParmFile
               close parmfile
           end-if.

       762-read-parm-record Section.
       762-Begin.
           read parmfile
               at end
                   set End-Of-ParmFile to true
               not at end
                   evaluate PRM-KEYWORD
                       when "APPROVALFILE"
                           move PRM-VALUE to WS-ApprQ-Path
                       when "HELDRPT"
                           move PRM-VALUE to WS-Held-Rpt-Path
                       when "APPROVEAGE"
                           move PRM-VALUE-DIGITS to WS-Parm-Work-Num
                           inspect WS-Parm-Work-Num
                               replacing leading " " by "0"
                           if WS-Parm-Work-Num numeric and
                              WS-Parm-Work-Num-9 > zero and
                              WS-Parm-Work-Num-9 < 1000
                               move WS-Parm-Work-Num-9 to
                                   WS-Age-Days
                           else
                               display "INVALID APPROVEAGE PARM: "
                                   PRM-VALUE
                           end-if
                       when other
                           continue
                   end-evaluate
           end-read.

       763-print-headline Section.
       763-Begin.
           move spaces to held-line
           move "HELD TRANSACTIONS REPORT" to HLD-HDR-TITLE
           move "RUN DATE:" to HLD-HDR-DATE-LIT
           move WS-Today to HLD-HDR-DATE
           write held-line
           move spaces to held-line
           write held-line.

       764-report-one-item Section.
      * Declined items are listed and taken off the queue; approved
      * items have already reached the transaction file and are
      * simply cleared. A held item is listed only once it has
      * waited past the cutoff, and stays listed every day until a
      * checker decides it.
       764-Begin.
           read apprqueue next record
               at end
                   set End-Of-ApprQueue to true
               not at end
                   add 1 to WS-Queue-Read-Count
                   evaluate true
                       when APQ-DECLINED
                           add 1 to WS-Declined-Count
                           perform 765-print-item-line
                           perform 766-clear-decided-item
                       when APQ-APPROVED
                           add 1 to WS-Approved-Count
                           perform 766-clear-decided-item
                       when APQ-HELD-DATE numeric and
                            APQ-HELD-DATE < WS-Cutoff-Date
                           add 1 to WS-Held-Overdue-Count
                           perform 765-print-item-line
                       when other
                           add 1 to WS-Held-Current-Count
                   end-evaluate
           end-read.

       765-print-item-line Section.
       765-Begin.
           move APQ-INPUT-IMAGE to INFILE-RECORD
           move spaces to held-line
           move APQ-TRANSACTION-ID to HLD-DET-TRANS-ID
           if APQ-DECLINED
               move "DECLINED" to HLD-DET-STATUS
               move APQ-CHECKER-ID to HLD-DET-CHECKER
               move APQ-DECISION-DATE to HLD-DET-DECISION-DATE
           else
               move "OVERDUE" to HLD-DET-STATUS
               move zero to HLD-DET-DECISION-DATE
           end-if
           if APQ-ENTRY-CHANGE
               move "CHANGE" to HLD-DET-ACTION
           else
               move "ADD" to HLD-DET-ACTION
           end-if
           if IN-OPERAND-1 numeric
               move IN-OPERAND-1 to HLD-DET-OPERAND-1
           else
               move zero to HLD-DET-OPERAND-1
           end-if
           move IN-OPERATOR to HLD-DET-OPERATOR
           if IN-OPERAND-2 numeric
               move IN-OPERAND-2 to HLD-DET-OPERAND-2
           else
               move zero to HLD-DET-OPERAND-2
           end-if
           move APQ-MAKER-ID to HLD-DET-MAKER
           move APQ-HELD-DATE to HLD-DET-HELD-DATE
           write held-line.

       766-clear-decided-item Section.
       766-Begin.
           delete apprqueue record
           if not WS-ApprQ-OK
               display "APPROVAL QUEUE DELETE FAILED, STATUS "
                   WS-ApprQ-Status " ID " APQ-TRANSACTION-ID
               set WS-Hard-Error to true
           end-if.

       768-write-totals Section.
       768-Begin.
           move spaces to held-line
           write held-line
           move "QUEUE ENTRIES READ" to HLD-CNT-LABEL
           move WS-Queue-Read-Count to HLD-CNT-VALUE
           write held-line
           move "HELD, NOT YET OVERDUE" to HLD-CNT-LABEL
           move WS-Held-Current-Count to HLD-CNT-VALUE
           write held-line
           move "HELD OVERDUE FOR APPROVAL" to HLD-CNT-LABEL
           move WS-Held-Overdue-Count to HLD-CNT-VALUE
           write held-line
           move "DECLINED AND CLEARED" to HLD-CNT-LABEL
           move WS-Declined-Count to HLD-CNT-VALUE
           write held-line
           move "APPROVED AND CLEARED" to HLD-CNT-LABEL
           move WS-Approved-Count to HLD-CNT-VALUE
           write held-line.

       772-compute-age-cutoff Section.
      * The overdue cutoff is today stepped back one calendar day at
      * a time, the same way the acknowledgment job ages extracts.
       772-Begin.
           move WS-Today to WS-Cutoff-Date
           perform 773-step-back-one-day WS-Age-Days times.

       773-step-back-one-day Section.
       773-Begin.
           if WS-Cut-Day > 1
               subtract 1 from WS-Cut-Day
           else
               if WS-Cut-Month > 1
                   subtract 1 from WS-Cut-Month
               else
                   move 12 to WS-Cut-Month
                   subtract 1 from WS-Cut-Year
               end-if
               move WS-Month-Days (WS-Cut-Month) to WS-Cut-Day
               if WS-Cut-Month = 2
                   perform 774-check-leap-year
                   if WS-Leap-Year
                       move 29 to WS-Cut-Day
                   end-if
               end-if
           end-if.

       774-check-leap-year Section.
       774-Begin.
           move "N" to WS-Leap-Switch
           divide WS-Cut-Year by 4
               giving WS-Leap-Quotient
               remainder WS-Leap-Rem-4
           divide WS-Cut-Year by 100
               giving WS-Leap-Quotient
               remainder WS-Leap-Rem-100
           divide WS-Cut-Year by 400
               giving WS-Leap-Quotient
               remainder WS-Leap-Rem-400
           if WS-Leap-Rem-4 = zero and
              (WS-Leap-Rem-100 not = zero or
               WS-Leap-Rem-400 = zero)
               set WS-Leap-Year to true
           end-if.

       End program Excercise1Held.
