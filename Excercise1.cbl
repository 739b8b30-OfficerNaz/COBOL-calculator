               access mode is dynamic
               record key is OUT-TRANSACTION-ID
               file status is WS-OutFile-Status.
           Select WhereUsedFile assign using WS-WhereUsed-Path
               organization is indexed
               access mode is dynamic
               record key is WHU-KEY
               file status is WS-WhereUsed-Status.
           Select CtlTotalsFile assign using WS-CtlTotals-Path.
           Select RejectFile assign using WS-Reject-Path.
           Select ExceptionFile assign using WS-Exception-Path.
           Select PendWorkFile assign using WS-PendWork-Path
               file status is WS-PendWork-Status.
           Select PendReport assign using WS-PendRpt-Path.
           Select DispFile assign using WS-Disp-Path
               file status is WS-Disp-Status.
           Select PeriodFile assign using WS-Period-Path
               organization is indexed
               access mode is dynamic
               record key is PER-KEY
               file status is WS-Period-Status.
           Select TrialFile assign using WS-Trial-Path
               organization is indexed
               access mode is dynamic
       COPY CBINFILE.
       fd OutFile.
       COPY CBOUTFIL.
       fd WhereUsedFile.
       COPY CBWHRUSE.
       fd CtlTotalsFile.
       COPY CBCTLTOT.
       fd RejectFile.
       01 PEND-WORK-RECORD         pic X(100).
       fd PendReport.
       COPY CBPENDRP.
       fd DispFile.
       COPY CBDISP.
       fd PeriodFile.
       COPY CBPERIOD.
       fd TrialFile.
       01 TRIAL-RECORD.
           05 TRW-TRANSACTION-ID pic X(10).
               value "C:\DataFiles\StatsRpt.dat".
           05 WS-Trial-Path pic X(68)
               value "C:\DataFiles\DataTrial.dat".
           05 WS-Trial-Used-Path pic X(68)
               value "C:\DataFiles\WhereTrial.dat".
           05 WS-Journal-Path pic X(68)
               value "C:\DataFiles\Journal.dat".
           05 WS-Pend-Path pic X(68)
               value "C:\DataFiles\PendWork.dat".
           05 WS-PendRpt-Path pic X(68)
               value "C:\DataFiles\PendRpt.dat".
           05 WS-Disp-Path pic X(68)
               value "C:\DataFiles\Disposition.dat".
           05 WS-Period-Path pic X(68)
               value "C:\DataFiles\PeriodCtl.dat".
           05 WS-WhereUsed-Path pic X(68)
               value "C:\DataFiles\WhereUsed.dat".
       01 WS-Parm-Fields.
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
           05 WS-Records-Added pic 9(7) value zero.
           05 WS-Records-Changed pic 9(7) value zero.
           05 WS-Records-Deleted pic 9(7) value zero.
           05 WS-Records-Recalced pic 9(7) value zero.
       01 WS-Current-Action pic X(1) value "A".
       01 WS-Switches.
           05 WS-EOF-Switch pic x value "N".
           05 WS-Trl-Hash-Operand-2 pic S9(11)V99 value zero.
       01 WS-Source-Switch pic x value "N".
           88 WS-Resub-Source value "Y".
           88 WS-Release-Source value "P".
       01 WS-Disposition-Fields.
           05 WS-Disp-Status pic X(2) value "00".
               88 WS-Disp-OK value "00".
           05 WS-Disposition-Code pic x value space.
               88 WS-Disp-Posted value "P".
               88 WS-Disp-Rejected value "R".
               88 WS-Disp-Parked value "W".
       01 WS-Period-Fields.
           05 WS-Period-Status pic X(2) value "00".
               88 WS-Period-OK value "00".
               88 WS-Period-Missing value "35".
           05 WS-Period-File-Switch pic x value "N".
               88 WS-Period-File-Open value "Y".
           05 WS-Period-Closed-Switch pic x value "N".
               88 WS-Period-Closed value "Y".
           05 WS-Period-Check-Date pic 9(8) value zero.
           05 WS-Period-Check-Split redefines WS-Period-Check-Date.
               10 WS-Period-Check-Month pic 9(6).
               10 FILLER pic 9(2).
       01 WS-Where-Used-Fields.
           05 WS-WhereUsed-Status pic X(2) value "00".
               88 WS-WhereUsed-OK value "00".
               88 WS-WhereUsed-Duplicate value "22".
               88 WS-WhereUsed-Not-Found value "23".
               88 WS-WhereUsed-Missing value "35".
           05 WS-WhereUsed-EOF-Switch pic x value "N".
               88 End-Of-Where-Used value "Y".
           05 WS-Master-New-Switch pic x value "N".
               88 WS-Master-New value "Y".
           05 WS-Whu-Lookup-Id pic X(10) value spaces.
           05 WS-Whu-Ref-Id pic X(10) value spaces.
           05 WS-Whu-Image pic X(99) value spaces.
           05 WS-Whu-Image-Split redefines WS-Whu-Image.
               10 WS-Whu-Image-Id pic X(10).
               10 FILLER pic X(39).
               10 WS-Whu-Image-Ref-1 pic X(10).
               10 WS-Whu-Image-Ref-2 pic X(10).
               10 FILLER pic X(19).
               10 WS-Whu-Image-Adjusting pic X(1).
               10 FILLER pic X(10).
       01 WS-Pending-Fields.
           05 WS-Pend-Status pic X(2) value "00".
               88 WS-Pend-OK value "00".
               10 WS-Op-Max pic S9(9)V99.
               10 WS-Op-Sum pic S9(13)V99.
       01 WS-Reject-Stats.
           05 WS-Rej-Entry occurs 12 times.
               10 WS-Rej-Stat-Count pic 9(7).
               10 WS-Rej-Stat-Text pic X(30).
       01 WS-Stats-Work.
       01 WS-Chain-Guard-Fields.
           05 WS-Dependent-Switch pic x value "N".
               88 WS-Dependent-Found value "Y".
       01 WS-Recalc-Fields.
           05 WS-Recalc-Max pic 9(4) value 500.
           05 WS-Recalc-Count pic 9(4) value zero.
           05 WS-Recalc-Index pic 9(4) value zero.
           05 WS-Recalc-Pass-Count pic 9(4) value zero.
           05 WS-Recalc-Root-Id pic X(10) value spaces.
           05 WS-Recalc-Root-Result pic S9(9)V99 value zero.
           05 WS-Recalc-Root-Image pic X(99) value spaces.
           05 WS-Recalc-Ref-Id pic X(10) value spaces.
           05 WS-Recalc-Ref-Result pic S9(9)V99 value zero.
           05 WS-Recalc-Fail-Switch pic x value "N".
               88 WS-Recalc-Failed value "Y".
           05 WS-Recalc-Change-Switch pic x value "N".
               88 WS-Recalc-Changed value "Y".
           05 WS-Recalc-Member-Switch pic x value "N".
               88 WS-Recalc-Member value "Y".
           05 WS-Recalc-Note pic X(40) value spaces.
       01 WS-Recalc-Table.
           05 WS-Recalc-Entry
               occurs 1 to 500 times
               depending on WS-Recalc-Count
               indexed by RC-IX.
               10 WS-Rcl-Id pic X(10).
               10 WS-Rcl-Before pic X(99).
               10 WS-Rcl-After pic X(99).
       01 WS-Recalc-View.
           05 WS-Rcl-View-Image pic X(99).
           05 WS-Rcl-View-Split redefines WS-Rcl-View-Image.
               10 FILLER pic X(29).
               10 WS-Rcl-View-Result pic S9(9)V99.
               10 FILLER pic X(59).
       01 WS-Compute-Work.
           05 WS-Exponent-Integer pic S9(7) value zero.
           05 WS-Exponent-Fraction pic S9(7)V99 value zero.
      * Copies the real results master to the trial work file. A
      * missing master just means a first-time file; the trial then
      * starts from an empty copy the same way a live run would
      * start from an empty master. The trial's where-used index is
      * built from the records as they are copied, so the trial
      * never touches the real index either.
       082-Begin.
           open output trialfile
           if not WS-Trial-OK
               move 16 to return-code
               goback
           end-if
           move WS-Trial-Used-Path to WS-WhereUsed-Path
           open output whereusedfile
           if not WS-WhereUsed-OK
               move "082-BUILD-TRIAL" to EXC-PARAGRAPH
               move "WHEREUSED" to EXC-FILE-ID
               move WS-WhereUsed-Status to EXC-STATUS-CODE
               perform 050-write-exception
               close infile exceptionfile trialfile
               move 16 to return-code
               goback
           end-if
           open input outfile
           if WS-OutFile-Status = "35"
               close trialfile whereusedfile
           else
               if not WS-OutFile-OK
                   move "082-BUILD-TRIAL" to EXC-PARAGRAPH
                   move "OUTFILE" to EXC-FILE-ID
                   move WS-OutFile-Status to EXC-STATUS-CODE
                   perform 050-write-exception
                   close infile exceptionfile trialfile whereusedfile
                   move 16 to return-code
                   goback
               end-if
               perform 083-copy-one-trial-record
                   until End-Of-Master-Copy
               close outfile trialfile whereusedfile
           end-if.

       083-copy-one-trial-record Section.
               not at end
                   move outfile-record to TRIAL-RECORD
                   write TRIAL-RECORD
                   move outfile-record to WS-Whu-Image
                   perform 048-index-references
           end-read.

       090-batch-mainline Section.
      * first time through.
           open i-o outfile
           if WS-OutFile-Status = "35"
               set WS-Master-New to true
               open output outfile
               close outfile
               open i-o outfile
               move 16 to return-code
               goback
           end-if
      * The where-used index goes with the master. It is created from
      * scratch only alongside a brand-new master; an index missing
      * beside a master that already holds records has to be
      * regenerated by the rebuild utility first, or the delete check
      * and the chain recalculation would not see the chains.
           open i-o whereusedfile
           if WS-WhereUsed-Missing and WS-Master-New
               open output whereusedfile
               close whereusedfile
               open i-o whereusedfile
           end-if
           if not WS-WhereUsed-OK
               move "090-BEGIN" to EXC-PARAGRAPH
               move "WHEREUSED" to EXC-FILE-ID
               move WS-WhereUsed-Status to EXC-STATUS-CODE
               perform 050-write-exception
               close infile outfile exceptionfile
               move 16 to return-code
               goback
           end-if
           if WS-Restart-Mode
               open extend ctltotalsfile
               open extend rejectfile
                   perform 050-write-exception
                   close infile outfile ctltotalsfile rejectfile
                         exceptionfile auditout reportout statsout
                         whereusedfile
                   move 16 to return-code
                   goback
               end-if
           end-if
      * The disposition file feeds the department return job, so it
      * follows the reject file: rebuilt each run, extended on a
      * restart, and not touched at all by a trial run.
           if not WS-Trial-Mode
               if WS-Restart-Mode
                   open extend dispfile
               else
                   open output dispfile
               end-if
               if not WS-Disp-OK
                   move "090-BEGIN" to EXC-PARAGRAPH
                   move "DISPFILE" to EXC-FILE-ID
                   move WS-Disp-Status to EXC-STATUS-CODE
                   perform 050-write-exception
                   close infile outfile ctltotalsfile rejectfile
                         exceptionfile auditout reportout statsout
                         journalfile whereusedfile
                   move 16 to return-code
                   goback
               end-if
           end-if
      * The period-control file is only read here. No file at all
      * means finance has not closed a month yet, so every month is
      * open.
           open input periodfile
           evaluate true
               when WS-Period-OK
                   set WS-Period-File-Open to true
               when WS-Period-Missing
                   continue
               when other
                   move "090-BEGIN" to EXC-PARAGRAPH
                   move "PERIODFILE" to EXC-FILE-ID
                   move WS-Period-Status to EXC-STATUS-CODE
                   perform 050-write-exception
                   close infile outfile ctltotalsfile rejectfile
                         exceptionfile reportout statsout whereusedfile
                   if not WS-Trial-Mode
                       close auditout journalfile dispfile
                   end-if
                   move 16 to return-code
                   goback
           end-evaluate
           accept WS-Report-Run-Date from date yyyymmdd
           perform 007-echo-parms
           perform 100-print-headline
               close resubfile
           end-if
           close infile outfile ctltotalsfile rejectfile exceptionfile
                 reportout statsout whereusedfile
           if not WS-Trial-Mode
               close auditout journalfile dispfile
           end-if
           if WS-Period-File-Open
               close periodfile
           end-if
           if WS-Batch-Error
               move 12 to return-code
                           move RST-PENDING-RELEASED to
                               WS-Pending-Released
                       end-if
                       if RST-RECORDS-RECALCED numeric
                           move RST-RECORDS-RECALCED to
                               WS-Records-Recalced
                       end-if
               end-read
               close restartfile
           else
               when "RESHISTFILE"
               when "RETENTION"
               when "PURGERPT"
               when "APPROVALFILE"
               when "APPROVELIMIT"
               when "APPROVEAGE"
               when "HELDRPT"
               when "ENVFILE"
               when "RETURNPFX"
               when "RETURNRPT"
               when "SUBREGISTRY"
               when "RESENDOK"
               when "VERIFYRPT"
               when "BACKUPCAT"
               when "BACKUPPFX"
               when "BACKUPGENS"
               when "SYSCTLFILE"
               when "OPSRPT"
               when "PENDDUEDAYS"
               when "LONGRUNPCT"
                   continue
               when "RUNMODE"
                   evaluate PRM-VALUE
                   move PRM-VALUE to WS-PendWork-Path
               when "PENDRPT"
                   move PRM-VALUE to WS-PendRpt-Path
               when "DISPFILE"
                   move PRM-VALUE to WS-Disp-Path
               when "PERIODFILE"
                   move PRM-VALUE to WS-Period-Path
               when "WHEREUSED"
                   move PRM-VALUE to WS-WhereUsed-Path
               when "TRIALUSED"
                   move PRM-VALUE to WS-Trial-Used-Path
               when "CHECKPOINT"
                   perform 008-parse-parm-number
                   if WS-Parm-Work-Num numeric and
               move WS-User-Id to AUD-USER-ID
               move space to AUD-ACTION-CODE
               move zero to AUD-BATCH-NUMBER
               move spaces to AUD-MAKER-ID
               if not WS-Trial-Mode
                   write audit-record
               end-if
       014-process-transaction Section.
       014-Begin.
           perform 015-validate-input
           if WS-Input-Valid
               perform 021-check-period-lock
           end-if
           if WS-Input-Valid
               evaluate true
                   when IN-ACTION-DELETE
                       perform 013-capture-before-image
                   else
                       move spaces to outfile-record
                       move IN-ADJUSTING-FLAG to OUT-ADJUSTING-FLAG
                   end-if
                   move IN-TRANSACTION-ID to OUT-TRANSACTION-ID
                   move WS-Chain-Operand-1 to OUT-OPERAND-1
                   move IN-OPERATOR to OUT-OPERATOR
                   move WS-Chain-Operand-2 to OUT-OPERAND-2
      * A change keyed without a department keeps the department
      * already on the master record.
                   if IN-DEPARTMENT not = spaces
                       move IN-DEPARTMENT to OUT-DEPARTMENT
                   end-if
                   if IN-TYPE-CHAINED or IN-ADJUSTING
                       move IN-REF-OPERAND-1 to OUT-REF-OPERAND-1
                       move IN-REF-OPERAND-2 to OUT-REF-OPERAND-2
                   else
                               add 1 to WS-Records-Written
                               add 1 to WS-Records-Added
                               perform 045-write-journal-record
                               move outfile-record to WS-Whu-Image
                               perform 048-index-references
                               display outfile-record
                               perform 095-write-audit-record
                               perform 110-print-detail-line
                               perform 115-accumulate-operator-stats
                               set WS-Disp-Posted to true
                               perform 035-write-disposition
                           else
                               move "014-PROCESS-TRANS" to
                                   EXC-PARAGRAPH
                   add 1 to WS-Records-Written
                   add 1 to WS-Records-Deleted
                   perform 045-write-journal-record
                   move WS-Before-Image to WS-Whu-Image
                   perform 049-unindex-references
                   move zero to OUT-OPERAND-1
                   move IN-OPERATOR to OUT-OPERATOR
                   move zero to OUT-OPERAND-2
                   move zero to OUT-RESULT
                   perform 095-write-audit-record
                   set WS-Disp-Posted to true
                   perform 035-write-disposition
               else
                   move "09" to REJ-REASON-CODE
                   move "MASTER DELETE FAILED" to REJ-REASON-TEXT
           end-if.

       019-rewrite-master-record Section.
      * Every chained dependent of the changed record is recalculated
      * from the new result before anything is committed; if any one
      * of them cannot be recalculated the change is refused whole,
      * so the master never holds a chain computed from two
      * different versions of the same record.
       019-Begin.
           perform 140-build-recalc-chain
           if WS-Recalc-Failed
               perform 040-reject-write
           else
               rewrite outfile-record
               if WS-OutFile-OK
                   add 1 to WS-Records-Written
                   add 1 to WS-Records-Changed
                   perform 045-write-journal-record
      * Only a change that names different references moves entries
      * in the where-used index.
                   move WS-Before-Image to WS-Whu-Image
                   if WS-Whu-Image-Ref-1 not = OUT-REF-OPERAND-1 or
                      WS-Whu-Image-Ref-2 not = OUT-REF-OPERAND-2
                       perform 049-unindex-references
                       move outfile-record to WS-Whu-Image
                       perform 048-index-references
                   end-if
                   display outfile-record
                   perform 095-write-audit-record
                   perform 110-print-detail-line
                   perform 115-accumulate-operator-stats
                   set WS-Disp-Posted to true
                   perform 035-write-disposition
                   perform 147-apply-recalc-chain
               else
                   move "09" to REJ-REASON-CODE
                   move "MASTER CHANGE FAILED" to REJ-REASON-TEXT
                   perform 040-reject-write
               end-if
           end-if.

       020-compute-result Section.
                   set OUT-STATUS-ERROR to true
           end-evaluate.

       021-check-period-lock Section.
      * Once finance has closed a month, nothing last maintained in
      * it may change: a change or delete against such a record is
      * refused, and the correction has to come in as an adjusting
      * transaction - an add whose first reference names the
      * original, which must be on the master - that posts in the
      * current month instead. An adjustment carries the amount of
      * the correction in its own operands, so it is never chained.
      * An adjustment, once posted, is not changed either: a change
      * would drop the reference to the record it corrects, so a
      * wrong adjustment is deleted or corrected by another. A
      * record not on file is left for the change or delete to
      * reject on its own.
       021-Begin.
           evaluate true
               when IN-ADJUSTING and not IN-ACTION-ADD
                   set WS-Input-Invalid to true
                   move "12" to REJ-REASON-CODE
                   move "ADJUSTMENT MUST BE AN ADD" to REJ-REASON-TEXT
               when IN-ADJUSTING and IN-TYPE-CHAINED
                   set WS-Input-Invalid to true
                   move "12" to REJ-REASON-CODE
                   move "ADJUSTMENT CANNOT BE CHAINED" to
                       REJ-REASON-TEXT
               when IN-ADJUSTING
                   move IN-REF-OPERAND-1 to OUT-TRANSACTION-ID
                   if IN-REF-OPERAND-1 = spaces
                       set WS-Input-Invalid to true
                   else
                       read outfile
                           invalid key
                               set WS-Input-Invalid to true
                       end-read
                   end-if
                   if WS-Input-Invalid
                       move "12" to REJ-REASON-CODE
                       move "ADJUSTED RECORD NOT ON FILE" to
                           REJ-REASON-TEXT
                   end-if
               when IN-ACTION-CHANGE or IN-ACTION-DELETE
                   move IN-TRANSACTION-ID to OUT-TRANSACTION-ID
                   read outfile
                       invalid key
                           continue
                       not invalid key
                           move OUT-LAST-MAINT-DATE to
                               WS-Period-Check-Date
                           perform 022-test-period
                           evaluate true
                               when WS-Period-Closed
                                   set WS-Input-Invalid to true
                                   move "12" to REJ-REASON-CODE
                                   move "PERIOD CLOSED" to
                                       REJ-REASON-TEXT
                               when IN-ACTION-CHANGE and OUT-ADJUSTING
                                   set WS-Input-Invalid to true
                                   move "12" to REJ-REASON-CODE
                                   move "ADJUSTMENT CANNOT BE CHANGED"
                                       to REJ-REASON-TEXT
                               when other
                                   continue
                           end-evaluate
                   end-read
               when other
                   continue
           end-evaluate.

       022-test-period Section.
      * Tells whether the month of WS-Period-Check-Date is closed.
      * A month with no period-control record is open.
       022-Begin.
           move "N" to WS-Period-Closed-Switch
           if WS-Period-File-Open and WS-Period-Check-Date > zero
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

       024-check-dependent-period Section.
      * A chained dependent last maintained in a closed month cannot
      * be recalculated onto the master, so a change that would move
      * its figures is refused whole like any other recalc failure.
       024-Begin.
           if outfile-record not = WS-Rcl-Before (WS-Recalc-Index)
               move OUT-LAST-MAINT-DATE to WS-Period-Check-Date
               perform 022-test-period
               if WS-Period-Closed
                   set WS-Recalc-Failed to true
                   move "12" to REJ-REASON-CODE
                   move "DEPENDENT IN CLOSED PERIOD" to
                       REJ-REASON-TEXT
                   display "CHANGE " IN-TRANSACTION-ID " REFUSED,"
                       " DEPENDENT " OUT-TRANSACTION-ID
                       " IS IN A CLOSED PERIOD"
               end-if
           end-if.

       025-compute-exponent Section.
      * A negative base with a fractional exponent, or a zero base
      * with a negative exponent, has no defined result, so those
           move WS-Pending-Released to CTL-COUNT
           write ctl-totals-record

           move "RECORDS RECALCULATED" to CTL-LABEL
           move WS-Records-Recalced to CTL-COUNT
           write ctl-totals-record

           move "BATCH NUMBER" to CTL-LABEL
           move WS-Batch-Number to CTL-COUNT
           write ctl-totals-record
               write ctl-totals-record
           end-if.

       035-write-disposition Section.
      * Every transaction the run disposes of is recorded with its
      * outcome for the department return job. The caller sets the
      * outcome; the result, reject reason or effective date is
      * taken from wherever that outcome left it.
       035-Begin.
           if not WS-Trial-Mode
               move spaces to disposition-record
               move WS-Report-Run-Date to DSP-RUN-DATE
               move WS-Batch-Number to DSP-BATCH-NUMBER
               move IN-DEPARTMENT to DSP-DEPARTMENT
               move IN-TRANSACTION-ID to DSP-TRANSACTION-ID
               evaluate true
                   when WS-Resub-Source
                       set DSP-FROM-RESUB to true
                   when WS-Release-Source
                       set DSP-FROM-RELEASE to true
                   when IN-FROM-ENTRY
                       set DSP-FROM-ENTRY to true
                   when other
                       set DSP-FROM-BATCH to true
               end-evaluate
               move WS-Disposition-Code to DSP-DISPOSITION
               move IN-ACTION-CODE to DSP-ACTION-CODE
               if IN-OPERAND-1 numeric
                   move IN-OPERAND-1 to DSP-OPERAND-1
               else
                   move zero to DSP-OPERAND-1
               end-if
               if IN-OPERAND-2 numeric
                   move IN-OPERAND-2 to DSP-OPERAND-2
               else
                   move zero to DSP-OPERAND-2
               end-if
               move zero to DSP-RESULT
               move zero to DSP-EFFECTIVE-DATE
               evaluate true
                   when WS-Disp-Posted
                       move OUT-RESULT to DSP-RESULT
                   when WS-Disp-Rejected
                       move REJ-REASON-CODE to DSP-REASON-CODE
                       move REJ-REASON-TEXT to DSP-REASON-TEXT
                   when WS-Disp-Parked
                       if IN-EFFECTIVE-DATE numeric
                           move IN-EFFECTIVE-DATE to
                               DSP-EFFECTIVE-DATE
                       end-if
               end-evaluate
               write disposition-record
               if not WS-Disp-OK
                   move "035-WRITE-DISP" to EXC-PARAGRAPH
                   move "DISPFILE" to EXC-FILE-ID
                   move WS-Disp-Status to EXC-STATUS-CODE
                   perform 050-write-exception
               end-if
           end-if.

       040-reject-write Section.
       040-Begin.
           move infile-record to REJ-RAW-INPUT
           add 1 to WS-Records-Rejected
           move REJ-REASON-CODE to WS-Rej-Code-X
           if WS-Rej-Code-X numeric and
              WS-Rej-Code-9 > zero and WS-Rej-Code-9 < 13
               add 1 to WS-Rej-Stat-Count (WS-Rej-Code-9)
               move REJ-REASON-TEXT to
                   WS-Rej-Stat-Text (WS-Rej-Code-9)
           end-if
           perform 096-write-reject-audit-record
           set WS-Disp-Rejected to true
           perform 035-write-disposition.

       045-write-journal-record Section.
      * One journal record per committed master change. An add
           end-if.

       046-check-chain-dependents Section.
      * Looks the transaction about to be deleted up in the where-used
      * index; any entry under its id other than the record itself
      * is a record whose chain references name it.
       046-Begin.
           move "N" to WS-Dependent-Switch
           move IN-TRANSACTION-ID to WS-Whu-Lookup-Id
           perform 051-start-where-used
           perform 047-test-one-dependent
               until End-Of-Where-Used or WS-Dependent-Found.

       047-test-one-dependent Section.
       047-Begin.
           perform 053-read-next-where-used
           if not End-Of-Where-Used and
              WHU-DEPENDENT-ID not = IN-TRANSACTION-ID
               set WS-Dependent-Found to true
           end-if.

       048-index-references Section.
      * Adds a where-used entry for each chain reference in the
      * master image held in WS-Whu-Image. A record naming the same
      * transaction twice gets one entry.
       048-Begin.
           if WS-Whu-Image-Ref-1 not = spaces
               move WS-Whu-Image-Ref-1 to WS-Whu-Ref-Id
               perform 052-write-where-used
           end-if
           if WS-Whu-Image-Ref-2 not = spaces and
              WS-Whu-Image-Ref-2 not = WS-Whu-Image-Ref-1
               move WS-Whu-Image-Ref-2 to WS-Whu-Ref-Id
               perform 052-write-where-used
           end-if.

       049-unindex-references Section.
      * Removes the where-used entries for the chain references in
      * the master image held in WS-Whu-Image.
       049-Begin.
           if WS-Whu-Image-Ref-1 not = spaces
               move WS-Whu-Image-Ref-1 to WS-Whu-Ref-Id
               perform 054-delete-where-used
           end-if
           if WS-Whu-Image-Ref-2 not = spaces and
              WS-Whu-Image-Ref-2 not = WS-Whu-Image-Ref-1
               move WS-Whu-Image-Ref-2 to WS-Whu-Ref-Id
               perform 054-delete-where-used
           end-if.

       050-write-exception Section.
       050-Begin.
           accept EXC-TIME from time
           write exception-record.

       051-start-where-used Section.
      * Positions the where-used index on the first entry under the
      * id in WS-Whu-Lookup-Id.
       051-Begin.
           move "N" to WS-WhereUsed-EOF-Switch
           move WS-Whu-Lookup-Id to WHU-REF-ID
           move low-values to WHU-DEPENDENT-ID
           start whereusedfile key not < WHU-KEY
               invalid key
                   set End-Of-Where-Used to true
           end-start.

       052-write-where-used Section.
      * An entry already on the index is one a restarted run wrote
      * before its last checkpoint, so a duplicate is not an error.
       052-Begin.
           move spaces to where-used-record
           move WS-Whu-Ref-Id to WHU-REF-ID
           move WS-Whu-Image-Id to WHU-DEPENDENT-ID
           move WS-Whu-Image-Adjusting to WHU-ADJUSTING-FLAG
           accept WHU-INDEXED-DATE from date yyyymmdd
           write where-used-record
           if not WS-WhereUsed-OK and not WS-WhereUsed-Duplicate
               move "052-WRITE-WHERE-USED" to EXC-PARAGRAPH
               move "WHEREUSED" to EXC-FILE-ID
               move WS-WhereUsed-Status to EXC-STATUS-CODE
               perform 050-write-exception
           end-if.

       053-read-next-where-used Section.
      * Reads the next entry, ending the lookup at the first entry
      * filed under a different id.
       053-Begin.
           read whereusedfile next record
               at end
                   set End-Of-Where-Used to true
               not at end
                   if WHU-REF-ID not = WS-Whu-Lookup-Id
                       set End-Of-Where-Used to true
                   end-if
           end-read.

       054-delete-where-used Section.
       054-Begin.
           move WS-Whu-Ref-Id to WHU-REF-ID
           move WS-Whu-Image-Id to WHU-DEPENDENT-ID
           delete whereusedfile record
           if not WS-WhereUsed-OK and not WS-WhereUsed-Not-Found
               move "054-DELETE-WHEREUSED" to EXC-PARAGRAPH
               move "WHEREUSED" to EXC-FILE-ID
               move WS-WhereUsed-Status to EXC-STATUS-CODE
               perform 050-write-exception
           end-if.

       060-write-checkpoint-if-due Section.
       060-Begin.
           if not WS-Trial-Mode
           move WS-Records-Deleted to RST-RECORDS-DELETED
           move WS-Records-Pended to RST-RECORDS-PENDED
           move WS-Pending-Released to RST-PENDING-RELEASED
           move WS-Records-Recalced to RST-RECORDS-RECALCED
           write restart-record
           close restartfile.

           move zero to RST-RECORDS-DELETED
           move zero to RST-RECORDS-PENDED
           move zero to RST-PENDING-RELEASED
           move zero to RST-RECORDS-RECALCED
           write restart-record
           close restartfile.

               until WS-Op-Index > 7
           perform 093-initialize-one-reject
               varying WS-Rej-Index from 1 by 1
               until WS-Rej-Index > 12.

       092-initialize-one-operator Section.
       092-Begin.
           else
               move WS-Batch-Number to AUD-BATCH-NUMBER
           end-if
           move spaces to AUD-MAKER-ID
           if not WS-Trial-Mode
               write audit-record
           end-if.
           else
               move WS-Batch-Number to AUD-BATCH-NUMBER
           end-if
           move spaces to AUD-MAKER-ID
           if not WS-Trial-Mode
               write audit-record
           end-if.
                   perform 050-write-exception
           end-add.

       111-print-recalc-line Section.
      * A system-generated recalculation prints with its note but
      * stays out of the transactions-processed totals; it is
      * counted on a line of its own at the end of the report.
       111-Begin.
           if WS-Report-Line-Count >= WS-Report-Lines-Per-Page
               perform 100-print-headline
           end-if
           move spaces to report-line
           move OUT-TRANSACTION-ID to RPT-DET-TRANS-ID
           move OUT-OPERAND-1 to RPT-DET-OPERAND-1
           move OUT-OPERATOR to RPT-DET-OPERATOR
           move OUT-OPERAND-2 to RPT-DET-OPERAND-2
           move OUT-RESULT to RPT-DET-RESULT
           move WS-Recalc-Note to RPT-DET-NOTE
           write report-line
           add 1 to WS-Report-Line-Count.

       115-accumulate-operator-stats Section.
       115-Begin.
           move zero to WS-Op-Match-Index
           move "TOTAL OF RESULTS:" to RPT-TOT-RESULT-LABEL
           move WS-Report-Total-Result to RPT-TOT-RESULT
           write report-line
           if WS-Records-Recalced > zero
               move spaces to report-line
               move "SYSTEM RECALCULATIONS:" to RPT-TOT-LABEL
               move WS-Records-Recalced to RPT-TOT-COUNT
               write report-line
           end-if
           move spaces to Work-field
           string "REPORT PAGES: " delimited by size
                  WS-Report-Page-Number delimited by size
           write stats-line
           perform 127-print-one-reject
               varying WS-Rej-Index from 1 by 1
               until WS-Rej-Index > 12.

       126-print-one-operator Section.
       126-Begin.
                       else
                           move zero to WS-Current-Retry-Count
                       end-if
                       set WS-Release-Source to true
                       move PND-INPUT-DATA to infile-record
                       perform 014-process-transaction
                   end-if
                   move WS-Pend-Status to EXC-STATUS-CODE
                   perform 050-write-exception
               end-if
           end-if
           set WS-Disp-Parked to true
           perform 035-write-disposition.

       140-build-recalc-chain Section.
      * Collects every record chained, directly or through other
      * dependents, to the record being changed and recalculates
      * each one in working storage from the new result. Nothing is
      * written here; the record area is put back as it was found so
      * the change itself can go ahead if the whole chain settles.
       140-Begin.
           move "N" to WS-Recalc-Fail-Switch
           move zero to WS-Recalc-Count
           move outfile-record to WS-Recalc-Root-Image
           move OUT-TRANSACTION-ID to WS-Recalc-Root-Id
           move OUT-RESULT to WS-Recalc-Root-Result
           perform 141-collect-dependents
           if WS-Recalc-Count > zero and not WS-Recalc-Failed
               move zero to WS-Recalc-Pass-Count
               set WS-Recalc-Changed to true
               perform 145-recalc-chain-pass
                   until not WS-Recalc-Changed or WS-Recalc-Failed
           end-if
           move WS-Recalc-Root-Image to outfile-record.

       141-collect-dependents Section.
      * The where-used index gives the records chained directly to
      * the changed record; each record collected is then looked up
      * the same way in its turn, so the whole chain is gathered
      * however deep it runs. The table is walked while it grows,
      * starting from the changed record itself at position zero.
       141-Begin.
           move zero to WS-Recalc-Index
           perform 142-collect-one-level
               until WS-Recalc-Index > WS-Recalc-Count
                   or WS-Recalc-Failed.

       142-collect-one-level Section.
       142-Begin.
           if WS-Recalc-Index = zero
               move WS-Recalc-Root-Id to WS-Whu-Lookup-Id
           else
               move WS-Rcl-Id (WS-Recalc-Index) to WS-Whu-Lookup-Id
           end-if
           perform 051-start-where-used
           perform 143-collect-one-dependent
               until End-Of-Where-Used or WS-Recalc-Failed
           add 1 to WS-Recalc-Index.

       143-collect-one-dependent Section.
      * An adjusting record names the record it corrects but holds
      * its own operands, so it is never collected. A record already
      * in the chain - reached through both its references, or the
      * changed record itself - is not collected twice. An index
      * entry whose dependent is no longer on the master is logged
      * for the rebuild utility and passed over.
       143-Begin.
           perform 053-read-next-where-used
           if not End-Of-Where-Used and not WHU-ADJUSTING
               move WHU-DEPENDENT-ID to WS-Recalc-Ref-Id
               perform 144-find-recalc-member
               if not WS-Recalc-Member
                   move WHU-DEPENDENT-ID to OUT-TRANSACTION-ID
                   read outfile
                       invalid key
                           move "143-COLLECT-DEPEND" to
                               EXC-PARAGRAPH
                           move "WHEREUSED" to EXC-FILE-ID
                           move WS-OutFile-Status to EXC-STATUS-CODE
                           perform 050-write-exception
                       not invalid key
                           if WS-Recalc-Count < WS-Recalc-Max
                               add 1 to WS-Recalc-Count
                               move OUT-TRANSACTION-ID to
                                   WS-Rcl-Id (WS-Recalc-Count)
                               move outfile-record to
                                   WS-Rcl-Before (WS-Recalc-Count)
                               move outfile-record to
                                   WS-Rcl-After (WS-Recalc-Count)
                           else
                               set WS-Recalc-Failed to true
                               move "11" to REJ-REASON-CODE
                               move "DEPENDENT CHAIN TOO LARGE" to
                                   REJ-REASON-TEXT
                               display "CHANGE " IN-TRANSACTION-ID
                                   " REFUSED, MORE THAN "
                                   WS-Recalc-Max
                                   " CHAINED DEPENDENTS"
                           end-if
                   end-read
               end-if
           end-if.

       144-find-recalc-member Section.
      * Tells whether an id is the changed record or one of the
      * dependents collected so far, and if so what its result
      * stands at in the recalculation.
       144-Begin.
           move "N" to WS-Recalc-Member-Switch
           evaluate true
               when WS-Recalc-Ref-Id = spaces
                   continue
               when WS-Recalc-Ref-Id = WS-Recalc-Root-Id
                   set WS-Recalc-Member to true
                   move WS-Recalc-Root-Result to WS-Recalc-Ref-Result
               when WS-Recalc-Count > zero
                   set RC-IX to 1
                   search WS-Recalc-Entry
                       when WS-Rcl-Id (RC-IX) = WS-Recalc-Ref-Id
                           set WS-Recalc-Member to true
                           move WS-Rcl-After (RC-IX) to
                               WS-Rcl-View-Image
                           move WS-Rcl-View-Result to
                               WS-Recalc-Ref-Result
                   end-search
               when other
                   continue
           end-evaluate.

       145-recalc-chain-pass Section.
      * A dependent can reference two records in the chain, so the
      * collected records are recalculated pass after pass until a
      * pass changes nothing. A chain that has not settled after as
      * many passes as it has records is circular and is refused.
       145-Begin.
           move "N" to WS-Recalc-Change-Switch
           add 1 to WS-Recalc-Pass-Count
           if WS-Recalc-Pass-Count > WS-Recalc-Count + 1
               set WS-Recalc-Failed to true
               move "11" to REJ-REASON-CODE
               move "DEPENDENT CHAIN IS CIRCULAR" to REJ-REASON-TEXT
               display "CHANGE " IN-TRANSACTION-ID " REFUSED,"
                   " CHAINED DEPENDENTS DO NOT SETTLE"
           else
               perform 146-recalc-one-dependent
                   varying WS-Recalc-Index from 1 by 1
                   until WS-Recalc-Index > WS-Recalc-Count
                       or WS-Recalc-Failed
           end-if.

       146-recalc-one-dependent Section.
      * Only an operand whose reference is in the chain is replaced;
      * an operand keyed directly or taken from a record outside the
      * chain keeps the value it already holds. The same range check
      * chain resolution applies to a referenced result applies here.
       146-Begin.
           move WS-Rcl-After (WS-Recalc-Index) to outfile-record
           if OUT-REF-OPERAND-1 not = spaces
               move OUT-REF-OPERAND-1 to WS-Recalc-Ref-Id
               perform 144-find-recalc-member
               if WS-Recalc-Member
                   if WS-Recalc-Ref-Result > 9999999.99 or
                      WS-Recalc-Ref-Result < -9999999.99
                       perform 148-flag-recalc-too-large
                   else
                       move WS-Recalc-Ref-Result to OUT-OPERAND-1
                   end-if
               end-if
           end-if
           if OUT-REF-OPERAND-2 not = spaces and not WS-Recalc-Failed
               move OUT-REF-OPERAND-2 to WS-Recalc-Ref-Id
               perform 144-find-recalc-member
               if WS-Recalc-Member
                   if WS-Recalc-Ref-Result > 9999999.99 or
                      WS-Recalc-Ref-Result < -9999999.99
                       perform 148-flag-recalc-too-large
                   else
                       move WS-Recalc-Ref-Result to OUT-OPERAND-2
                   end-if
               end-if
           end-if
           if not WS-Recalc-Failed
               perform 020-compute-result
               if OUT-STATUS-ERROR
                   set WS-Recalc-Failed to true
                   move "11" to REJ-REASON-CODE
                   move "DEPENDENT RECALC SIZE ERROR" to
                       REJ-REASON-TEXT
                   display "CHANGE " IN-TRANSACTION-ID " REFUSED,"
                       " DEPENDENT " OUT-TRANSACTION-ID
                       " CANNOT BE RECALCULATED"
               else
                   perform 024-check-dependent-period
                   if not WS-Recalc-Failed and
                      outfile-record not =
                          WS-Rcl-After (WS-Recalc-Index)
                       set WS-Recalc-Changed to true
                       move outfile-record to
                           WS-Rcl-After (WS-Recalc-Index)
                   end-if
               end-if
           end-if.

       147-apply-recalc-chain Section.
      * Runs once the change itself is on the master. Each dependent
      * whose figures actually moved is rewritten, journaled as an
      * ordinary change so backout and roll-forward treat it like
      * any other, audited as a system-generated recalculation and
      * printed with a note naming the change that caused it.
       147-Begin.
           perform 149-apply-one-recalc
               varying WS-Recalc-Index from 1 by 1
               until WS-Recalc-Index > WS-Recalc-Count
           move WS-Recalc-Root-Image to outfile-record
           move "C" to WS-Current-Action.

       148-flag-recalc-too-large Section.
       148-Begin.
           set WS-Recalc-Failed to true
           move "11" to REJ-REASON-CODE
           move "DEPENDENT OPERAND TOO LARGE" to REJ-REASON-TEXT
           display "CHANGE " IN-TRANSACTION-ID " REFUSED, RESULT FOR"
               " DEPENDENT " OUT-TRANSACTION-ID " TOO LARGE".

       149-apply-one-recalc Section.
      * The change itself is already on the master and journaled, so
      * a dependent that cannot be rewritten leaves the chain half
      * updated; the run is marked in error so the stream stops
      * before the extract, and the change and dependent are named
      * for the repair.
       149-Begin.
           if WS-Rcl-After (WS-Recalc-Index) not =
                  WS-Rcl-Before (WS-Recalc-Index)
               move WS-Rcl-After (WS-Recalc-Index) to outfile-record
               move WS-Report-Run-Date to OUT-LAST-MAINT-DATE
               move WS-Rcl-Before (WS-Recalc-Index) to WS-Before-Image
               rewrite outfile-record
               if WS-OutFile-OK
                   add 1 to WS-Records-Recalced
                   move "C" to WS-Current-Action
                   perform 045-write-journal-record
                   display outfile-record
                   move "S" to WS-Current-Action
                   perform 095-write-audit-record
                   move spaces to WS-Recalc-Note
                   string "SYSTEM RECALC FROM " delimited by size
                          WS-Recalc-Root-Id delimited by size
                       into WS-Recalc-Note
                   perform 111-print-recalc-line
               else
                   move "149-APPLY-RECALC" to EXC-PARAGRAPH
                   move "OUTFILE" to EXC-FILE-ID
                   move WS-OutFile-Status to EXC-STATUS-CODE
                   perform 050-write-exception
                   set WS-Batch-Error to true
                   display "RECALC OF DEPENDENT " OUT-TRANSACTION-ID
                       " FROM CHANGE " WS-Recalc-Root-Id
                       " FAILED, STATUS " WS-OutFile-Status
                   display "CHAIN LEFT PART UPDATED - RECOVER BEFORE"
                       " THE EXTRACT RUNS"
               end-if
           end-if.

       End program Excercise1.
