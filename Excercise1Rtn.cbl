       Identification Division.
       program-id. Excercise1Rtn as "Excercise1Rtn".
       Author.     Naz Sassine.
       Installation. Desktop.
       Date-written. 2026-10-15.
       Date-compiled. 2026-10-15.
       Security. None.

      * Department disposition returns. After the batch run, writes
      * one return file per department listing every transaction
      * the department had in the run and what became of it -
      * posted with its result, rejected with the reject reason
      * code and text, parked on the pending file with its
      * effective date, or not taken at intake - with counts and
      * operand hash totals that tie back to the department's
      * submission envelope. Repair resubmissions and pending
      * releases go back to the department that first sent them;
      * work keyed through the entry program is returned as keyed
      * work, outside the envelope tie.
      * The work comes from the disposition file the batch job
      * writes and the envelope file the intake job writes; a
      * control report lists every department and whether its
      * return tied out.

       environment division.
       configuration section.
       source-computer. Desktop.
       object-computer. Desktop.
       Input-Output Section.
       File-Control.
           Select DispFile assign using WS-Disp-Path
               file status is WS-Disp-Status.
           Select EnvFile assign using WS-Env-Path
               file status is WS-Env-Status.
           Select ReturnFile assign using WS-Return-Path
               file status is WS-Return-Status.
           Select ReturnReport assign using WS-Rtn-Rpt-Path.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       Data Division.
       File Section.
       fd DispFile.
       COPY CBDISP.
       fd EnvFile.
       COPY CBSUBENV.
       fd ReturnFile.
       COPY CBRETURN.
       fd ReturnReport.
       COPY CBRTNRPT.
       fd ParmFile.
       COPY CBPARM.

       working-storage section.
       COPY CBINFILE.
       01 WS-File-Paths.
           05 WS-Disp-Path pic X(68)
               value "C:\DataFiles\Disposition.dat".
           05 WS-Env-Path pic X(68)
               value "C:\DataFiles\SubEnvelope.dat".
           05 WS-Return-Prefix pic X(68)
               value "C:\DataFiles\Return".
           05 WS-Rtn-Rpt-Path pic X(68)
               value "C:\DataFiles\ReturnRpt.dat".
           05 WS-Return-Path pic X(68) value spaces.
       01 WS-Department-Table-Fields.
           05 WS-Dept-Max pic 9(3) value 50.
           05 WS-Dept-Count pic 9(3) value zero.
           05 WS-Dept-Index pic 9(3) value zero.
           05 WS-Find-Dept pic X(10) value spaces.
           05 WS-Cur-Dept pic X(10) value spaces.
           05 WS-Rec-Dept pic X(10) value spaces.
       01 WS-Department-Table.
           05 WS-Dept-Entry
               occurs 1 to 50 times
               depending on WS-Dept-Count
               indexed by DP-IX.
               10 WS-Dpt-Name pic X(10).
               10 WS-Dpt-Env-Files pic 9(3).
               10 WS-Dpt-Refused-Files pic 9(3).
               10 WS-Dpt-Env-Count pic 9(7).
               10 WS-Dpt-Env-Hash-1 pic S9(11)V99.
               10 WS-Dpt-Env-Hash-2 pic S9(11)V99.
               10 WS-Dpt-Sub-Batch pic 9(6).
               10 WS-Dpt-Sub-Create-Date pic 9(8).
       01 WS-Return-Counts.
           05 WS-Ret-Posted pic 9(7) value zero.
           05 WS-Ret-Rejected pic 9(7) value zero.
           05 WS-Ret-Pending pic 9(7) value zero.
           05 WS-Ret-Not-Taken pic 9(7) value zero.
           05 WS-Ret-Resubmitted pic 9(7) value zero.
           05 WS-Ret-Released pic 9(7) value zero.
           05 WS-Ret-Keyed pic 9(7) value zero.
           05 WS-Ret-Sub-Count pic 9(7) value zero.
           05 WS-Ret-Sub-Hash-1 pic S9(11)V99 value zero.
           05 WS-Ret-Sub-Hash-2 pic S9(11)V99 value zero.
           05 WS-Ret-Result-Total pic S9(13)V99 value zero.
       01 WS-Run-Counts.
           05 WS-Dispositions-Read pic 9(7) value zero.
           05 WS-Returns-Written pic 9(3) value zero.
           05 WS-Returns-Failed pic 9(3) value zero.
           05 WS-Returns-Untied pic 9(3) value zero.
       01 WS-Batch-Check.
           05 WS-Env-Batch-Number pic 9(6) value zero.
           05 WS-Disp-Batch-Number pic 9(6) value zero.
       01 WS-Switches.
           05 WS-Disp-EOF-Switch pic x value "N".
               88 End-Of-DispFile value "Y".
           05 WS-Env-EOF-Switch pic x value "N".
               88 End-Of-EnvFile value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
           05 WS-Dept-Found-Switch pic x value "N".
               88 WS-Dept-Found value "Y".
           05 WS-Dept-Full-Switch pic x value "N".
               88 WS-Dept-Table-Full value "Y".
           05 WS-Batch-Mismatch-Switch pic x value "N".
               88 WS-Batch-Mismatch value "Y".
           05 WS-Hard-Error-Switch pic x value "N".
               88 WS-Hard-Error value "Y".
           05 WS-Env-Present-Switch pic x value "N".
               88 WS-Env-Present value "Y".
           05 WS-Disp-Present-Switch pic x value "N".
               88 WS-Disp-Present value "Y".
       01 WS-File-Status.
           05 WS-Disp-Status pic X(2) value "00".
               88 WS-Disp-OK value "00".
               88 WS-Disp-Missing value "35".
           05 WS-Env-Status pic X(2) value "00".
               88 WS-Env-OK value "00".
               88 WS-Env-Missing value "35".
           05 WS-Return-Status pic X(2) value "00".
               88 WS-Return-OK value "00".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Today pic 9(8) value zero.

       Procedure Division.
       001-Main Section.
       001-Begin.
           perform 540-return-mainline
           goback.

       540-return-mainline Section.
       540-Begin.
           perform 541-read-parm-file
           accept WS-Today from date yyyymmdd
           open output returnreport
           perform 543-print-headline
           perform 544-load-envelopes
           perform 546-collect-departments
           if WS-Hard-Error
               close returnreport
               move 16 to return-code
               goback
           end-if
      * An envelope file left from an earlier night - intake did
      * not run for this batch - ties nothing to anything. It is set
      * aside and the departments are gathered again from the
      * dispositions alone, so every return still goes out, showing
      * no submission.
           if WS-Batch-Mismatch
               display "ENVELOPE FILE BATCH " WS-Env-Batch-Number
                   " DOES NOT MATCH DISPOSITION BATCH "
                   WS-Disp-Batch-Number ", ENVELOPES IGNORED"
               move spaces to rtnrpt-line
               move "ENVELOPES NOT FOR THIS BATCH, IGNORED" to
                   RTR-CNT-LABEL
               move WS-Env-Batch-Number to RTR-CNT-VALUE
               write rtnrpt-line
               move "N" to WS-Env-Present-Switch
               move zero to WS-Env-Batch-Number
               move zero to WS-Dept-Count
               move "N" to WS-Dept-Full-Switch
               move zero to WS-Dispositions-Read
               perform 546-collect-departments
           end-if
           if WS-Dept-Count = zero
               move spaces to rtnrpt-line
               move "NO DEPARTMENT ACTIVITY THIS RUN" to
                   RTR-CNT-LABEL
               move zero to RTR-CNT-VALUE
               write rtnrpt-line
               close returnreport
               move 4 to return-code
               goback
           end-if
           perform 550-build-one-return
               varying WS-Dept-Index from 1 by 1
               until WS-Dept-Index > WS-Dept-Count
           perform 560-write-totals
           close returnreport
           evaluate true
               when WS-Hard-Error or WS-Dept-Table-Full
                   move 8 to return-code
               when WS-Returns-Failed > zero
                   move 8 to return-code
               when WS-Returns-Untied > zero or WS-Batch-Mismatch
                   move 4 to return-code
               when other
                   move zero to return-code
           end-evaluate.

       541-read-parm-file Section.
       541-Begin.
           open input parmfile
           if WS-Parm-Open-OK
               perform 542-read-parm-record until End-Of-ParmFile
               close parmfile
           end-if.

       542-read-parm-record Section.
       542-Begin.
           read parmfile
               at end
                   set End-Of-ParmFile to true
               not at end
                   evaluate PRM-KEYWORD
                       when "DISPFILE"
                           move PRM-VALUE to WS-Disp-Path
                       when "ENVFILE"
                           move PRM-VALUE to WS-Env-Path
                       when "RETURNPFX"
                           move PRM-VALUE to WS-Return-Prefix
                       when "RETURNRPT"
                           move PRM-VALUE to WS-Rtn-Rpt-Path
                       when other
                           continue
                   end-evaluate
           end-read.

       543-print-headline Section.
       543-Begin.
           move spaces to rtnrpt-line
           move "DEPARTMENT RETURN CONTROL REPORT" to RTR-HDR-TITLE
           move "RUN DATE:" to RTR-HDR-DATE-LIT
           move WS-Today to RTR-HDR-DATE
           write rtnrpt-line
           move spaces to rtnrpt-line
           write rtnrpt-line
           move "DEPARTMENT  SUBMITTED     POSTED   REJECTED    PENDING
      -        "  NOT TAKEN  RETURN STATUS" to rtnrpt-line
           write rtnrpt-line
           move spaces to rtnrpt-line
           write rtnrpt-line.

       544-load-envelopes Section.
      * No envelope file means no department submitted through
      * intake tonight; returns still go out for resubmissions,
      * releases and directly keyed work.
       544-Begin.
           move "N" to WS-Env-EOF-Switch
           open input envfile
           evaluate true
               when WS-Env-OK
                   set WS-Env-Present to true
                   perform 545-load-one-envelope until End-Of-EnvFile
                   close envfile
               when WS-Env-Missing
                   move spaces to rtnrpt-line
                   move "NO SUBMISSION ENVELOPE FILE" to
                       RTR-CNT-LABEL
                   move zero to RTR-CNT-VALUE
                   write rtnrpt-line
               when other
                   display "ENVELOPE FILE OPEN FAILED, STATUS "
                       WS-Env-Status
                   set WS-Hard-Error to true
           end-evaluate.

       545-load-one-envelope Section.
       545-Begin.
           read envfile
               at end
                   set End-Of-EnvFile to true
               not at end
                   move ENV-BATCH-NUMBER to WS-Env-Batch-Number
                   if ENV-TYPE-EXCLUDED
                       move ENX-DEPARTMENT to WS-Find-Dept
                   else
                       move ENV-DEPARTMENT to WS-Find-Dept
                   end-if
                   perform 548-find-department
                   if WS-Dept-Found and ENV-TYPE-ENVELOPE
                       if ENV-VERIFIED
                           add 1 to WS-Dpt-Env-Files (DP-IX)
                           add ENV-RECORD-COUNT to
                               WS-Dpt-Env-Count (DP-IX)
                           add ENV-HASH-OPERAND-1 to
                               WS-Dpt-Env-Hash-1 (DP-IX)
                           add ENV-HASH-OPERAND-2 to
                               WS-Dpt-Env-Hash-2 (DP-IX)
                           move ENV-HDR-BATCH-NUMBER to
                               WS-Dpt-Sub-Batch (DP-IX)
                           move ENV-HDR-CREATE-DATE to
                               WS-Dpt-Sub-Create-Date (DP-IX)
                       else
                           add 1 to WS-Dpt-Refused-Files (DP-IX)
                       end-if
                   end-if
           end-read.

       546-collect-departments Section.
      * A department with work in the run but no envelope - a
      * resubmission or a pending release from an earlier night, or
      * work keyed through the entry program - still gets a return.
       546-Begin.
           move "N" to WS-Disp-EOF-Switch
           open input dispfile
           evaluate true
               when WS-Disp-OK
                   set WS-Disp-Present to true
                   perform 547-scan-one-disposition
                       until End-Of-DispFile
                   close dispfile
               when WS-Disp-Missing
                   move spaces to rtnrpt-line
                   move "NO DISPOSITION FILE FROM THE BATCH" to
                       RTR-CNT-LABEL
                   move zero to RTR-CNT-VALUE
                   write rtnrpt-line
               when other
                   display "DISPOSITION FILE OPEN FAILED, STATUS "
                       WS-Disp-Status
                   set WS-Hard-Error to true
           end-evaluate.

       547-scan-one-disposition Section.
       547-Begin.
           read dispfile
               at end
                   set End-Of-DispFile to true
               not at end
                   add 1 to WS-Dispositions-Read
                   move DSP-DEPARTMENT to WS-Find-Dept
                   perform 548-find-department
                   if DSP-FROM-BATCH
                       move DSP-BATCH-NUMBER to WS-Disp-Batch-Number
                       if WS-Env-Batch-Number not = zero and
                          DSP-BATCH-NUMBER not = WS-Env-Batch-Number
                           set WS-Batch-Mismatch to true
                       end-if
                   end-if
           end-read.

       548-find-department Section.
      * Work with no department - keyed directly through the entry
      * program rather than submitted - is returned under a
      * department of its own.
       548-Begin.
           if WS-Find-Dept = spaces
               move "UNASSIGNED" to WS-Find-Dept
           end-if
           move "N" to WS-Dept-Found-Switch
           if WS-Dept-Count > zero
               set DP-IX to 1
               search WS-Dept-Entry
                   when WS-Dpt-Name (DP-IX) = WS-Find-Dept
                       set WS-Dept-Found to true
               end-search
           end-if
           if not WS-Dept-Found
               if WS-Dept-Count < WS-Dept-Max
                   add 1 to WS-Dept-Count
                   set DP-IX to WS-Dept-Count
                   move WS-Find-Dept to WS-Dpt-Name (DP-IX)
                   move zero to WS-Dpt-Env-Files (DP-IX)
                   move zero to WS-Dpt-Refused-Files (DP-IX)
                   move zero to WS-Dpt-Env-Count (DP-IX)
                   move zero to WS-Dpt-Env-Hash-1 (DP-IX)
                   move zero to WS-Dpt-Env-Hash-2 (DP-IX)
                   move zero to WS-Dpt-Sub-Batch (DP-IX)
                   move zero to WS-Dpt-Sub-Create-Date (DP-IX)
                   set WS-Dept-Found to true
               else
                   if not WS-Dept-Table-Full
                       display "DEPARTMENT TABLE FULL AT "
                           WS-Dept-Max ", " WS-Find-Dept
                           " AND LATER DEPARTMENTS NOT RETURNED"
                   end-if
                   set WS-Dept-Table-Full to true
               end-if
           end-if.

       550-build-one-return Section.
      * One pass of the disposition file and one of the envelope
      * file per department keep the department's records together
      * in its own file without a sort.
       550-Begin.
           set DP-IX to WS-Dept-Index
           move WS-Dpt-Name (DP-IX) to WS-Cur-Dept
           move zero to WS-Ret-Posted
           move zero to WS-Ret-Rejected
           move zero to WS-Ret-Pending
           move zero to WS-Ret-Not-Taken
           move zero to WS-Ret-Resubmitted
           move zero to WS-Ret-Released
           move zero to WS-Ret-Keyed
           move zero to WS-Ret-Sub-Count
           move zero to WS-Ret-Sub-Hash-1
           move zero to WS-Ret-Sub-Hash-2
           move zero to WS-Ret-Result-Total
           move spaces to WS-Return-Path
           string WS-Return-Prefix delimited by space
                  WS-Cur-Dept delimited by space
                  ".dat" delimited by size
               into WS-Return-Path
           open output returnfile
           if not WS-Return-OK
               display "RETURN FILE OPEN FAILED, STATUS "
                   WS-Return-Status " FOR " WS-Cur-Dept
               add 1 to WS-Returns-Failed
               move spaces to rtnrpt-line
               move WS-Cur-Dept to RTR-DET-DEPARTMENT
               move "RETURN FILE NOT WRITTEN" to RTR-DET-STATUS
               write rtnrpt-line
           else
               move spaces to rtn-header-record
               set RTN-TYPE-HEADER to true
               move WS-Cur-Dept to RTH-DEPARTMENT
               move WS-Today to RTH-RUN-DATE
               move WS-Disp-Batch-Number to RTH-BATCH-NUMBER
               move WS-Dpt-Sub-Batch (DP-IX) to RTH-SUB-BATCH-NUMBER
               move WS-Dpt-Sub-Create-Date (DP-IX) to
                   RTH-SUB-CREATE-DATE
               write rtn-header-record
               if WS-Disp-Present
                   move "N" to WS-Disp-EOF-Switch
                   open input dispfile
                   perform 552-return-one-disposition
                       until End-Of-DispFile
                   close dispfile
               end-if
               if WS-Env-Present
                   move "N" to WS-Env-EOF-Switch
                   open input envfile
                   perform 554-return-one-envelope
                       until End-Of-EnvFile
                   close envfile
               end-if
               perform 556-write-return-totals
               close returnfile
               add 1 to WS-Returns-Written
           end-if.

       552-return-one-disposition Section.
      * Only the night's own submissions count toward the envelope
      * tie; resubmissions, releases and keyed entries are returned
      * and counted separately.
       552-Begin.
           read dispfile
               at end
                   set End-Of-DispFile to true
               not at end
                   move DSP-DEPARTMENT to WS-Rec-Dept
                   if WS-Rec-Dept = spaces
                       move "UNASSIGNED" to WS-Rec-Dept
                   end-if
                   if WS-Rec-Dept = WS-Cur-Dept
                       move spaces to rtn-detail-record
                       set RTN-TYPE-DETAIL to true
                       move DSP-TRANSACTION-ID to RTD-TRANSACTION-ID
                       move DSP-ACTION-CODE to RTD-ACTION-CODE
                       move DSP-OPERAND-1 to RTD-OPERAND-1
                       move DSP-OPERAND-2 to RTD-OPERAND-2
                       move zero to RTD-RESULT
                       move zero to RTD-EFFECTIVE-DATE
                       evaluate true
                           when DSP-FROM-RESUB
                               move "RESUBMIT" to RTD-SOURCE
                               add 1 to WS-Ret-Resubmitted
                           when DSP-FROM-RELEASE
                               move "RELEASED" to RTD-SOURCE
                               add 1 to WS-Ret-Released
                           when DSP-FROM-ENTRY
                               move "KEYED" to RTD-SOURCE
                               add 1 to WS-Ret-Keyed
                           when other
                               move "SUBMITTED" to RTD-SOURCE
                               add 1 to WS-Ret-Sub-Count
                               add DSP-OPERAND-1 to WS-Ret-Sub-Hash-1
                               add DSP-OPERAND-2 to WS-Ret-Sub-Hash-2
                       end-evaluate
                       evaluate true
                           when DSP-POSTED
                               move "POSTED" to RTD-DISPOSITION
                               move DSP-RESULT to RTD-RESULT
                               add 1 to WS-Ret-Posted
                               add DSP-RESULT to WS-Ret-Result-Total
                           when DSP-REJECTED
                               move "REJECTED" to RTD-DISPOSITION
                               move DSP-REASON-CODE to RTD-REASON-CODE
                               move DSP-REASON-TEXT to RTD-REASON-TEXT
                               add 1 to WS-Ret-Rejected
                           when other
                               move "PENDING" to RTD-DISPOSITION
                               move DSP-EFFECTIVE-DATE to
                                   RTD-EFFECTIVE-DATE
                               add 1 to WS-Ret-Pending
                       end-evaluate
                       write rtn-detail-record
                   end-if
           end-read.

       554-return-one-envelope Section.
      * A detail intake could not take counts toward the envelope as
      * not taken; a submission intake refused whole is reported to
      * the department with the reason it was refused.
       554-Begin.
           read envfile
               at end
                   set End-Of-EnvFile to true
               not at end
                   if ENV-TYPE-EXCLUDED
                       move ENX-DEPARTMENT to WS-Rec-Dept
                   else
                       move ENV-DEPARTMENT to WS-Rec-Dept
                   end-if
                   if WS-Rec-Dept = spaces
                       move "UNASSIGNED" to WS-Rec-Dept
                   end-if
                   if WS-Rec-Dept = WS-Cur-Dept
                       evaluate true
                           when ENV-TYPE-EXCLUDED
                               perform 555-return-not-taken
                           when ENV-REFUSED
                               move spaces to rtn-total-record
                               set RTN-TYPE-TOTAL to true
                               move "SUBMISSION REFUSED AT INTAKE" to
                                   RTT-LABEL
                               move ENV-RECORD-COUNT to RTT-COUNT
                               move ENV-HASH-OPERAND-1 to
                                   RTT-HASH-OPERAND-1
                               move ENV-HASH-OPERAND-2 to
                                   RTT-HASH-OPERAND-2
                               move zero to RTT-RESULT-TOTAL
                               move ENV-REASON to RTT-NOTE
                               write rtn-total-record
                           when other
                               continue
                       end-evaluate
                   end-if
           end-read.

       555-return-not-taken Section.
       555-Begin.
           move ENX-INPUT-DATA to INFILE-RECORD
           move spaces to rtn-detail-record
           set RTN-TYPE-DETAIL to true
           move IN-TRANSACTION-ID to RTD-TRANSACTION-ID
           move "SUBMITTED" to RTD-SOURCE
           move "NOT TAKEN" to RTD-DISPOSITION
           move IN-ACTION-CODE to RTD-ACTION-CODE
           if IN-OPERAND-1 numeric
               move IN-OPERAND-1 to RTD-OPERAND-1
           else
               move zero to RTD-OPERAND-1
           end-if
           if IN-OPERAND-2 numeric
               move IN-OPERAND-2 to RTD-OPERAND-2
           else
               move zero to RTD-OPERAND-2
           end-if
           move zero to RTD-RESULT
           move "ID ALREADY SENT BY OTHER DEPT" to RTD-REASON-TEXT
           move zero to RTD-EFFECTIVE-DATE
           write rtn-detail-record
           add 1 to WS-Ret-Not-Taken
           add 1 to WS-Ret-Sub-Count
           add RTD-OPERAND-1 to WS-Ret-Sub-Hash-1
           add RTD-OPERAND-2 to WS-Ret-Sub-Hash-2.

       556-write-return-totals Section.
       556-Begin.
           move spaces to rtn-total-record
           set RTN-TYPE-TOTAL to true
           move zero to RTT-RESULT-TOTAL
           move "SUBMITTED PER ENVELOPE" to RTT-LABEL
           move WS-Dpt-Env-Count (DP-IX) to RTT-COUNT
           move WS-Dpt-Env-Hash-1 (DP-IX) to RTT-HASH-OPERAND-1
           move WS-Dpt-Env-Hash-2 (DP-IX) to RTT-HASH-OPERAND-2
           write rtn-total-record
           move "ACCOUNTED FOR FROM SUBMISSION" to RTT-LABEL
           move WS-Ret-Sub-Count to RTT-COUNT
           move WS-Ret-Sub-Hash-1 to RTT-HASH-OPERAND-1
           move WS-Ret-Sub-Hash-2 to RTT-HASH-OPERAND-2
           write rtn-total-record
           move zero to RTT-HASH-OPERAND-1
           move zero to RTT-HASH-OPERAND-2
           move "POSTED" to RTT-LABEL
           move WS-Ret-Posted to RTT-COUNT
           move WS-Ret-Result-Total to RTT-RESULT-TOTAL
           write rtn-total-record
           move zero to RTT-RESULT-TOTAL
           move "REJECTED" to RTT-LABEL
           move WS-Ret-Rejected to RTT-COUNT
           write rtn-total-record
           move "PENDING" to RTT-LABEL
           move WS-Ret-Pending to RTT-COUNT
           write rtn-total-record
           move "NOT TAKEN AT INTAKE" to RTT-LABEL
           move WS-Ret-Not-Taken to RTT-COUNT
           write rtn-total-record
           move "RESUBMISSIONS RETURNED" to RTT-LABEL
           move WS-Ret-Resubmitted to RTT-COUNT
           write rtn-total-record
           move "PENDING RELEASES RETURNED" to RTT-LABEL
           move WS-Ret-Released to RTT-COUNT
           write rtn-total-record
           move "KEYED ENTRIES RETURNED" to RTT-LABEL
           move WS-Ret-Keyed to RTT-COUNT
           write rtn-total-record
           move spaces to rtnrpt-line
           move WS-Cur-Dept to RTR-DET-DEPARTMENT
           move WS-Dpt-Env-Count (DP-IX) to RTR-DET-SUBMITTED
           move WS-Ret-Posted to RTR-DET-POSTED
           move WS-Ret-Rejected to RTR-DET-REJECTED
           move WS-Ret-Pending to RTR-DET-PENDING
           move WS-Ret-Not-Taken to RTR-DET-NOT-TAKEN
           move spaces to rtn-total-record
           set RTN-TYPE-TOTAL to true
           move zero to RTT-COUNT
           move zero to RTT-HASH-OPERAND-1
           move zero to RTT-HASH-OPERAND-2
           move zero to RTT-RESULT-TOTAL
           evaluate true
               when WS-Dpt-Env-Files (DP-IX) = zero and
                    WS-Ret-Sub-Count = zero
                   move "NO SUBMISSION THIS BATCH" to RTT-LABEL
               when WS-Dpt-Env-Count (DP-IX) = WS-Ret-Sub-Count and
                    WS-Dpt-Env-Hash-1 (DP-IX) = WS-Ret-Sub-Hash-1 and
                    WS-Dpt-Env-Hash-2 (DP-IX) = WS-Ret-Sub-Hash-2
                   move "ENVELOPE TIES" to RTT-LABEL
               when other
                   add 1 to WS-Returns-Untied
                   move "ENVELOPE DOES NOT TIE" to RTT-LABEL
                   move "CONTACT OPERATIONS BEFORE RESUBMITTING" to
                       RTT-NOTE
           end-evaluate
           write rtn-total-record
           move RTT-LABEL to RTR-DET-STATUS
           if WS-Dpt-Refused-Files (DP-IX) > zero and
              WS-Dpt-Env-Files (DP-IX) = zero
               move "SUBMISSION REFUSED AT INTAKE" to RTR-DET-STATUS
           end-if
           write rtnrpt-line.

       560-write-totals Section.
       560-Begin.
           move spaces to rtnrpt-line
           write rtnrpt-line
           move "DISPOSITION RECORDS READ" to RTR-CNT-LABEL
           move WS-Dispositions-Read to RTR-CNT-VALUE
           write rtnrpt-line
           move "DEPARTMENT RETURNS WRITTEN" to RTR-CNT-LABEL
           move WS-Returns-Written to RTR-CNT-VALUE
           write rtnrpt-line
           move "RETURNS NOT WRITTEN" to RTR-CNT-LABEL
           move WS-Returns-Failed to RTR-CNT-VALUE
           write rtnrpt-line
           move "RETURNS NOT TYING TO ENVELOPE" to RTR-CNT-LABEL
           move WS-Returns-Untied to RTR-CNT-VALUE
           write rtnrpt-line
           if WS-Dept-Table-Full
               move "DEPARTMENT TABLE FULL, RETURNS PARTIAL" to
                   RTR-CNT-LABEL
               move WS-Dept-Max to RTR-CNT-VALUE
               write rtnrpt-line
           end-if.

       End program Excercise1Rtn.
