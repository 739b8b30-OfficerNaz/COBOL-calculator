      * job under a single envelope. A submission that fails its
      * envelope check is reported and left out, so one bad file no
      * longer holds up every other department's work.
      * Every submission's envelope, and any detail the combined
      * batch could not take, is written to the envelope file so
      * the department return job can tie each department's
      * outcomes back to what it sent.
      * Every submission taken is entered in the submission registry
      * under its department, header batch number and creation date
      * with its trailer totals. A file matching an entry already
      * there has been sent before and is refused as a duplicate
      * unless a RESENDOK card releases that department's batch as a
      * deliberate resend; the release is shown on the control
      * report and kept on the registry with the operator named.

       environment division.
       configuration section.
               record key is DIN-TRANSACTION-ID
               file status is WS-DataIn-Status.
           Select IntakeReport assign using WS-Intake-Rpt-Path.
           Select EnvFile assign using WS-Env-Path
               file status is WS-Env-Status.
           Select SubRegistry assign using WS-Reg-Path
               organization is indexed
               access mode is dynamic
               record key is REG-KEY
               file status is WS-Reg-Status.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

           05 FILLER              pic X(70).
       fd IntakeReport.
       COPY CBINTAKE.
       fd EnvFile.
       COPY CBSUBENV.
       fd SubRegistry.
       COPY CBSUBREG.
       fd ParmFile.
       COPY CBPARM.

           05 WS-Intake-Rpt-Path pic X(68)
               value "C:\DataFiles\IntakeRpt.dat".
           05 WS-Submit-Path pic X(68) value spaces.
           05 WS-Env-Path pic X(68)
               value "C:\DataFiles\SubEnvelope.dat".
           05 WS-Reg-Path pic X(68)
               value "C:\DataFiles\SubRegistry.dat".
       01 WS-Submit-Table-Fields.
           05 WS-Submit-Count pic 9(2) value zero.
           05 WS-Submit-Index pic 9(2) value zero.
       01 WS-Submit-Path-Table.
           05 WS-Submit-Path-Entry occurs 20 times pic X(68).
       01 WS-Resend-Table-Fields.
           05 WS-Resend-Max pic 9(2) value 10.
           05 WS-Resend-Count pic 9(2) value zero.
           05 WS-Resend-Used-Count pic 9(2) value zero.
       01 WS-Resend-Table.
           05 WS-Resend-Entry
               occurs 1 to 10 times
               depending on WS-Resend-Count
               indexed by RS-IX.
               10 WS-Rsd-Department pic X(10).
               10 WS-Rsd-Batch pic 9(6).
               10 WS-Rsd-User pic X(8).
               10 WS-Rsd-Used-Flag pic X(1).
                   88 WS-Rsd-Used value "Y".
      * RESENDOK card value: department in positions 1-10, the
      * department's header batch number in 11-16 and the operator
      * authorising the resend in 17-24.
       01 WS-Resend-Card.
           05 WS-Rsc-Department pic X(10).
           05 WS-Rsc-Batch-X pic X(6).
           05 WS-Rsc-Batch-9 redefines WS-Rsc-Batch-X pic 9(6).
           05 WS-Rsc-User pic X(8).
           05 FILLER pic X(44).
       01 WS-Switches.
           05 WS-Sub-EOF-Switch pic x value "N".
               88 End-Of-SubmitFile value "Y".
               88 WS-Sub-Error value "Y".
           05 WS-Intake-Error-Switch pic x value "N".
               88 WS-Intake-Error value "Y".
           05 WS-Reg-EOF-Switch pic x value "N".
               88 End-Of-Registry-Scan value "Y".
           05 WS-Sub-Dup-Switch pic x value "N".
               88 WS-Sub-Duplicate value "Y".
           05 WS-Sub-Rerun-Switch pic x value "N".
               88 WS-Sub-Rerun value "Y".
           05 WS-Sub-Released-Switch pic x value "N".
               88 WS-Sub-Resend-Released value "Y".
       01 WS-File-Status.
           05 WS-Submit-Status pic X(2) value "00".
               88 WS-Submit-OK value "00".
               88 WS-DataIn-Duplicate value "22".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
           05 WS-Env-Status pic X(2) value "00".
               88 WS-Env-OK value "00".
           05 WS-Reg-Status pic X(2) value "00".
               88 WS-Reg-OK value "00".
               88 WS-Reg-Duplicate value "22".
               88 WS-Reg-Missing value "35".
       01 WS-Sub-Envelope.
           05 WS-Sub-Department pic X(10) value spaces.
           05 WS-Sub-Hdr-Batch pic 9(6) value zero.
           05 WS-Sub-Hdr-Create-Date pic 9(8) value zero.
           05 WS-Sub-Read-Count pic 9(7) value zero.
           05 WS-Sub-Hash-Operand-1 pic S9(11)V99 value zero.
           05 WS-Sub-Hash-Operand-2 pic S9(11)V99 value zero.
           05 WS-Sub-Trl-Hash-1 pic S9(11)V99 value zero.
           05 WS-Sub-Trl-Hash-2 pic S9(11)V99 value zero.
           05 WS-Sub-Error-Text pic X(40) value spaces.
           05 WS-Sub-Prior-Date pic 9(8) value zero.
           05 WS-Sub-Prior-Batch pic 9(6) value zero.
           05 WS-Sub-Resend-User pic X(8) value spaces.
       01 WS-Intake-Counts.
           05 WS-Files-Verified pic 9(2) value zero.
           05 WS-Files-Rejected pic 9(2) value zero.
           05 WS-Files-Duplicate pic 9(2) value zero.
           05 WS-Resends-Released pic 9(2) value zero.
           05 WS-Records-Written pic 9(7) value zero.
           05 WS-Duplicate-Count pic 9(7) value zero.
           05 WS-Combined-Hash-1 pic S9(11)V99 value zero.
           05 WS-Today-Split redefines WS-Today.
               10 FILLER pic 9(2).
               10 WS-Today-YYMMDD pic 9(6).
           05 WS-Run-Start-Time pic 9(8) value zero.

       Procedure Division.
       001-Main Section.
       800-Begin.
           perform 802-read-parm-file
           accept WS-Today from date yyyymmdd
           accept WS-Run-Start-Time from time
      * The nightly batch number defaults to the run date unless a
      * BATCHNUMBER card names one explicitly.
           if WS-Batch-Number = zero
               move 16 to return-code
               stop run
           end-if
           open output envfile
           if not WS-Env-OK
               display "ENVELOPE FILE OPEN FAILED, STATUS "
                   WS-Env-Status
               close datainfile intakereport
               move 16 to return-code
               stop run
           end-if
           open i-o subregistry
           if WS-Reg-Missing
               open output subregistry
               close subregistry
               open i-o subregistry
           end-if
           if not WS-Reg-OK
               display "SUBMISSION REGISTRY OPEN FAILED, STATUS "
                   WS-Reg-Status
               close datainfile intakereport envfile
               move 16 to return-code
               stop run
           end-if
           perform 806-write-combined-header
           perform 808-process-one-file
               varying WS-Submit-Index from 1 by 1
               until WS-Submit-Index > WS-Submit-Count
           perform 816-write-combined-trailer
           perform 820-write-totals
           close datainfile intakereport envfile subregistry
           if WS-Intake-Error
               move 8 to return-code
           end-if.
                           move PRM-VALUE to WS-InFile-Path
                       when "INTAKERPT"
                           move PRM-VALUE to WS-Intake-Rpt-Path
                       when "ENVFILE"
                           move PRM-VALUE to WS-Env-Path
                       when "SUBREGISTRY"
                           move PRM-VALUE to WS-Reg-Path
                       when "RESENDOK"
                           perform 804-load-resend-card
                       when other
                           continue
                   end-evaluate
           end-read.

       804-load-resend-card Section.
      * A resend release names the department and its own batch
      * number, and must name the operator authorising it.
       804-Begin.
           move PRM-VALUE to WS-Resend-Card
           inspect WS-Rsc-Batch-X replacing leading " " by "0"
           evaluate true
               when WS-Rsc-Department = spaces or
                    WS-Rsc-User = spaces or
                    WS-Rsc-Batch-X not numeric
                   display "INVALID RESENDOK PARM, CARD IGNORED: "
                       PRM-VALUE
               when WS-Resend-Count not < WS-Resend-Max
                   display "RESENDOK LIMIT EXCEEDED, CARD IGNORED: "
                       PRM-VALUE
               when other
                   add 1 to WS-Resend-Count
                   set RS-IX to WS-Resend-Count
                   move WS-Rsc-Department to WS-Rsd-Department (RS-IX)
                   move WS-Rsc-Batch-9 to WS-Rsd-Batch (RS-IX)
                   move WS-Rsc-User to WS-Rsd-User (RS-IX)
                   move "N" to WS-Rsd-Used-Flag (RS-IX)
           end-evaluate.

       805-print-headline Section.
       805-Begin.
           move spaces to intake-line
           move "N" to WS-Sub-Header-Switch
           move "N" to WS-Sub-Trailer-Switch
           move "N" to WS-Sub-Error-Switch
           move "N" to WS-Sub-Dup-Switch
           move "N" to WS-Sub-Rerun-Switch
           move "N" to WS-Sub-Released-Switch
           move zero to WS-Sub-Prior-Date
           move zero to WS-Sub-Prior-Batch
           move spaces to WS-Sub-Resend-User
           move spaces to WS-Sub-Department
           move zero to WS-Sub-Hdr-Batch
           move zero to WS-Sub-Hdr-Create-Date
           move spaces to WS-Sub-Error-Text
           move zero to WS-Sub-Read-Count
           move zero to WS-Sub-Hash-Operand-1
                   until End-Of-SubmitFile or WS-Sub-Error
               close submitfile
               perform 811-check-envelope
               if not WS-Sub-Error
                   perform 813-check-registry
               end-if
           end-if
           evaluate true
               when WS-Sub-Duplicate
                   set WS-Intake-Error to true
                   add 1 to WS-Files-Duplicate
                   perform 818-write-file-line
               when WS-Sub-Error
                   set WS-Intake-Error to true
                   add 1 to WS-Files-Rejected
                   perform 818-write-file-line
               when other
                   perform 812-copy-one-file
           end-evaluate
           perform 819-write-envelope.

       807-find-resend Section.
       807-Begin.
           if WS-Resend-Count > zero
               set RS-IX to 1
               search WS-Resend-Entry
                   when WS-Rsd-Department (RS-IX) = WS-Sub-Department
                    and WS-Rsd-Batch (RS-IX) = WS-Sub-Hdr-Batch
                       set WS-Sub-Resend-Released to true
                       move WS-Rsd-User (RS-IX) to WS-Sub-Resend-User
                       if not WS-Rsd-Used (RS-IX)
                           set WS-Rsd-Used (RS-IX) to true
                           add 1 to WS-Resend-Used-Count
                       end-if
               end-search
           end-if.

       809-scan-one-registry Section.
      * Entries for the same header are read in the order they were
      * taken. Only an entry whose totals match is the same file;
      * one taken into this same combined batch by an earlier run of
      * this job is the job being rerun, not the file being resent,
      * and lets it through again without a second entry.
       809-Begin.
           read subregistry next record
               at end
                   set End-Of-Registry-Scan to true
               not at end
                   if REG-DEPARTMENT not = WS-Sub-Department or
                      REG-HDR-BATCH-NUMBER not = WS-Sub-Hdr-Batch or
                      REG-HDR-CREATE-DATE not = WS-Sub-Hdr-Create-Date
                       set End-Of-Registry-Scan to true
                   else
                       if REG-RECORD-COUNT = WS-Sub-Trl-Count and
                          REG-HASH-OPERAND-1 = WS-Sub-Trl-Hash-1 and
                          REG-HASH-OPERAND-2 = WS-Sub-Trl-Hash-2
                           if REG-INTAKE-BATCH = WS-Batch-Number and
                              (REG-ACCEPT-DATE < WS-Today or
                               (REG-ACCEPT-DATE = WS-Today and
                                REG-ACCEPT-TIME < WS-Run-Start-Time))
                               set WS-Sub-Rerun to true
                           else
                               set WS-Sub-Duplicate to true
                               move REG-ACCEPT-DATE to
                                   WS-Sub-Prior-Date
                               move REG-INTAKE-BATCH to
                                   WS-Sub-Prior-Batch
                           end-if
                       end-if
                   end-if
           end-read.

       810-verify-one-record Section.
       810-Begin.
           read submitfile
                               move SUBMIT-RECORD to IN-BATCH-HEADER
                               move IN-HDR-DEPARTMENT to
                                   WS-Sub-Department
                               if IN-HDR-BATCH-NUMBER numeric
                                   move IN-HDR-BATCH-NUMBER to
                                       WS-Sub-Hdr-Batch
                               end-if
                               if IN-HDR-CREATE-DATE numeric
                                   move IN-HDR-CREATE-DATE to
                                       WS-Sub-Hdr-Create-Date
                               end-if
                           end-if
                       when IN-TYPE-TRAILER
                           if WS-Sub-Trailer-Seen
               close submitfile
               add 1 to WS-Files-Verified
               perform 818-write-file-line
               if not WS-Sub-Rerun
                   perform 815-register-submission
               end-if
           end-if.

       813-check-registry Section.
       813-Begin.
           move "N" to WS-Reg-EOF-Switch
           move WS-Sub-Department to REG-DEPARTMENT
           move WS-Sub-Hdr-Batch to REG-HDR-BATCH-NUMBER
           move WS-Sub-Hdr-Create-Date to REG-HDR-CREATE-DATE
           move zero to REG-ACCEPT-DATE
           move zero to REG-ACCEPT-TIME
           start subregistry key not < REG-KEY
               invalid key
                   set End-Of-Registry-Scan to true
           end-start
           perform 809-scan-one-registry
               until End-Of-Registry-Scan or WS-Sub-Rerun
           if WS-Sub-Rerun
               move "N" to WS-Sub-Dup-Switch
           end-if
           if WS-Sub-Duplicate
               perform 807-find-resend
               if WS-Sub-Resend-Released
                   move "N" to WS-Sub-Dup-Switch
                   display "RESEND OF " WS-Sub-Department " BATCH "
                       WS-Sub-Hdr-Batch " RELEASED BY "
                       WS-Sub-Resend-User
               else
                   set WS-Sub-Error to true
                   move spaces to WS-Sub-Error-Text
                   string "FILE ALREADY TAKEN " delimited by size
                          WS-Sub-Prior-Date delimited by size
                          " BATCH " delimited by size
                          WS-Sub-Prior-Batch delimited by size
                       into WS-Sub-Error-Text
               end-if
           end-if.

       814-copy-one-record Section.
                   move SUBMIT-RECORD to INFILE-RECORD
                   if not IN-TYPE-HEADER and not IN-TYPE-TRAILER
                       move WS-Sub-Department to IN-DEPARTMENT
                       move space to IN-ENTRY-SOURCE
                       move INFILE-RECORD to DATAIN-RECORD
                       write DATAIN-RECORD
                       evaluate true
                               move IN-TRANSACTION-ID to
                                   ITK-DET-MESSAGE
                               write intake-line
                               perform 817-write-excluded
                           when other
                               display "DATAIN WRITE FAILED, STATUS "
                                   WS-DataIn-Status
                               close submitfile datainfile
                                   intakereport envfile subregistry
                               move 16 to return-code
                               stop run
                       end-evaluate
                   end-if
           end-read.

       815-register-submission Section.
       815-Begin.
           move spaces to submission-registry-record
           move WS-Sub-Department to REG-DEPARTMENT
           move WS-Sub-Hdr-Batch to REG-HDR-BATCH-NUMBER
           move WS-Sub-Hdr-Create-Date to REG-HDR-CREATE-DATE
           move WS-Today to REG-ACCEPT-DATE
           accept REG-ACCEPT-TIME from time
           move WS-Sub-Trl-Count to REG-RECORD-COUNT
           move WS-Sub-Trl-Hash-1 to REG-HASH-OPERAND-1
           move WS-Sub-Trl-Hash-2 to REG-HASH-OPERAND-2
           move WS-Batch-Number to REG-INTAKE-BATCH
           if WS-Sub-Resend-Released
               set REG-RESEND-RELEASED to true
               move WS-Sub-Resend-User to REG-OVERRIDE-USER
               add 1 to WS-Resends-Released
           else
               move "N" to REG-OVERRIDE-FLAG
           end-if
           write submission-registry-record
      * The same file taken twice within one clock tick can only be
      * a released resend; the later taking moves up a hundredth.
           if WS-Reg-Duplicate
               add 1 to REG-ACCEPT-TIME
               write submission-registry-record
           end-if
           if not WS-Reg-OK
               display "SUBMISSION REGISTRY WRITE FAILED, STATUS "
                   WS-Reg-Status " FOR " WS-Sub-Department
               set WS-Intake-Error to true
           end-if.

       816-write-combined-trailer Section.
       816-Begin.
           move spaces to IN-BATCH-TRAILER
               stop run
           end-if.

       817-write-excluded Section.
      * The detail as the department sent it, department stamped,
      * so the return job can list it as not taken.
       817-Begin.
           move spaces to submission-excluded
           set ENV-TYPE-EXCLUDED to true
           move WS-Today to ENX-RUN-DATE
           move WS-Batch-Number to ENX-BATCH-NUMBER
           move WS-Sub-Department to ENX-DEPARTMENT
           move INFILE-RECORD to ENX-INPUT-DATA
           write submission-excluded
           if not WS-Env-OK
               display "ENVELOPE FILE WRITE FAILED, STATUS "
                   WS-Env-Status
               set WS-Intake-Error to true
           end-if.

       818-write-file-line Section.
       818-Begin.
           move spaces to intake-line
               move WS-Sub-Department to ITK-DET-DEPARTMENT
           end-if
           move WS-Sub-Read-Count to ITK-DET-COUNT
           evaluate true
               when WS-Sub-Duplicate
                   move "DUPLICATE" to ITK-DET-STATUS
                   move WS-Sub-Error-Text to ITK-DET-MESSAGE
               when WS-Sub-Error
                   move "REJECTED" to ITK-DET-STATUS
                   move WS-Sub-Error-Text to ITK-DET-MESSAGE
               when WS-Sub-Resend-Released
                   move "RESEND OK" to ITK-DET-STATUS
                   string "RELEASED BY " delimited by size
                          WS-Sub-Resend-User delimited by size
                          " TAKEN " delimited by size
                          WS-Sub-Prior-Date delimited by size
                       into ITK-DET-MESSAGE
               when other
                   move "VERIFIED" to ITK-DET-STATUS
                   move spaces to ITK-DET-MESSAGE
           end-evaluate
           write intake-line.

       819-write-envelope Section.
      * A verified submission is recorded with its trailer totals,
      * which the return job ties the department's outcomes to; a
      * refused one with the totals as read and the reason.
       819-Begin.
           move spaces to submission-envelope
           set ENV-TYPE-ENVELOPE to true
           move WS-Today to ENV-RUN-DATE
           move WS-Batch-Number to ENV-BATCH-NUMBER
           move WS-Sub-Department to ENV-DEPARTMENT
           move WS-Sub-Hdr-Batch to ENV-HDR-BATCH-NUMBER
           move WS-Sub-Hdr-Create-Date to ENV-HDR-CREATE-DATE
           if WS-Sub-Error
               set ENV-REFUSED to true
               move WS-Sub-Read-Count to ENV-RECORD-COUNT
               move WS-Sub-Hash-Operand-1 to ENV-HASH-OPERAND-1
               move WS-Sub-Hash-Operand-2 to ENV-HASH-OPERAND-2
               move WS-Sub-Error-Text to ENV-REASON
           else
               set ENV-VERIFIED to true
               move WS-Sub-Trl-Count to ENV-RECORD-COUNT
               move WS-Sub-Trl-Hash-1 to ENV-HASH-OPERAND-1
               move WS-Sub-Trl-Hash-2 to ENV-HASH-OPERAND-2
           end-if
           write submission-envelope
           if not WS-Env-OK
               display "ENVELOPE FILE WRITE FAILED, STATUS "
                   WS-Env-Status
               set WS-Intake-Error to true
           end-if.

       820-write-totals Section.
       820-Begin.
           move "SUBMISSIONS REJECTED" to ITK-CNT-LABEL
           move WS-Files-Rejected to ITK-CNT-VALUE
           write intake-line
           move "DUPLICATE SUBMISSIONS REFUSED" to ITK-CNT-LABEL
           move WS-Files-Duplicate to ITK-CNT-VALUE
           write intake-line
           move "RESENDS RELEASED BY OVERRIDE" to ITK-CNT-LABEL
           move WS-Resends-Released to ITK-CNT-VALUE
           write intake-line
           if WS-Resend-Used-Count < WS-Resend-Count
               move "RESENDOK CARDS NOT USED" to ITK-CNT-LABEL
               compute ITK-CNT-VALUE =
                   WS-Resend-Count - WS-Resend-Used-Count
               write intake-line
           end-if
           move "RECORDS WRITTEN" to ITK-CNT-LABEL
           move WS-Records-Written to ITK-CNT-VALUE
           write intake-line
