       Identification Division.
       program-id. Excercise1Vrfy as "Excercise1Vrfy".
       Author.     Naz Sassine.
       Installation. Desktop.
       Date-written. 2026-10-15.
       Date-compiled. 2026-10-15.
       Security. None.

      * Results-master integrity verification. Nothing in the nightly
      * stream re-checks what is already on DataOut.dat, so a bad
      * restore, a partial backout or a file fixed by hand can leave
      * a record that no longer adds up. This job re-derives every
      * master result from its own operands and operator through the
      * Excercise1Calc subprogram, checks each chain reference still
      * points at a transaction on the master or the results-history
      * file, checks each chained operand still equals the result it
      * was taken from, and checks the acknowledgment status and date
      * agree. An adjusting record holds its own operands, so only
      * its reference is checked. Every finding goes on the
      * verification report and forces a non-zero return code; run
      * it weekly and before every month-end.

       environment division.
       configuration section.
       source-computer. Desktop.
       object-computer. Desktop.
       Input-Output Section.
       File-Control.
           Select OutFile assign using WS-OutFile-Path
               organization is indexed
               access mode is dynamic
               record key is OUT-TRANSACTION-ID
               file status is WS-OutFile-Status.
           Select ResHistFile assign using WS-ResHist-Path
               file status is WS-ResHist-Status.
           Select VerifyReport assign using WS-Verify-Rpt-Path.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       Data Division.
       File Section.
       fd OutFile.
       COPY CBOUTFIL.
       fd ResHistFile.
       COPY CBRESHST.
       fd VerifyReport.
       COPY CBVERIFY.
       fd ParmFile.
       COPY CBPARM.

       working-storage section.
       01 WS-File-Paths.
           05 WS-OutFile-Path pic X(68)
               value "C:\DataFiles\DataOut.dat".
           05 WS-ResHist-Path pic X(68)
               value "C:\DataFiles\ResultHist.dat".
           05 WS-Verify-Rpt-Path pic X(68)
               value "C:\DataFiles\VerifyRpt.dat".
       COPY CBCALLP.
      * One entry per chain reference found on the master, holding
      * the operand the reference stands in for, so the references
      * can be looked up once the sequential pass is over.
       01 WS-Chain-Max pic 9(5) value 10000.
       01 WS-Chain-Count pic 9(5) value zero.
       01 WS-Chain-Table.
           05 WS-Chain-Entry
               occurs 1 to 10000 times
               depending on WS-Chain-Count
               indexed by CH-IX.
               10 WS-Chn-Dependent-Id pic X(10).
               10 WS-Chn-Ref-Id pic X(10).
               10 WS-Chn-Operand pic S9(7)V99.
               10 WS-Chn-Adjusting-Flag pic X(1).
                   88 WS-Chn-Adjusting value "J".
               10 WS-Chn-Found-Flag pic X(1).
                   88 WS-Chn-Found value "Y".
       01 WS-Chain-Index pic 9(5) value zero.
       01 WS-Verify-Counts.
           05 WS-Records-Verified pic 9(7) value zero.
           05 WS-References-Checked pic 9(7) value zero.
           05 WS-Unresolved-Count pic 9(7) value zero.
           05 WS-Result-Findings pic 9(7) value zero.
           05 WS-Dangling-Findings pic 9(7) value zero.
           05 WS-Stale-Findings pic 9(7) value zero.
           05 WS-Ack-Findings pic 9(7) value zero.
           05 WS-Finding-Count pic 9(7) value zero.
       01 WS-Check-Fields.
           05 WS-Ref-Id pic X(10).
           05 WS-Ref-Operand pic S9(7)V99.
           05 WS-Found-Result pic S9(9)V99.
           05 WS-Ack-Date-Switch pic x value "N".
               88 WS-Ack-Date-Present value "Y".
       01 WS-Switches.
           05 WS-Master-EOF-Switch pic x value "N".
               88 End-Of-Master value "Y".
           05 WS-Hist-EOF-Switch pic x value "N".
               88 End-Of-ResHist value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
           05 WS-Overflow-Switch pic x value "N".
               88 WS-Chain-Table-Full value "Y".
       01 WS-File-Status.
           05 WS-OutFile-Status pic X(2) value "00".
               88 WS-OutFile-OK value "00".
           05 WS-ResHist-Status pic X(2) value "00".
               88 WS-ResHist-OK value "00".
               88 WS-ResHist-Missing value "35".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Run-Date pic 9(8) value zero.

       Procedure Division.
       001-Main Section.
       001-Begin.
           perform 650-verify-mainline
           stop run.

       650-verify-mainline Section.
       650-Begin.
           perform 652-read-parm-file
           open output verifyreport
           accept WS-Run-Date from date yyyymmdd
           perform 655-print-headline
           open input outfile
           if not WS-OutFile-OK
               move "OUTPUT MASTER NOT AVAILABLE" to VFY-DET-MESSAGE
               move WS-OutFile-Status to VFY-DET-TRANS-ID
               perform 685-write-finding
               close verifyreport
               display "OUTPUT MASTER NOT AVAILABLE, STATUS "
                   WS-OutFile-Status
               move 16 to return-code
               stop run
           end-if
           perform 658-pass-master
           if WS-Chain-Table-Full
               add 1 to WS-Finding-Count
               move "REFERENCE TABLE FULL, CHECK PARTIAL" to
                   VFY-DET-MESSAGE
               perform 685-write-finding
           end-if
           perform 670-check-chain-entry
               varying WS-Chain-Index from 1 by 1
               until WS-Chain-Index > WS-Chain-Count
           close outfile
           if WS-Unresolved-Count > zero
               perform 675-pass-history
           end-if
           perform 680-report-dangling
               varying WS-Chain-Index from 1 by 1
               until WS-Chain-Index > WS-Chain-Count
           perform 688-print-totals
           close verifyreport
           display "MASTER RECORDS VERIFIED: " WS-Records-Verified
           display "INTEGRITY FINDINGS:      " WS-Finding-Count
           if WS-Finding-Count > zero
               move 8 to return-code
           else
               move zero to return-code
           end-if.

       652-read-parm-file Section.
       652-Begin.
           open input parmfile
           if WS-Parm-Open-OK
               perform 653-read-parm-record until End-Of-ParmFile
               close parmfile
           end-if.

       653-read-parm-record Section.
       653-Begin.
           read parmfile
               at end
                   set End-Of-ParmFile to true
               not at end
                   evaluate PRM-KEYWORD
                       when "OUTFILE"
                           move PRM-VALUE to WS-OutFile-Path
                       when "RESHISTFILE"
                           move PRM-VALUE to WS-ResHist-Path
                       when "VERIFYRPT"
                           move PRM-VALUE to WS-Verify-Rpt-Path
                       when other
                           continue
                   end-evaluate
           end-read.

       655-print-headline Section.
       655-Begin.
           move spaces to verify-line
           move "RESULTS-MASTER INTEGRITY VERIFICATION" to
               VFY-HDR-TITLE
           move "RUN DATE:" to VFY-HDR-DATE-LIT
           move WS-Run-Date to VFY-HDR-DATE
           write verify-line
           move spaces to verify-line
           write verify-line
           move "FINDING" to VFY-DET-MESSAGE
           move "TRANS-ID" to VFY-DET-TRANS-ID
           move "REFERENCE" to VFY-DET-REFERENCE
           move "ON FILE" to verify-line (71:7)
           move "DERIVED" to verify-line (86:7)
           write verify-line
           move spaces to verify-line
           write verify-line.

       658-pass-master Section.
       658-Begin.
           move low-values to OUT-TRANSACTION-ID
           start outfile key not < OUT-TRANSACTION-ID
               invalid key
                   set End-Of-Master to true
           end-start
           perform 660-verify-one-record until End-Of-Master.

       660-verify-one-record Section.
       660-Begin.
           read outfile next record
               at end
                   set End-Of-Master to true
               not at end
                   add 1 to WS-Records-Verified
                   perform 662-check-result
                   perform 664-check-acknowledgment
                   perform 666-collect-references
           end-read.

       662-check-result Section.
      * The master holds only successful results, so a record whose
      * figures will not re-derive - or re-derive to something else
      * - has been altered since the batch job wrote it.
       662-Begin.
           if OUT-OPERAND-1 not numeric or
              OUT-OPERAND-2 not numeric or
              OUT-RESULT not numeric
               add 1 to WS-Result-Findings
               add 1 to WS-Finding-Count
               move "OPERANDS OR RESULT NOT NUMERIC" to
                   VFY-DET-MESSAGE
               move OUT-TRANSACTION-ID to VFY-DET-TRANS-ID
               perform 685-write-finding
           else
               move OUT-OPERATOR to LS-OPERATION-CODE
               move OUT-OPERAND-1 to LS-OPERAND-1
               move OUT-OPERAND-2 to LS-OPERAND-2
               move zero to LS-RESULT
               call "Excercise1Calc" using LS-CALL-PARMS
               evaluate true
                   when LS-RETURN-BAD-OPCODE
                       add 1 to WS-Result-Findings
                       add 1 to WS-Finding-Count
                       move "OPERATOR NOT VALID" to VFY-DET-MESSAGE
                       move OUT-TRANSACTION-ID to VFY-DET-TRANS-ID
                       move OUT-RESULT to VFY-DET-ON-FILE
                       perform 685-write-finding
                   when not LS-RETURN-OK
                       add 1 to WS-Result-Findings
                       add 1 to WS-Finding-Count
                       move "RESULT CANNOT BE RE-DERIVED" to
                           VFY-DET-MESSAGE
                       move OUT-TRANSACTION-ID to VFY-DET-TRANS-ID
                       move OUT-RESULT to VFY-DET-ON-FILE
                       perform 685-write-finding
                   when LS-RESULT not = OUT-RESULT
                       add 1 to WS-Result-Findings
                       add 1 to WS-Finding-Count
                       move "RESULT DOES NOT MATCH OPERANDS" to
                           VFY-DET-MESSAGE
                       move OUT-TRANSACTION-ID to VFY-DET-TRANS-ID
                       move OUT-RESULT to VFY-DET-ON-FILE
                       move LS-RESULT to VFY-DET-DERIVED
                       perform 685-write-finding
                   when not OUT-STATUS-OK
                       add 1 to WS-Result-Findings
                       add 1 to WS-Finding-Count
                       move "STATUS NOT SUCCESSFUL" to
                           VFY-DET-MESSAGE
                       move OUT-TRANSACTION-ID to VFY-DET-TRANS-ID
                       perform 685-write-finding
                   when other
                       continue
               end-evaluate
           end-if.

       664-check-acknowledgment Section.
      * A record never acknowledged has no status and no date; an
      * accepted or disputed record has both.
       664-Begin.
           if OUT-ACK-DATE numeric and OUT-ACK-DATE not = zero
               set WS-Ack-Date-Present to true
           else
               move "N" to WS-Ack-Date-Switch
           end-if
           evaluate true
               when not OUT-ACK-NONE and
                    not OUT-ACK-ACCEPTED and
                    not OUT-ACK-DISPUTED
                   add 1 to WS-Ack-Findings
                   add 1 to WS-Finding-Count
                   move "ACK STATUS NOT VALID" to VFY-DET-MESSAGE
                   move OUT-TRANSACTION-ID to VFY-DET-TRANS-ID
                   perform 685-write-finding
               when OUT-ACK-NONE and WS-Ack-Date-Present
                   add 1 to WS-Ack-Findings
                   add 1 to WS-Finding-Count
                   move "ACK DATE WITHOUT ACK STATUS" to
                       VFY-DET-MESSAGE
                   move OUT-TRANSACTION-ID to VFY-DET-TRANS-ID
                   perform 685-write-finding
               when not OUT-ACK-NONE and not WS-Ack-Date-Present
                   add 1 to WS-Ack-Findings
                   add 1 to WS-Finding-Count
                   move "ACK STATUS WITHOUT ACK DATE" to
                       VFY-DET-MESSAGE
                   move OUT-TRANSACTION-ID to VFY-DET-TRANS-ID
                   perform 685-write-finding
               when other
                   continue
           end-evaluate.

       666-collect-references Section.
       666-Begin.
           if OUT-REF-OPERAND-1 not = spaces
               move OUT-REF-OPERAND-1 to WS-Ref-Id
               move OUT-OPERAND-1 to WS-Ref-Operand
               perform 667-add-chain-entry
           end-if
           if OUT-REF-OPERAND-2 not = spaces
               move OUT-REF-OPERAND-2 to WS-Ref-Id
               move OUT-OPERAND-2 to WS-Ref-Operand
               perform 667-add-chain-entry
           end-if.

       667-add-chain-entry Section.
       667-Begin.
           if WS-Chain-Count < WS-Chain-Max
               add 1 to WS-Chain-Count
               move OUT-TRANSACTION-ID to
                   WS-Chn-Dependent-Id (WS-Chain-Count)
               move WS-Ref-Id to WS-Chn-Ref-Id (WS-Chain-Count)
               move WS-Ref-Operand to WS-Chn-Operand (WS-Chain-Count)
               move OUT-ADJUSTING-FLAG to
                   WS-Chn-Adjusting-Flag (WS-Chain-Count)
               move "N" to WS-Chn-Found-Flag (WS-Chain-Count)
           else
               set WS-Chain-Table-Full to true
           end-if.

       670-check-chain-entry Section.
      * A reference not on the master may be to a record the
      * retention archive has since moved to the results history;
      * those are settled by the history pass.
       670-Begin.
           add 1 to WS-References-Checked
           move WS-Chn-Ref-Id (WS-Chain-Index) to OUT-TRANSACTION-ID
           read outfile
               invalid key
                   add 1 to WS-Unresolved-Count
               not invalid key
                   set WS-Chn-Found (WS-Chain-Index) to true
                   move OUT-RESULT to WS-Found-Result
                   perform 672-check-stale-operand
           end-read.

       672-check-stale-operand Section.
      * A chained operand is the referenced record's result as it
      * stood when the dependent was computed; the batch recalculates
      * dependents whenever that result changes, so the two must
      * still agree. An adjusting record's operands are its own.
       672-Begin.
           if not WS-Chn-Adjusting (WS-Chain-Index) and
              WS-Chn-Operand (WS-Chain-Index) not = WS-Found-Result
               add 1 to WS-Stale-Findings
               add 1 to WS-Finding-Count
               move "CHAINED OPERAND DOES NOT MATCH REFERENCE" to
                   VFY-DET-MESSAGE
               move WS-Chn-Dependent-Id (WS-Chain-Index) to
                   VFY-DET-TRANS-ID
               move WS-Chn-Ref-Id (WS-Chain-Index) to
                   VFY-DET-REFERENCE
               move WS-Chn-Operand (WS-Chain-Index) to
                   VFY-DET-ON-FILE
               move WS-Found-Result to VFY-DET-DERIVED
               perform 685-write-finding
           end-if.

       675-pass-history Section.
      * No history file simply means nothing has been archived yet.
       675-Begin.
           open input reshistfile
           evaluate true
               when WS-ResHist-OK
                   perform 676-read-history-record
                       until End-Of-ResHist
                           or WS-Unresolved-Count = zero
                   close reshistfile
               when WS-ResHist-Missing
                   continue
               when other
                   add 1 to WS-Finding-Count
                   move "RESULTS HISTORY NOT AVAILABLE" to
                       VFY-DET-MESSAGE
                   move WS-ResHist-Status to VFY-DET-TRANS-ID
                   perform 685-write-finding
           end-evaluate.

       676-read-history-record Section.
       676-Begin.
           read reshistfile
               at end
                   set End-Of-ResHist to true
               not at end
                   perform 677-match-history-record
                       varying WS-Chain-Index from 1 by 1
                       until WS-Chain-Index > WS-Chain-Count
           end-read.

       677-match-history-record Section.
       677-Begin.
           if not WS-Chn-Found (WS-Chain-Index) and
              WS-Chn-Ref-Id (WS-Chain-Index) = RHS-TRANSACTION-ID
               set WS-Chn-Found (WS-Chain-Index) to true
               subtract 1 from WS-Unresolved-Count
               move RHS-RESULT to WS-Found-Result
               perform 672-check-stale-operand
           end-if.

       680-report-dangling Section.
       680-Begin.
           if not WS-Chn-Found (WS-Chain-Index)
               add 1 to WS-Dangling-Findings
               add 1 to WS-Finding-Count
               move "CHAIN REFERENCE NOT ON MASTER OR HISTORY" to
                   VFY-DET-MESSAGE
               move WS-Chn-Dependent-Id (WS-Chain-Index) to
                   VFY-DET-TRANS-ID
               move WS-Chn-Ref-Id (WS-Chain-Index) to
                   VFY-DET-REFERENCE
               move WS-Chn-Operand (WS-Chain-Index) to
                   VFY-DET-ON-FILE
               perform 685-write-finding
           end-if.

       685-write-finding Section.
       685-Begin.
           write verify-line
           move spaces to verify-line.

       688-print-totals Section.
       688-Begin.
           move spaces to verify-line
           write verify-line
           move "MASTER RECORDS VERIFIED" to VFY-CNT-LABEL
           move WS-Records-Verified to VFY-CNT-VALUE
           write verify-line
           move "CHAIN REFERENCES CHECKED" to VFY-CNT-LABEL
           move WS-References-Checked to VFY-CNT-VALUE
           write verify-line
           move "RESULTS NOT RE-DERIVED" to VFY-CNT-LABEL
           move WS-Result-Findings to VFY-CNT-VALUE
           write verify-line
           move "DANGLING CHAIN REFERENCES" to VFY-CNT-LABEL
           move WS-Dangling-Findings to VFY-CNT-VALUE
           write verify-line
           move "STALE CHAINED OPERANDS" to VFY-CNT-LABEL
           move WS-Stale-Findings to VFY-CNT-VALUE
           write verify-line
           move "INCONSISTENT ACKNOWLEDGMENTS" to VFY-CNT-LABEL
           move WS-Ack-Findings to VFY-CNT-VALUE
           write verify-line
           move "FINDINGS" to VFY-CNT-LABEL
           move WS-Finding-Count to VFY-CNT-VALUE
           write verify-line.

       End program Excercise1Vrfy.
