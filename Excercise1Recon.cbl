      * Any orphan (audit without output, output without audit) or
      * count mismatch goes on the discrepancy report and forces a
      * non-zero return code so the scheduler holds downstream jobs.
      * The chain where-used index is checked against the master the
      * same night: every chain reference on the master must have its
      * index entry, and every index entry must still be a reference
      * on the master.

       environment division.
       configuration section.
               access mode is dynamic
               record key is OUT-TRANSACTION-ID
               file status is WS-OutFile-Status.
           Select WhereUsedFile assign using WS-WhereUsed-Path
               organization is indexed
               access mode is dynamic
               record key is WHU-KEY
               file status is WS-WhereUsed-Status.
           Select AuditIn assign using WS-Audit-Path
               file status is WS-Audit-Status.
           Select CtlTotalsFile assign using WS-CtlTotals-Path
       File Section.
       fd OutFile.
       COPY CBOUTFIL.
       fd WhereUsedFile.
       COPY CBWHRUSE.
       fd AuditIn.
       COPY CBAUDIT.
       fd CtlTotalsFile.
               value "C:\DataFiles\AuditOut.dat".
           05 WS-CtlTotals-Path pic X(68)
               value "C:\DataFiles\CtlTotals.dat".
           05 WS-WhereUsed-Path pic X(68)
               value "C:\DataFiles\WhereUsed.dat".
       01 WS-Matched-Max pic 9(5) value 10000.
       01 WS-Matched-Count pic 9(5) value zero.
       01 WS-Matched-Table.
       01 WS-Recon-Counts.
           05 WS-Audit-Success-Count pic 9(7) value zero.
           05 WS-Audit-Reject-Count pic 9(7) value zero.
           05 WS-Audit-Recalc-Count pic 9(7) value zero.
           05 WS-OutFile-Count pic 9(7) value zero.
           05 WS-Orphan-Audit-Count pic 9(7) value zero.
           05 WS-Orphan-Output-Count pic 9(7) value zero.
           05 WS-Discrepancy-Count pic 9(7) value zero.
           05 WS-Chain-Ref-Count pic 9(7) value zero.
           05 WS-Index-Entry-Count pic 9(7) value zero.
       01 WS-Ctl-Fields.
           05 WS-Ctl-Read pic 9(7) value zero.
           05 WS-Ctl-Written pic 9(7) value zero.
           05 WS-Ctl-Resub-Read pic 9(7) value zero.
           05 WS-Ctl-Pended pic 9(7) value zero.
           05 WS-Ctl-Released pic 9(7) value zero.
           05 WS-Ctl-Recalced pic 9(7) value zero.
           05 WS-Ctl-Written-Seen pic x value "N".
               88 WS-Ctl-Written-Found value "Y".
           05 WS-Ctl-Rejected-Seen pic x value "N".
               88 WS-Final-Action-Delete value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
           05 WS-Ref-Scan-EOF-Switch pic x value "N".
               88 End-Of-Ref-Scan value "Y".
           05 WS-WhereUsed-EOF-Switch pic x value "N".
               88 End-Of-Where-Used value "Y".
           05 WS-Index-Checked-Switch pic x value "N".
               88 WS-Index-Checked value "Y".
       01 WS-Work-Ref-Id pic X(10) value spaces.
       01 WS-File-Status.
           05 WS-OutFile-Status pic X(2) value "00".
               88 WS-OutFile-OK value "00".
               88 WS-Audit-OK value "00".
           05 WS-CtlTotals-Status pic X(2) value "00".
               88 WS-CtlTotals-OK value "00".
           05 WS-WhereUsed-Status pic X(2) value "00".
               88 WS-WhereUsed-OK value "00".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Report-Run-Date pic 9(8) value zero.
           end-if
           perform 410-read-audit until End-Of-AuditIn
           perform 420-pass-outfile
           perform 472-check-where-used
           open input ctltotalsfile
           if not WS-CtlTotals-OK
               set End-Of-CtlTotals to true
                           move PRM-VALUE to WS-Audit-Path
                       when "CTLTOTALS"
                           move PRM-VALUE to WS-CtlTotals-Path
                       when "WHEREUSED"
                           move PRM-VALUE to WS-WhereUsed-Path
                       when other
                           continue
                   end-evaluate
               move AUD-RUN-DATE to WS-Recon-Date
           end-if
           if AUD-REJECT-REASON = spaces
               if AUD-ACTION-RECALC
                   add 1 to WS-Audit-Recalc-Count
               else
                   add 1 to WS-Audit-Success-Count
               end-if
               move AUD-TRANSACTION-ID to OUT-TRANSACTION-ID
               if AUD-ACTION-DELETE
                   perform 418-check-final-action
                   move CTL-COUNT to WS-Ctl-Pended
               when "PENDING RELEASED"
                   move CTL-COUNT to WS-Ctl-Released
               when "RECORDS RECALCULATED"
                   move CTL-COUNT to WS-Ctl-Recalced
               when other
                   continue
           end-evaluate.
               move spaces to RCN-DET-TRANS-ID
               perform 450-write-discrepancy
           end-if
      * System-generated recalculations of chained dependents are not
      * input records, so they tie out on their own line and stay out
      * of the input balance below.
           move "AUDIT RECALC COUNT / RECALCULATED" to
               RCN-CNT-LABEL
           move WS-Audit-Recalc-Count to RCN-CNT-VALUE-1
           move WS-Ctl-Recalced to RCN-CNT-VALUE-2
           write recon-line
           if WS-Audit-Recalc-Count not = WS-Ctl-Recalced
               add 1 to WS-Discrepancy-Count
               move "RECORDS RECALCULATED DOES NOT TIE OUT" to
                   RCN-DET-MESSAGE
               move spaces to RCN-DET-TRANS-ID
               perform 450-write-discrepancy
           end-if
           move "OUTPUT RECORDS ON FILE" to RCN-CNT-LABEL
           move WS-OutFile-Count to RCN-CNT-VALUE-1
           move zero to RCN-CNT-VALUE-2
               move spaces to RCN-DET-TRANS-ID
               perform 450-write-discrepancy
           end-if
           if WS-Index-Checked
               move "WHERE-USED ENTRIES / CHAIN REFERENCES" to
                   RCN-CNT-LABEL
               move WS-Index-Entry-Count to RCN-CNT-VALUE-1
               move WS-Chain-Ref-Count to RCN-CNT-VALUE-2
               write recon-line
           end-if
           move "DISCREPANCIES FOUND" to RCN-CNT-LABEL
           move WS-Discrepancy-Count to RCN-CNT-VALUE-1
           move zero to RCN-CNT-VALUE-2
           move spaces to recon-line
           write recon-line.

       472-check-where-used Section.
      * The index is checked both ways: a reference on the master
      * with no entry would let a delete or the retention archive
      * break a chain, and an entry with no reference behind it would
      * hold a record back for nothing. Either way the rebuild
      * utility puts it right.
       472-Begin.
           open input whereusedfile
           if not WS-WhereUsed-OK
               add 1 to WS-Discrepancy-Count
               move "WHERE-USED INDEX NOT AVAILABLE" to
                   RCN-DET-MESSAGE
               move WS-WhereUsed-Status to RCN-DET-TRANS-ID
               perform 450-write-discrepancy
           else
               set WS-Index-Checked to true
               move low-values to OUT-TRANSACTION-ID
               start outfile key not < OUT-TRANSACTION-ID
                   invalid key
                       set End-Of-Ref-Scan to true
               end-start
               perform 474-check-master-references
                   until End-Of-Ref-Scan
               move low-values to WHU-KEY
               start whereusedfile key not < WHU-KEY
                   invalid key
                       set End-Of-Where-Used to true
               end-start
               perform 476-check-index-entry until End-Of-Where-Used
               close whereusedfile
           end-if.

       474-check-master-references Section.
       474-Begin.
           read outfile next record
               at end
                   set End-Of-Ref-Scan to true
               not at end
                   if OUT-REF-OPERAND-1 not = spaces
                       move OUT-REF-OPERAND-1 to WS-Work-Ref-Id
                       perform 475-find-index-entry
                   end-if
                   if OUT-REF-OPERAND-2 not = spaces and
                      OUT-REF-OPERAND-2 not = OUT-REF-OPERAND-1
                       move OUT-REF-OPERAND-2 to WS-Work-Ref-Id
                       perform 475-find-index-entry
                   end-if
           end-read.

       475-find-index-entry Section.
       475-Begin.
           add 1 to WS-Chain-Ref-Count
           move WS-Work-Ref-Id to WHU-REF-ID
           move OUT-TRANSACTION-ID to WHU-DEPENDENT-ID
           read whereusedfile
               invalid key
                   add 1 to WS-Discrepancy-Count
                   move "CHAIN REFERENCE NOT IN WHERE-USED INDEX"
                       to RCN-DET-MESSAGE
                   move OUT-TRANSACTION-ID to RCN-DET-TRANS-ID
                   perform 450-write-discrepancy
           end-read.

       476-check-index-entry Section.
       476-Begin.
           read whereusedfile next record
               at end
                   set End-Of-Where-Used to true
               not at end
                   add 1 to WS-Index-Entry-Count
                   move WHU-DEPENDENT-ID to OUT-TRANSACTION-ID
                   read outfile
                       invalid key
                           add 1 to WS-Discrepancy-Count
                           move "WHERE-USED ENTRY FOR MISSING RECORD"
                               to RCN-DET-MESSAGE
                           move WHU-DEPENDENT-ID to RCN-DET-TRANS-ID
                           perform 450-write-discrepancy
                       not invalid key
                           if OUT-REF-OPERAND-1 not = WHU-REF-ID and
                              OUT-REF-OPERAND-2 not = WHU-REF-ID
                               add 1 to WS-Discrepancy-Count
                               move "WHERE-USED ENTRY WITHOUT REFERENCE"
                                   to RCN-DET-MESSAGE
                               move WHU-DEPENDENT-ID to
                                   RCN-DET-TRANS-ID
                               perform 450-write-discrepancy
                           end-if
                   end-read
           end-read.

       End program Excercise1Recon.
