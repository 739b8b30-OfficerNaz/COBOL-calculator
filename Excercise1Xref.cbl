      * derived from it - directly, through the chain references the
      * master keeps, or transitively through further chaining. Run
      * it before cleaning anything off the master; a transaction
      * with dependents cannot be deleted without breaking them. The
      * dependents are looked up in the where-used index the batch
      * job keeps, not found by passing the master.

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
           Select XrefReport assign using WS-Xref-Rpt-Path.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.
       File Section.
       fd OutFile.
       COPY CBOUTFIL.
       fd WhereUsedFile.
       COPY CBWHRUSE.
       fd XrefReport.
       COPY CBXREF.
       fd ParmFile.
       01 WS-File-Paths.
           05 WS-OutFile-Path pic X(68)
               value "C:\DataFiles\DataOut.dat".
           05 WS-WhereUsed-Path pic X(68)
               value "C:\DataFiles\WhereUsed.dat".
           05 WS-Xref-Rpt-Path pic X(68)
               value "C:\DataFiles\XrefRpt.dat".
       01 WS-Used-Max pic 9(5) value 2000.
           05 WS-Target-Id pic X(10).
           05 WS-Current-Level pic 9(2) value zero.
           05 WS-Parent-Level pic 9(2) value zero.
           05 WS-Trace-Index pic 9(5) value zero.
           05 WS-Dependent-Count pic 9(5) value zero.
       01 WS-Switches.
           05 WS-WhereUsed-EOF-Switch pic x value "N".
               88 End-Of-Where-Used value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
           05 WS-Known-Switch pic x value "N".
               88 WS-Id-Known value "Y".
           05 WS-Overflow-Switch pic x value "N".
               88 WS-Used-Table-Full value "Y".
       01 WS-File-Status.
           05 WS-OutFile-Status pic X(2) value "00".
               88 WS-OutFile-OK value "00".
           05 WS-WhereUsed-Status pic X(2) value "00".
               88 WS-WhereUsed-OK value "00".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Run-Date pic 9(8) value zero.
               move 16 to return-code
               stop run
           end-if
           open input whereusedfile
           if not WS-WhereUsed-OK
               display "WHERE-USED INDEX NOT AVAILABLE, STATUS "
                   WS-WhereUsed-Status
               close outfile
               move 16 to return-code
               stop run
           end-if
           open output xrefreport
           accept WS-Run-Date from date yyyymmdd
           perform 865-print-headline
           move 1 to WS-Used-Count
           move WS-Target-Id to WS-Used-Id (1)
           move zero to WS-Used-Level (1)
           perform 870-trace-one-entry
               varying WS-Trace-Index from 1 by 1
               until WS-Trace-Index > WS-Used-Count
                   or WS-Used-Table-Full
           if WS-Used-Table-Full
               move spaces to xref-line
           move "DEPENDENT TRANSACTIONS FOUND" to XRF-CNT-LABEL
           move WS-Dependent-Count to XRF-CNT-VALUE
           write xref-line
           close outfile whereusedfile xrefreport
           display "DEPENDENT TRANSACTIONS FOUND: "
               WS-Dependent-Count.

                           move PRM-VALUE to WS-OutFile-Path
                       when "XREFRPT"
                           move PRM-VALUE to WS-Xref-Rpt-Path
                       when "WHEREUSED"
                           move PRM-VALUE to WS-WhereUsed-Path
                       when other
                           continue
                   end-evaluate
           move spaces to xref-line
           write xref-line.

       870-trace-one-entry Section.
      * Looks up the dependents of one traced id in the where-used
      * index. The table is walked while it grows, so each dependent
      * found is traced in its turn and the closure is complete when
      * the walk reaches the end of the table.
       870-Begin.
           move "N" to WS-WhereUsed-EOF-Switch
           move WS-Used-Id (WS-Trace-Index) to WHU-REF-ID
           move low-values to WHU-DEPENDENT-ID
           start whereusedfile key not < WHU-KEY
               invalid key
                   set End-Of-Where-Used to true
           end-start
           move WS-Used-Level (WS-Trace-Index) to WS-Parent-Level
           perform 875-read-one-entry
               until End-Of-Where-Used or WS-Used-Table-Full.

       875-read-one-entry Section.
       875-Begin.
           read whereusedfile next record
               at end
                   set End-Of-Where-Used to true
               not at end
                   if WHU-REF-ID not = WS-Used-Id (WS-Trace-Index)
                       set End-Of-Where-Used to true
                   else
                       move "N" to WS-Known-Switch
                       set UT-IX to 1
                       search WS-Used-Entry
                           when WS-Used-Id (UT-IX) = WHU-DEPENDENT-ID
                               set WS-Id-Known to true
                       end-search
                       if not WS-Id-Known
                           perform 880-add-dependent
                       end-if
                   end-if
           end-read.

       880-add-dependent Section.
      * The dependent's own record supplies the references printed
      * beside it; an index entry whose dependent has gone from the
      * master is printed marked as missing.
       880-Begin.
           if WS-Used-Count < WS-Used-Max
               add 1 to WS-Used-Count
               move WHU-DEPENDENT-ID to WS-Used-Id (WS-Used-Count)
               compute WS-Current-Level = WS-Parent-Level + 1
               move WS-Current-Level to
                   WS-Used-Level (WS-Used-Count)
               move WHU-DEPENDENT-ID to OUT-TRANSACTION-ID
               read outfile
                   invalid key
                       move spaces to OUT-REF-OPERAND-1
                       move "*MISSING*" to OUT-REF-OPERAND-2
               end-read
               perform 885-print-dependent-line
           else
               set WS-Used-Table-Full to true
           end-if.

       885-print-dependent-line Section.
