       Identification Division.
       program-id. Excercise1Widx as "Excercise1Widx".
       Author.     Naz Sassine.
       Installation. Desktop.
       Date-written. 2026-10-15.
       Date-compiled. 2026-10-15.
       Security. None.

      * Where-used index rebuild. Regenerates the chain where-used
      * index from scratch out of the results master - one entry per
      * chain reference, keyed by the transaction referenced and then
      * the record referencing it. Run it once before the batch job
      * first runs against an existing master, and again whenever
      * the nightly reconciliation reports the index out of step, a
      * master has been restored from a backup or the master has
      * been fixed outside the batch job.

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
           Select WhereUsedFile assign using WS-WhereUsed-Path
               organization is indexed
               access mode is dynamic
               record key is WHU-KEY
               file status is WS-WhereUsed-Status.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       Data Division.
       File Section.
       fd OutFile.
       COPY CBOUTFIL.
       fd WhereUsedFile.
       COPY CBWHRUSE.
       fd ParmFile.
       COPY CBPARM.

       working-storage section.
       01 WS-File-Paths.
           05 WS-OutFile-Path pic X(68)
               value "C:\DataFiles\DataOut.dat".
           05 WS-WhereUsed-Path pic X(68)
               value "C:\DataFiles\WhereUsed.dat".
       01 WS-Rebuild-Counts.
           05 WS-Records-Read pic 9(7) value zero.
           05 WS-Entries-Written pic 9(7) value zero.
           05 WS-Entries-Failed pic 9(7) value zero.
       01 WS-Switches.
           05 WS-Master-EOF-Switch pic x value "N".
               88 End-Of-Master value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
       01 WS-File-Status.
           05 WS-OutFile-Status pic X(2) value "00".
               88 WS-OutFile-OK value "00".
               88 WS-OutFile-Missing value "35".
           05 WS-WhereUsed-Status pic X(2) value "00".
               88 WS-WhereUsed-OK value "00".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Work-Ref-Id pic X(10) value spaces.
       01 WS-Today pic 9(8) value zero.

       Procedure Division.
       001-Main Section.
       001-Begin.
           perform 480-rebuild-mainline
           stop run.

       480-rebuild-mainline Section.
      * No master at all just leaves an empty index, the same as the
      * batch job creates alongside a brand-new master.
       480-Begin.
           perform 482-read-parm-file
           accept WS-Today from date yyyymmdd
           open input outfile
           if WS-OutFile-Missing
               set End-Of-Master to true
           else
               if not WS-OutFile-OK
                   display "OUTPUT MASTER NOT AVAILABLE, STATUS "
                       WS-OutFile-Status
                   move 16 to return-code
                   stop run
               end-if
           end-if
           open output whereusedfile
           if not WS-WhereUsed-OK
               display "WHERE-USED INDEX OPEN FAILED, STATUS "
                   WS-WhereUsed-Status
               if not WS-OutFile-Missing
                   close outfile
               end-if
               move 16 to return-code
               stop run
           end-if
           perform 486-index-one-record until End-Of-Master
           if not WS-OutFile-Missing
               close outfile
           end-if
           close whereusedfile
           display "MASTER RECORDS READ:    " WS-Records-Read
           display "INDEX ENTRIES WRITTEN:  " WS-Entries-Written
           display "INDEX ENTRIES FAILED:   " WS-Entries-Failed
           if WS-Entries-Failed > zero
               move 8 to return-code
           else
               move zero to return-code
           end-if.

       482-read-parm-file Section.
       482-Begin.
           open input parmfile
           if WS-Parm-Open-OK
               perform 483-read-parm-record until End-Of-ParmFile
               close parmfile
           end-if.

       483-read-parm-record Section.
       483-Begin.
           read parmfile
               at end
                   set End-Of-ParmFile to true
               not at end
                   evaluate PRM-KEYWORD
                       when "OUTFILE"
                           move PRM-VALUE to WS-OutFile-Path
                       when "WHEREUSED"
                           move PRM-VALUE to WS-WhereUsed-Path
                       when other
                           continue
                   end-evaluate
           end-read.

       486-index-one-record Section.
      * A record naming the same transaction in both references gets
      * one entry.
       486-Begin.
           read outfile next record
               at end
                   set End-Of-Master to true
               not at end
                   add 1 to WS-Records-Read
                   if OUT-REF-OPERAND-1 not = spaces
                       move OUT-REF-OPERAND-1 to WS-Work-Ref-Id
                       perform 490-write-index-entry
                   end-if
                   if OUT-REF-OPERAND-2 not = spaces and
                      OUT-REF-OPERAND-2 not = OUT-REF-OPERAND-1
                       move OUT-REF-OPERAND-2 to WS-Work-Ref-Id
                       perform 490-write-index-entry
                   end-if
           end-read.

       490-write-index-entry Section.
       490-Begin.
           move spaces to where-used-record
           move WS-Work-Ref-Id to WHU-REF-ID
           move OUT-TRANSACTION-ID to WHU-DEPENDENT-ID
           move OUT-ADJUSTING-FLAG to WHU-ADJUSTING-FLAG
           move WS-Today to WHU-INDEXED-DATE
           write where-used-record
           if WS-WhereUsed-OK
               add 1 to WS-Entries-Written
           else
               add 1 to WS-Entries-Failed
               display "INDEX WRITE FAILED, STATUS "
                   WS-WhereUsed-Status " ID " OUT-TRANSACTION-ID
           end-if.

       End program Excercise1Widx.
