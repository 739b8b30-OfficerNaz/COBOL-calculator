      * for work that finished months ago. A record still named by a
      * chain reference anywhere on the master is never archived,
      * whatever its age - archiving it would break the dependents -
      * and the control report says so record by record. Whether a
      * record is still named is looked up in the where-used index,
      * and an archived record's own references are taken out of it.
      * Archived results stay reachable through the results-history
      * inquiry.

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
           Select ResHistFile assign using WS-ResHist-Path
               file status is WS-ResHist-Status.
           Select PurgeReport assign using WS-Purge-Rpt-Path.
       File Section.
       fd OutFile.
       COPY CBOUTFIL.
       fd WhereUsedFile.
       COPY CBWHRUSE.
       fd ResHistFile.
       COPY CBRESHST.
       fd PurgeReport.
       01 WS-File-Paths.
           05 WS-OutFile-Path pic X(68)
               value "C:\DataFiles\DataOut.dat".
           05 WS-WhereUsed-Path pic X(68)
               value "C:\DataFiles\WhereUsed.dat".
           05 WS-ResHist-Path pic X(68)
               value "C:\DataFiles\ResultHist.dat".
           05 WS-Purge-Rpt-Path pic X(68)
               value "C:\DataFiles\PurgeRpt.dat".
       01 WS-Retention-Months pic 9(2) value 13.
       01 WS-Purge-Counts.
           05 WS-Records-Read pic 9(7) value zero.
           05 WS-Records-Archived pic 9(7) value zero.
               88 End-Of-ParmFile value "Y".
           05 WS-Referenced-Switch pic x value "N".
               88 WS-Id-Referenced value "Y".
           05 WS-WhereUsed-EOF-Switch pic x value "N".
               88 End-Of-Where-Used value "Y".
       01 WS-File-Status.
           05 WS-OutFile-Status pic X(2) value "00".
               88 WS-OutFile-OK value "00".
           05 WS-ResHist-Status pic X(2) value "00".
               88 WS-ResHist-OK value "00".
           05 WS-WhereUsed-Status pic X(2) value "00".
               88 WS-WhereUsed-OK value "00".
               88 WS-WhereUsed-Not-Found value "23".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Parm-Work-Num pic X(7).
       01 WS-Parm-Work-Num-9 redefines WS-Parm-Work-Num pic 9(7).
       01 WS-Where-Used-Fields.
           05 WS-Whu-Ref-Id pic X(10) value spaces.
           05 WS-Whu-Image pic X(99) value spaces.
           05 WS-Whu-Image-Split redefines WS-Whu-Image.
               10 WS-Whu-Image-Id pic X(10).
               10 FILLER pic X(39).
               10 WS-Whu-Image-Ref-1 pic X(10).
               10 WS-Whu-Image-Ref-2 pic X(10).
               10 FILLER pic X(30).
       01 WS-Date-Fields.
           05 WS-Today pic 9(8) value zero.
           05 WS-Cutoff-Date pic 9(8) value zero.
               move 16 to return-code
               stop run
           end-if
           open i-o whereusedfile
           if not WS-WhereUsed-OK
               display "WHERE-USED INDEX NOT AVAILABLE, STATUS "
                   WS-WhereUsed-Status
               close outfile purgereport
               move 16 to return-code
               stop run
           end-if
           open extend reshistfile
           if not WS-ResHist-OK
               display "RESULTS HISTORY OPEN FAILED, STATUS "
                   WS-ResHist-Status
               close outfile whereusedfile purgereport
               move 16 to return-code
               stop run
           end-if
           perform 965-pass-master
           close outfile whereusedfile reshistfile
           perform 975-write-totals
           close purgereport
           display "RECORDS ARCHIVED: " WS-Records-Archived.
           move spaces to purge-line
           write purge-line.

       965-pass-master Section.
       965-Begin.
           move "N" to WS-Master-EOF-Switch
           end-read.

       968-check-if-referenced Section.
      * Any where-used entry under the record's id, other than one
      * of its own, means some other record still chains from it.
       968-Begin.
           move "N" to WS-Referenced-Switch
           move "N" to WS-WhereUsed-EOF-Switch
           move OUT-TRANSACTION-ID to WHU-REF-ID
           move low-values to WHU-DEPENDENT-ID
           start whereusedfile key not < WHU-KEY
               invalid key
                   set End-Of-Where-Used to true
           end-start
           perform 969-read-where-used
               until End-Of-Where-Used or WS-Id-Referenced.

       969-read-where-used Section.
       969-Begin.
           read whereusedfile next record
               at end
                   set End-Of-Where-Used to true
               not at end
                   evaluate true
                       when WHU-REF-ID not = OUT-TRANSACTION-ID
                           set End-Of-Where-Used to true
                       when WHU-DEPENDENT-ID not = OUT-TRANSACTION-ID
                           set WS-Id-Referenced to true
                       when other
                           continue
                   end-evaluate
           end-read.

       970-write-retained-line Section.
       970-Begin.
               move zero to RHS-ACK-DATE
           end-if
           move WS-Today to RHS-ARCHIVE-DATE
           move OUT-DEPARTMENT to RHS-DEPARTMENT
           move OUT-ADJUSTING-FLAG to RHS-ADJUSTING-FLAG
           write result-history-record
           if not WS-ResHist-OK
               display "HISTORY WRITE FAILED, STATUS "
                   OUT-TRANSACTION-ID
               add 1 to WS-Retained-Current
           else
               move outfile-record to WS-Whu-Image
               delete outfile record
               if WS-OutFile-OK
                   add 1 to WS-Records-Archived
                   perform 973-unindex-references
               else
                   display "MASTER DELETE FAILED, STATUS "
                       WS-OutFile-Status " ID " OUT-TRANSACTION-ID
               end-if
           end-if.

       973-unindex-references Section.
      * The archived record no longer chains from anything on the
      * master, so its own where-used entries come out; a record it
      * named may then be archived in its turn.
       973-Begin.
           if WS-Whu-Image-Ref-1 not = spaces
               move WS-Whu-Image-Ref-1 to WS-Whu-Ref-Id
               perform 974-delete-where-used
           end-if
           if WS-Whu-Image-Ref-2 not = spaces and
              WS-Whu-Image-Ref-2 not = WS-Whu-Image-Ref-1
               move WS-Whu-Image-Ref-2 to WS-Whu-Ref-Id
               perform 974-delete-where-used
           end-if.

       974-delete-where-used Section.
       974-Begin.
           move WS-Whu-Ref-Id to WHU-REF-ID
           move WS-Whu-Image-Id to WHU-DEPENDENT-ID
           delete whereusedfile record
           if not WS-WhereUsed-OK and not WS-WhereUsed-Not-Found
               display "WHERE-USED DELETE FAILED, STATUS "
                   WS-WhereUsed-Status " ID " WS-Whu-Image-Id
           end-if.

       975-write-totals Section.
       975-Begin.
           move spaces to purge-line
