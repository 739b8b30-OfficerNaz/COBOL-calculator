      * mode reapplies a run's maintenance to a restored backup copy
      * of the master by applying the after images in order. The run
      * is named by its run date, and optionally its job-id when
      * more than one job wrote journal entries that day. Each step
      * applied moves the transaction's chain references in the
      * where-used index along with it, so the index stays in step
      * with the recovered master.

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
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       01 JOURNAL-IN-RECORD        pic X(240).
       fd OutFile.
       COPY CBOUTFIL.
       fd WhereUsedFile.
       COPY CBWHRUSE.
       fd ParmFile.
       COPY CBPARM.

               value "C:\DataFiles\Journal.dat".
           05 WS-OutFile-Path pic X(68)
               value "C:\DataFiles\DataOut.dat".
           05 WS-WhereUsed-Path pic X(68)
               value "C:\DataFiles\WhereUsed.dat".
       01 WS-Selected-Max pic 9(5) value 10000.
       01 WS-Selected-Count pic 9(5) value zero.
       01 WS-Selected-Table.
           05 WS-Journal-Read-Count pic 9(7) value zero.
           05 WS-Applied-Count pic 9(7) value zero.
           05 WS-Failed-Count pic 9(7) value zero.
           05 WS-Index-Failed-Count pic 9(7) value zero.
       01 WS-Where-Used-Fields.
           05 WS-Current-Found-Switch pic x value "N".
               88 WS-Current-Found value "Y".
           05 WS-Current-Image pic X(99) value spaces.
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
       01 WS-Criteria.
           05 WS-Mode-Reply pic X(1).
               88 WS-Backout-Mode value "B".
               88 WS-Journal-OK value "00".
           05 WS-OutFile-Status pic X(2) value "00".
               88 WS-OutFile-OK value "00".
           05 WS-WhereUsed-Status pic X(2) value "00".
               88 WS-WhereUsed-OK value "00".
               88 WS-WhereUsed-Duplicate value "22".
               88 WS-WhereUsed-Not-Found value "23".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".

               move 16 to return-code
               stop run
           end-if
           open i-o whereusedfile
           if not WS-WhereUsed-OK
               display "WHERE-USED INDEX OPEN FAILED, STATUS "
                   WS-WhereUsed-Status
               close outfile
               move 16 to return-code
               stop run
           end-if
           if WS-Backout-Mode
               perform 845-apply-backout-entry
                   varying WS-Apply-Index
                   varying WS-Apply-Index from 1 by 1
                   until WS-Apply-Index > WS-Selected-Count
           end-if
           close outfile whereusedfile
           display "ENTRIES APPLIED: " WS-Applied-Count
           display "ENTRIES FAILED:  " WS-Failed-Count
           if WS-Index-Failed-Count > zero
               display "WHERE-USED UPDATES FAILED: "
                   WS-Index-Failed-Count
                   " - REBUILD THE WHERE-USED INDEX"
           end-if
           if WS-Failed-Count > zero or WS-Index-Failed-Count > zero
               move 8 to return-code
           end-if.

                           move PRM-VALUE to WS-Journal-Path
                       when "OUTFILE"
                           move PRM-VALUE to WS-OutFile-Path
                       when "WHEREUSED"
                           move PRM-VALUE to WS-WhereUsed-Path
                       when other
                           continue
                   end-evaluate
                   end-if
           end-read.

       840-capture-current-image Section.
      * Notes what the master holds for the transaction before a step
      * is applied, so its chain references can be taken out of the
      * where-used index once the step has gone through.
       840-Begin.
           move "N" to WS-Current-Found-Switch
           move JRN-TRANSACTION-ID to OUT-TRANSACTION-ID
           read outfile
               invalid key
                   continue
               not invalid key
                   set WS-Current-Found to true
                   move outfile-record to WS-Current-Image
           end-read.

       842-reindex-transaction Section.
      * The references of the image replaced come out of the index
      * and those of the image now on the master go in.
       842-Begin.
           if WS-Current-Found
               move WS-Current-Image to WS-Whu-Image
               perform 844-unindex-references
           end-if
           move JRN-TRANSACTION-ID to OUT-TRANSACTION-ID
           read outfile
               invalid key
                   continue
               not invalid key
                   move outfile-record to WS-Whu-Image
                   perform 843-index-references
           end-read.

       843-index-references Section.
       843-Begin.
           if WS-Whu-Image-Ref-1 not = spaces
               move WS-Whu-Image-Ref-1 to WS-Whu-Ref-Id
               perform 846-write-where-used
           end-if
           if WS-Whu-Image-Ref-2 not = spaces and
              WS-Whu-Image-Ref-2 not = WS-Whu-Image-Ref-1
               move WS-Whu-Image-Ref-2 to WS-Whu-Ref-Id
               perform 846-write-where-used
           end-if.

       844-unindex-references Section.
       844-Begin.
           if WS-Whu-Image-Ref-1 not = spaces
               move WS-Whu-Image-Ref-1 to WS-Whu-Ref-Id
               perform 847-delete-where-used
           end-if
           if WS-Whu-Image-Ref-2 not = spaces and
              WS-Whu-Image-Ref-2 not = WS-Whu-Image-Ref-1
               move WS-Whu-Image-Ref-2 to WS-Whu-Ref-Id
               perform 847-delete-where-used
           end-if.

       845-apply-backout-entry Section.
      * Backing out inverts each action: an add is deleted, a change
      * gets its before image rewritten, a delete gets its before
      * other way, so a partly recovered master can be rerun.
       845-Begin.
           move WS-Selected-Entry (WS-Apply-Index) to JOURNAL-RECORD
           perform 840-capture-current-image
           evaluate true
               when JRN-ACTION-ADD
                   move JRN-TRANSACTION-ID to OUT-TRANSACTION-ID
                       JRN-ACTION-CODE " " JRN-TRANSACTION-ID
           end-evaluate.

       846-write-where-used Section.
      * An entry already there, or already gone, is left as it is,
      * so a partly recovered master can be rerun.
       846-Begin.
           move spaces to where-used-record
           move WS-Whu-Ref-Id to WHU-REF-ID
           move WS-Whu-Image-Id to WHU-DEPENDENT-ID
           move WS-Whu-Image-Adjusting to WHU-ADJUSTING-FLAG
           accept WHU-INDEXED-DATE from date yyyymmdd
           write where-used-record
           if not WS-WhereUsed-OK and not WS-WhereUsed-Duplicate
               add 1 to WS-Index-Failed-Count
               display "WHERE-USED WRITE FAILED, STATUS "
                   WS-WhereUsed-Status " ID " WS-Whu-Image-Id
           end-if.

       847-delete-where-used Section.
       847-Begin.
           move WS-Whu-Ref-Id to WHU-REF-ID
           move WS-Whu-Image-Id to WHU-DEPENDENT-ID
           delete whereusedfile record
           if not WS-WhereUsed-OK and not WS-WhereUsed-Not-Found
               add 1 to WS-Index-Failed-Count
               display "WHERE-USED DELETE FAILED, STATUS "
                   WS-WhereUsed-Status " ID " WS-Whu-Image-Id
           end-if.

       850-apply-forward-entry Section.
       850-Begin.
           move WS-Selected-Entry (WS-Apply-Index) to JOURNAL-RECORD
           perform 840-capture-current-image
           evaluate true
               when JRN-ACTION-ADD
                   move JRN-AFTER-IMAGE to outfile-record
       855-Begin.
           if WS-OutFile-OK
               add 1 to WS-Applied-Count
               perform 842-reindex-transaction
           else
               add 1 to WS-Failed-Count
               display "RECOVERY STEP FAILED, STATUS "
