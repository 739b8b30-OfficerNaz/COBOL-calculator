       Identification Division.
       program-id. Excercise1Rstr as "Excercise1Rstr".
       Author.     Naz Sassine.
       Installation. Desktop.
       Date-written. 2026-10-15.
       Date-compiled. 2026-10-15.
       Security. None.

      * Backup generation restore. Lists the backup catalog the
      * nightly backup step writes, flagging generations whose slot
      * a later backup has since reused, and restores the generation
      * the operator picks: the results master is reloaded from the
      * backup copy, with the chain where-used index rebuilt from it
      * as it goes, and the pending file is put back. The backup
      * copies are counted against the catalog before anything is
      * touched. The restored files stand as they were before that
      * night's batch run, so the program then reads the maintenance
      * journal on from the position noted at backup time and lists
      * the runs - run date and job-id - to roll forward with the
      * recovery program, in the order they must be applied.

       environment division.
       configuration section.
       source-computer. Desktop.
       object-computer. Desktop.
       Input-Output Section.
       File-Control.
           Select CatalogFile assign using WS-Catalog-Path
               file status is WS-Catalog-Status.
           Select MasterBackup assign using WS-Master-Backup-Path
               file status is WS-Master-Backup-Status.
           Select PendBackup assign using WS-Pend-Backup-Path
               file status is WS-Pend-Backup-Status.
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
           Select PendFile assign using WS-Pend-Path
               file status is WS-Pend-Status.
           Select JournalFile assign using WS-Journal-Path
               file status is WS-Journal-Status.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       Data Division.
       File Section.
       fd CatalogFile.
       01 CATALOG-IN-RECORD        pic X(240).
       fd MasterBackup.
       01 MASTER-BACKUP-RECORD     pic X(99).
       fd PendBackup.
       01 PEND-BACKUP-RECORD       pic X(100).
       fd OutFile.
       COPY CBOUTFIL.
       fd WhereUsedFile.
       COPY CBWHRUSE.
       fd PendFile.
       COPY CBPEND.
       fd JournalFile.
       01 JOURNAL-IN-RECORD        pic X(240).
       fd ParmFile.
       COPY CBPARM.

       working-storage section.
       COPY CBBKCAT.
       COPY CBJRNL.
       01 WS-File-Paths.
           05 WS-Catalog-Path pic X(68)
               value "C:\DataFiles\BackupCat.dat".
           05 WS-OutFile-Path pic X(68)
               value "C:\DataFiles\DataOut.dat".
           05 WS-WhereUsed-Path pic X(68)
               value "C:\DataFiles\WhereUsed.dat".
           05 WS-Pend-Path pic X(68)
               value "C:\DataFiles\DataPend.dat".
           05 WS-Journal-Path pic X(68)
               value "C:\DataFiles\Journal.dat".
           05 WS-Master-Backup-Path pic X(68) value spaces.
           05 WS-Pend-Backup-Path pic X(68) value spaces.
       01 WS-Slot-Table-Fields.
           05 WS-Slot-Max pic 9(3) value 200.
           05 WS-Slot-Count pic 9(3) value zero.
           05 WS-Catalog-Count pic 9(5) value zero.
           05 WS-Latest-Use pic 9(5) value zero.
       01 WS-Slot-Table.
           05 WS-Slot-Entry
               occurs 1 to 200 times
               depending on WS-Slot-Count
               indexed by SL-IX.
               10 WS-Slt-File pic X(68).
               10 WS-Slt-Generation pic 9(5).
       01 WS-Run-Table-Fields.
           05 WS-Run-Max pic 9(3) value 100.
           05 WS-Run-Count pic 9(3) value zero.
           05 WS-Run-Index pic 9(3) value zero.
       01 WS-Run-Table.
           05 WS-Run-Entry
               occurs 1 to 100 times
               depending on WS-Run-Count
               indexed by RN-IX.
               10 WS-Run-Date pic 9(8).
               10 WS-Run-Job-Id pic X(8).
               10 WS-Run-Entries pic 9(7).
               10 WS-Run-Straddle-Flag pic X(1).
                   88 WS-Run-Straddles value "Y".
       01 WS-Restore-Counts.
           05 WS-Master-Backup-Count pic 9(7) value zero.
           05 WS-Pend-Backup-Count pic 9(7) value zero.
           05 WS-Master-Restored pic 9(7) value zero.
           05 WS-Pend-Restored pic 9(7) value zero.
           05 WS-Restore-Failed pic 9(7) value zero.
           05 WS-Index-Written pic 9(7) value zero.
           05 WS-Index-Failed pic 9(7) value zero.
           05 WS-Journal-Read-Count pic 9(9) value zero.
           05 WS-Journal-After-Count pic 9(9) value zero.
       01 WS-Criteria.
           05 WS-Gen-Reply pic X(5).
           05 WS-Gen-Reply-9 redefines WS-Gen-Reply pic 9(5).
           05 WS-Confirm-Reply pic X(1).
       01 WS-List-Line.
           05 WS-Lst-Generation pic 9(5).
           05 FILLER pic X(2) value spaces.
           05 WS-Lst-Date pic 9(8).
           05 FILLER pic X(1) value spaces.
           05 WS-Lst-Time pic 9(6).
           05 FILLER pic X(2) value spaces.
           05 WS-Lst-Master pic Z(6)9.
           05 FILLER pic X(2) value spaces.
           05 WS-Lst-Pend pic Z(6)9.
           05 FILLER pic X(2) value spaces.
           05 WS-Lst-Journal pic Z(8)9.
           05 FILLER pic X(2) value spaces.
           05 WS-Lst-Status pic X(11).
       01 WS-Switches.
           05 WS-Catalog-EOF-Switch pic x value "N".
               88 End-Of-Catalog value "Y".
           05 WS-Backup-EOF-Switch pic x value "N".
               88 End-Of-Backup value "Y".
           05 WS-Journal-EOF-Switch pic x value "N".
               88 End-Of-Journal value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
           05 WS-Found-Switch pic x value "N".
               88 WS-Generation-Found value "Y".
           05 WS-Slot-Found-Switch pic x value "N".
               88 WS-Slot-Found value "Y".
           05 WS-Run-Found-Switch pic x value "N".
               88 WS-Run-Found value "Y".
           05 WS-Index-Open-Switch pic x value "N".
               88 WS-Index-Open value "Y".
           05 WS-Backup-Bad-Switch pic x value "N".
               88 WS-Backup-Bad value "Y".
           05 WS-Journal-Mismatch-Switch pic x value "N".
               88 WS-Journal-Mismatch value "Y".
           05 WS-Run-Full-Switch pic x value "N".
               88 WS-Run-Table-Full value "Y".
       01 WS-File-Status.
           05 WS-Catalog-Status pic X(2) value "00".
               88 WS-Catalog-OK value "00".
           05 WS-Master-Backup-Status pic X(2) value "00".
               88 WS-Master-Backup-OK value "00".
           05 WS-Pend-Backup-Status pic X(2) value "00".
               88 WS-Pend-Backup-OK value "00".
           05 WS-OutFile-Status pic X(2) value "00".
               88 WS-OutFile-OK value "00".
           05 WS-WhereUsed-Status pic X(2) value "00".
               88 WS-WhereUsed-OK value "00".
           05 WS-Pend-Status pic X(2) value "00".
               88 WS-Pend-OK value "00".
           05 WS-Journal-Status pic X(2) value "00".
               88 WS-Journal-OK value "00".
               88 WS-Journal-Missing value "35".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Work-Ref-Id pic X(10) value spaces.
       01 WS-Today pic 9(8) value zero.

       Procedure Division.
       001-Main Section.
       001-Begin.
           perform 176-restore-mainline
           stop run.

       176-restore-mainline Section.
       176-Begin.
           perform 177-read-parm-file
           accept WS-Today from date yyyymmdd
           perform 179-load-catalog
           if WS-Catalog-Count = zero
               display "NO BACKUP GENERATIONS CATALOGUED"
               move 4 to return-code
               stop run
           end-if
           perform 181-list-catalog
           perform 183-accept-generation
           perform 185-check-backup-files
           display "GENERATION " BKC-GENERATION " TAKEN "
               BKC-BACKUP-DATE ": " BKC-MASTER-COUNT
               " MASTER, " BKC-PEND-COUNT " PENDING RECORDS"
           display "RESTORE OVER THE CURRENT MASTER AND PENDING"
               " FILE (Y/N)? " with no advancing
           accept WS-Confirm-Reply
           if WS-Confirm-Reply not = "Y" and
              WS-Confirm-Reply not = "y"
               display "RESTORE NOT CONFIRMED, FILES UNCHANGED"
               move 4 to return-code
               stop run
           end-if
           perform 189-reload-master
           perform 192-reload-pending
           display "MASTER RECORDS RESTORED:  " WS-Master-Restored
           display "PENDING RECORDS RESTORED: " WS-Pend-Restored
           display "INDEX ENTRIES WRITTEN:    " WS-Index-Written
           if WS-Restore-Failed > zero or WS-Index-Failed > zero
               display "RECORDS NOT RESTORED:     " WS-Restore-Failed
               display "INDEX ENTRIES FAILED:     " WS-Index-Failed
           end-if
           perform 194-list-roll-forward
           if WS-Restore-Failed > zero or WS-Index-Failed > zero
              or WS-Master-Restored not = BKC-MASTER-COUNT
              or WS-Pend-Restored not = BKC-PEND-COUNT
              or WS-Journal-Mismatch or WS-Run-Table-Full
               move 8 to return-code
           else
               move zero to return-code
           end-if.

       177-read-parm-file Section.
       177-Begin.
           open input parmfile
           if WS-Parm-Open-OK
               perform 178-read-parm-record until End-Of-ParmFile
               close parmfile
           end-if.

       178-read-parm-record Section.
       178-Begin.
           read parmfile
               at end
                   set End-Of-ParmFile to true
               not at end
                   evaluate PRM-KEYWORD
                       when "BACKUPCAT"
                           move PRM-VALUE to WS-Catalog-Path
                       when "OUTFILE"
                           move PRM-VALUE to WS-OutFile-Path
                       when "WHEREUSED"
                           move PRM-VALUE to WS-WhereUsed-Path
                       when "PENDFILE"
                           move PRM-VALUE to WS-Pend-Path
                       when "JOURNALFILE"
                           move PRM-VALUE to WS-Journal-Path
                       when other
                           continue
                   end-evaluate
           end-read.

       179-load-catalog Section.
      * First pass notes the latest generation written to each backup
      * file; any earlier generation in the same file is gone.
       179-Begin.
           move "N" to WS-Catalog-EOF-Switch
           open input catalogfile
           if not WS-Catalog-OK
               display "BACKUP CATALOG NOT AVAILABLE, STATUS "
                   WS-Catalog-Status
               move 16 to return-code
               stop run
           end-if
           perform 180-note-slot-use until End-Of-Catalog
           close catalogfile.

       180-note-slot-use Section.
       180-Begin.
           read catalogfile
               at end
                   set End-Of-Catalog to true
               not at end
                   move CATALOG-IN-RECORD to BACKUP-CATALOG-RECORD
                   add 1 to WS-Catalog-Count
                   move "N" to WS-Slot-Found-Switch
                   if WS-Slot-Count > zero
                       set SL-IX to 1
                       search WS-Slot-Entry
                           when WS-Slt-File (SL-IX) = BKC-MASTER-FILE
                               set WS-Slot-Found to true
                       end-search
                   end-if
                   if WS-Slot-Found
                       if BKC-GENERATION > WS-Slt-Generation (SL-IX)
                           move BKC-GENERATION to
                               WS-Slt-Generation (SL-IX)
                       end-if
                   else
                       if WS-Slot-Count < WS-Slot-Max
                           add 1 to WS-Slot-Count
                           set SL-IX to WS-Slot-Count
                           move BKC-MASTER-FILE to WS-Slt-File (SL-IX)
                           move BKC-GENERATION to
                               WS-Slt-Generation (SL-IX)
                       end-if
                   end-if
           end-read.

       181-list-catalog Section.
       181-Begin.
           move "N" to WS-Catalog-EOF-Switch
           open input catalogfile
           display " "
           display "BACKUP CATALOG"
           display "  GEN  BACKED UP         MASTER  PENDING"
               "    JOURNAL  STATUS"
           perform 182-list-one-entry until End-Of-Catalog
           close catalogfile
           display " ".

       182-list-one-entry Section.
       182-Begin.
           read catalogfile
               at end
                   set End-Of-Catalog to true
               not at end
                   move CATALOG-IN-RECORD to BACKUP-CATALOG-RECORD
                   perform 188-find-latest-use
                   move BKC-GENERATION to WS-Lst-Generation
                   move BKC-BACKUP-DATE to WS-Lst-Date
                   move BKC-BACKUP-TIME (1:6) to WS-Lst-Time
                   move BKC-MASTER-COUNT to WS-Lst-Master
                   move BKC-PEND-COUNT to WS-Lst-Pend
                   move BKC-JOURNAL-POSITION to WS-Lst-Journal
                   if BKC-GENERATION < WS-Latest-Use
                       move "OVERWRITTEN" to WS-Lst-Status
                   else
                       move "AVAILABLE" to WS-Lst-Status
                   end-if
                   display WS-List-Line
           end-read.

       183-accept-generation Section.
      * Only a generation still held in its slot can be restored.
       183-Begin.
           display "GENERATION TO RESTORE (5 DIGITS, BLANK TO QUIT): "
               with no advancing
           accept WS-Gen-Reply
           if WS-Gen-Reply = spaces
               display "NO GENERATION CHOSEN, FILES UNCHANGED"
               move 4 to return-code
               stop run
           end-if
           if WS-Gen-Reply not numeric
               display "INVALID GENERATION NUMBER"
               move 16 to return-code
               stop run
           end-if
           move "N" to WS-Found-Switch
           move "N" to WS-Catalog-EOF-Switch
           open input catalogfile
           perform 184-find-generation
               until End-Of-Catalog or WS-Generation-Found
           close catalogfile
           if not WS-Generation-Found
               display "GENERATION " WS-Gen-Reply " NOT IN CATALOG"
               move 16 to return-code
               stop run
           end-if
           perform 188-find-latest-use
           if BKC-GENERATION < WS-Latest-Use
               display "GENERATION " BKC-GENERATION
                   " OVERWRITTEN BY GENERATION " WS-Latest-Use
               move 16 to return-code
               stop run
           end-if
           move BKC-MASTER-FILE to WS-Master-Backup-Path
           move BKC-PEND-FILE to WS-Pend-Backup-Path.

       184-find-generation Section.
       184-Begin.
           read catalogfile
               at end
                   set End-Of-Catalog to true
               not at end
                   move CATALOG-IN-RECORD to BACKUP-CATALOG-RECORD
                   if BKC-GENERATION = WS-Gen-Reply-9
                       set WS-Generation-Found to true
                   end-if
           end-read.

       185-check-backup-files Section.
      * A backup step that failed part way may have overwritten the
      * slot of the generation it was replacing, so the copies are
      * counted against the catalog before the live files are
      * touched.
       185-Begin.
           move "N" to WS-Backup-EOF-Switch
           open input masterbackup
           if WS-Master-Backup-OK
               perform 186-count-master-backup until End-Of-Backup
               close masterbackup
           else
               display "MASTER BACKUP NOT AVAILABLE, STATUS "
                   WS-Master-Backup-Status " " WS-Master-Backup-Path
               set WS-Backup-Bad to true
           end-if
           move "N" to WS-Backup-EOF-Switch
           open input pendbackup
           if WS-Pend-Backup-OK
               perform 187-count-pend-backup until End-Of-Backup
               close pendbackup
           else
               display "PENDING BACKUP NOT AVAILABLE, STATUS "
                   WS-Pend-Backup-Status " " WS-Pend-Backup-Path
               set WS-Backup-Bad to true
           end-if
           if not WS-Backup-Bad and
              (WS-Master-Backup-Count not = BKC-MASTER-COUNT or
               WS-Pend-Backup-Count not = BKC-PEND-COUNT)
               display "BACKUP COPIES HOLD " WS-Master-Backup-Count
                   " MASTER, " WS-Pend-Backup-Count
                   " PENDING RECORDS, NOT AS CATALOGUED"
               set WS-Backup-Bad to true
           end-if
           if WS-Backup-Bad
               display "GENERATION " BKC-GENERATION
                   " CANNOT BE RESTORED, FILES UNCHANGED"
               move 16 to return-code
               stop run
           end-if.

       186-count-master-backup Section.
       186-Begin.
           read masterbackup
               at end
                   set End-Of-Backup to true
               not at end
                   add 1 to WS-Master-Backup-Count
           end-read.

       187-count-pend-backup Section.
       187-Begin.
           read pendbackup
               at end
                   set End-Of-Backup to true
               not at end
                   add 1 to WS-Pend-Backup-Count
           end-read.

       188-find-latest-use Section.
       188-Begin.
           move zero to WS-Latest-Use
           if WS-Slot-Count > zero
               set SL-IX to 1
               search WS-Slot-Entry
                   when WS-Slt-File (SL-IX) = BKC-MASTER-FILE
                       move WS-Slt-Generation (SL-IX) to
                           WS-Latest-Use
               end-search
           end-if.

       189-reload-master Section.
      * The master is loaded fresh from the copy and each record's
      * chain references go into a fresh where-used index, so the
      * index matches the restored master without a separate
      * rebuild.
       189-Begin.
           move "N" to WS-Backup-EOF-Switch
           open input masterbackup
           open output outfile
           if not WS-OutFile-OK
               display "MASTER OPEN FAILED, STATUS " WS-OutFile-Status
               close masterbackup
               move 16 to return-code
               stop run
           end-if
           open output whereusedfile
           if WS-WhereUsed-OK
               set WS-Index-Open to true
           else
               display "WHERE-USED INDEX OPEN FAILED, STATUS "
                   WS-WhereUsed-Status " - REBUILD THE WHERE-USED"
                   " INDEX"
               add 1 to WS-Index-Failed
           end-if
           perform 190-reload-one-master until End-Of-Backup
           close masterbackup outfile
           if WS-Index-Open
               close whereusedfile
           end-if.

       190-reload-one-master Section.
       190-Begin.
           read masterbackup
               at end
                   set End-Of-Backup to true
               not at end
                   move MASTER-BACKUP-RECORD to outfile-record
                   write outfile-record
                   if WS-OutFile-OK
                       add 1 to WS-Master-Restored
                       if OUT-REF-OPERAND-1 not = spaces
                           move OUT-REF-OPERAND-1 to WS-Work-Ref-Id
                           perform 191-write-index-entry
                       end-if
                       if OUT-REF-OPERAND-2 not = spaces and
                          OUT-REF-OPERAND-2 not = OUT-REF-OPERAND-1
                           move OUT-REF-OPERAND-2 to WS-Work-Ref-Id
                           perform 191-write-index-entry
                       end-if
                   else
                       add 1 to WS-Restore-Failed
                       display "MASTER WRITE FAILED, STATUS "
                           WS-OutFile-Status " ID " OUT-TRANSACTION-ID
                   end-if
           end-read.

       191-write-index-entry Section.
       191-Begin.
           if WS-Index-Open
               move spaces to where-used-record
               move WS-Work-Ref-Id to WHU-REF-ID
               move OUT-TRANSACTION-ID to WHU-DEPENDENT-ID
               move OUT-ADJUSTING-FLAG to WHU-ADJUSTING-FLAG
               move WS-Today to WHU-INDEXED-DATE
               write where-used-record
               if WS-WhereUsed-OK
                   add 1 to WS-Index-Written
               else
                   add 1 to WS-Index-Failed
                   display "INDEX WRITE FAILED, STATUS "
                       WS-WhereUsed-Status " ID " OUT-TRANSACTION-ID
               end-if
           end-if.

       192-reload-pending Section.
       192-Begin.
           move "N" to WS-Backup-EOF-Switch
           open input pendbackup
           open output pendfile
           if not WS-Pend-OK
               display "PENDING FILE OPEN FAILED, STATUS "
                   WS-Pend-Status
               close pendbackup
               add 1 to WS-Restore-Failed
           else
               perform 193-reload-one-pending until End-Of-Backup
               close pendbackup pendfile
           end-if.

       193-reload-one-pending Section.
       193-Begin.
           read pendbackup
               at end
                   set End-Of-Backup to true
               not at end
                   move PEND-BACKUP-RECORD to pending-record
                   write pending-record
                   if WS-Pend-OK
                       add 1 to WS-Pend-Restored
                   else
                       add 1 to WS-Restore-Failed
                       display "PENDING WRITE FAILED, STATUS "
                           WS-Pend-Status
                   end-if
           end-read.

       194-list-roll-forward Section.
      * Everything journaled after the backup position was applied
      * to the live files after the copy was taken. The runs are
      * listed in journal order; a run that had already journaled
      * entries before the backup is flagged, since rolling it
      * forward reapplies those entries as well.
       194-Begin.
           move zero to WS-Journal-Read-Count
           move "N" to WS-Journal-EOF-Switch
           open input journalfile
           evaluate true
               when WS-Journal-OK
                   perform 195-read-journal-entry until End-Of-Journal
                   close journalfile
               when WS-Journal-Missing
                   continue
               when other
                   display "JOURNAL READ FAILED, STATUS "
                       WS-Journal-Status
                   set WS-Journal-Mismatch to true
           end-evaluate
           if WS-Journal-Read-Count < BKC-JOURNAL-POSITION
               set WS-Journal-Mismatch to true
           end-if
           display " "
           if WS-Journal-Mismatch
               display "JOURNAL DOES NOT MATCH THE POSITION NOTED AT"
                   " BACKUP - CHECK THE JOURNAL BEFORE ROLLING"
                   " FORWARD"
           end-if
           if WS-Run-Count = zero
               display "NO JOURNAL RUNS SINCE THE BACKUP - NOTHING TO"
                   " ROLL FORWARD"
           else
               display "ROLL FORWARD THESE RUNS WITH THE RECOVERY"
                   " PROGRAM, MODE F, IN THIS ORDER:"
               perform 197-show-journal-run
                   varying WS-Run-Index from 1 by 1
                   until WS-Run-Index > WS-Run-Count
               display "JOURNAL ENTRIES SINCE THE BACKUP: "
                   WS-Journal-After-Count
           end-if
           if WS-Run-Table-Full
               display "RUN TABLE FULL AT " WS-Run-Max
                   ", LATER RUNS NOT LISTED"
           end-if.

       195-read-journal-entry Section.
       195-Begin.
           read journalfile
               at end
                   set End-Of-Journal to true
               not at end
                   add 1 to WS-Journal-Read-Count
                   move JOURNAL-IN-RECORD to JOURNAL-RECORD
                   evaluate true
                       when WS-Journal-Read-Count =
                            BKC-JOURNAL-POSITION
                           if JRN-RUN-DATE not = BKC-LAST-JRN-DATE or
                              JRN-RUN-TIME not = BKC-LAST-JRN-TIME or
                              JRN-JOB-ID not = BKC-LAST-JRN-JOB-ID
                               set WS-Journal-Mismatch to true
                           end-if
                       when WS-Journal-Read-Count >
                            BKC-JOURNAL-POSITION
                           add 1 to WS-Journal-After-Count
                           perform 196-note-journal-run
                       when other
                           continue
                   end-evaluate
           end-read.

       196-note-journal-run Section.
       196-Begin.
           move "N" to WS-Run-Found-Switch
           if WS-Run-Count > zero
               set RN-IX to 1
               search WS-Run-Entry
                   when WS-Run-Date (RN-IX) = JRN-RUN-DATE and
                        WS-Run-Job-Id (RN-IX) = JRN-JOB-ID
                       set WS-Run-Found to true
                       add 1 to WS-Run-Entries (RN-IX)
               end-search
           end-if
           if not WS-Run-Found
               if WS-Run-Count < WS-Run-Max
                   add 1 to WS-Run-Count
                   set RN-IX to WS-Run-Count
                   move JRN-RUN-DATE to WS-Run-Date (RN-IX)
                   move JRN-JOB-ID to WS-Run-Job-Id (RN-IX)
                   move 1 to WS-Run-Entries (RN-IX)
                   move "N" to WS-Run-Straddle-Flag (RN-IX)
                   if BKC-JOURNAL-POSITION > zero and
                      JRN-RUN-DATE = BKC-LAST-JRN-DATE and
                      JRN-JOB-ID = BKC-LAST-JRN-JOB-ID
                       set WS-Run-Straddles (RN-IX) to true
                   end-if
               else
                   set WS-Run-Table-Full to true
               end-if
           end-if.

       197-show-journal-run Section.
       197-Begin.
           set RN-IX to WS-Run-Index
           display "  RUN DATE " WS-Run-Date (RN-IX)
               "  JOB-ID " WS-Run-Job-Id (RN-IX)
               "  ENTRIES " WS-Run-Entries (RN-IX)
           if WS-Run-Straddles (RN-IX)
               display "    RUN BEGAN BEFORE THE BACKUP - ITS EARLIER"
                   " ENTRIES WILL BE REAPPLIED TOO"
           end-if.

       End program Excercise1Rstr.
