       Identification Division.
       program-id. Excercise1Bkup as "Excercise1Bkup".
       Author.     Naz Sassine.
       Installation. Desktop.
       Date-written. 2026-10-15.
       Date-compiled. 2026-10-15.
       Security. None.

      * Nightly backup generation. Runs as the first step of the
      * nightly stream, before the batch job touches anything, and
      * copies the results master and the pending file to the next
      * backup generation, noting how far the maintenance journal
      * had got. Generations are numbered in sequence and written in
      * rotation to a fixed number of backup slots - BACKUPGENS,
      * seven unless set - so the oldest generation is the one
      * overwritten. Each generation is recorded in the backup
      * catalog with its record counts and journal position; the
      * restore program works from the catalog. A backup that
      * cannot be completed ends the step with 16, which stops the
      * stream before the batch job runs.

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
           Select PendFile assign using WS-Pend-Path
               file status is WS-Pend-Status.
           Select JournalFile assign using WS-Journal-Path
               file status is WS-Journal-Status.
           Select MasterBackup assign using WS-Master-Backup-Path
               file status is WS-Master-Backup-Status.
           Select PendBackup assign using WS-Pend-Backup-Path
               file status is WS-Pend-Backup-Status.
           Select CatalogFile assign using WS-Catalog-Path
               file status is WS-Catalog-Status.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       Data Division.
       File Section.
       fd OutFile.
       COPY CBOUTFIL.
       fd PendFile.
       COPY CBPEND.
       fd JournalFile.
       01 JOURNAL-IN-RECORD        pic X(240).
       fd MasterBackup.
       01 MASTER-BACKUP-RECORD     pic X(99).
       fd PendBackup.
       01 PEND-BACKUP-RECORD       pic X(100).
       fd CatalogFile.
       COPY CBBKCAT.
       fd ParmFile.
       COPY CBPARM.

       working-storage section.
       COPY CBJRNL.
       01 WS-File-Paths.
           05 WS-OutFile-Path pic X(68)
               value "C:\DataFiles\DataOut.dat".
           05 WS-Pend-Path pic X(68)
               value "C:\DataFiles\DataPend.dat".
           05 WS-Journal-Path pic X(68)
               value "C:\DataFiles\Journal.dat".
           05 WS-Catalog-Path pic X(68)
               value "C:\DataFiles\BackupCat.dat".
           05 WS-Backup-Prefix pic X(68)
               value "C:\DataFiles\Backup".
           05 WS-Master-Backup-Path pic X(68) value spaces.
           05 WS-Pend-Backup-Path pic X(68) value spaces.
       01 WS-Generation-Fields.
           05 WS-Generations-Kept pic 9(2) value 7.
           05 WS-Last-Generation pic 9(5) value zero.
           05 WS-New-Generation pic 9(5) value zero.
           05 WS-Slot pic 9(2) value zero.
           05 WS-Slot-Quotient pic 9(5) value zero.
           05 WS-Slot-Remainder pic 9(2) value zero.
       01 WS-Backup-Counts.
           05 WS-Master-Count pic 9(7) value zero.
           05 WS-Pend-Count pic 9(7) value zero.
           05 WS-Journal-Count pic 9(9) value zero.
       01 WS-Last-Journal.
           05 WS-Last-Jrn-Date pic 9(8) value zero.
           05 WS-Last-Jrn-Time pic 9(8) value zero.
           05 WS-Last-Jrn-Job-Id pic X(8) value spaces.
       01 WS-Switches.
           05 WS-Master-EOF-Switch pic x value "N".
               88 End-Of-Master value "Y".
           05 WS-Pend-EOF-Switch pic x value "N".
               88 End-Of-PendFile value "Y".
           05 WS-Journal-EOF-Switch pic x value "N".
               88 End-Of-Journal value "Y".
           05 WS-Catalog-EOF-Switch pic x value "N".
               88 End-Of-Catalog value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
           05 WS-Backup-Error-Switch pic x value "N".
               88 WS-Backup-Error value "Y".
       01 WS-File-Status.
           05 WS-OutFile-Status pic X(2) value "00".
               88 WS-OutFile-OK value "00".
               88 WS-OutFile-Missing value "35".
           05 WS-Pend-Status pic X(2) value "00".
               88 WS-Pend-OK value "00".
               88 WS-Pend-Missing value "35".
           05 WS-Journal-Status pic X(2) value "00".
               88 WS-Journal-OK value "00".
               88 WS-Journal-Missing value "35".
           05 WS-Master-Backup-Status pic X(2) value "00".
               88 WS-Master-Backup-OK value "00".
           05 WS-Pend-Backup-Status pic X(2) value "00".
               88 WS-Pend-Backup-OK value "00".
           05 WS-Catalog-Status pic X(2) value "00".
               88 WS-Catalog-OK value "00".
               88 WS-Catalog-Missing value "35".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Parm-Work-Num pic X(7).
       01 WS-Parm-Work-Num-9 redefines WS-Parm-Work-Num pic 9(7).
       01 WS-Today pic 9(8) value zero.
       01 WS-Now pic 9(8) value zero.

       Procedure Division.
       001-Main Section.
       001-Begin.
           perform 160-backup-mainline
           goback.

       160-backup-mainline Section.
       160-Begin.
           perform 161-read-parm-file
           accept WS-Today from date yyyymmdd
           accept WS-Now from time
           perform 163-find-last-generation
           if WS-Backup-Error
               move 16 to return-code
               goback
           end-if
      * The slot cycles 1 through the generations kept, so each new
      * generation lands on the oldest one still held.
           compute WS-New-Generation = WS-Last-Generation + 1
           divide WS-Generations-Kept into WS-Last-Generation
               giving WS-Slot-Quotient
               remainder WS-Slot-Remainder
           compute WS-Slot = WS-Slot-Remainder + 1
           move spaces to WS-Master-Backup-Path
           string WS-Backup-Prefix delimited by space
                  "M" delimited by size
                  WS-Slot delimited by size
                  ".dat" delimited by size
               into WS-Master-Backup-Path
           move spaces to WS-Pend-Backup-Path
           string WS-Backup-Prefix delimited by space
                  "P" delimited by size
                  WS-Slot delimited by size
                  ".dat" delimited by size
               into WS-Pend-Backup-Path
           display "BACKUP GENERATION " WS-New-Generation
               " TO SLOT " WS-Slot
           perform 165-backup-master
           if not WS-Backup-Error
               perform 168-backup-pending
           end-if
           if not WS-Backup-Error
               perform 171-note-journal-position
           end-if
           if not WS-Backup-Error
               perform 174-write-catalog-entry
           end-if
           if WS-Backup-Error
               display "BACKUP GENERATION " WS-New-Generation
                   " NOT TAKEN"
               move 16 to return-code
           else
               display "MASTER RECORDS BACKED UP:  " WS-Master-Count
               display "PENDING RECORDS BACKED UP: " WS-Pend-Count
               display "JOURNAL POSITION:          " WS-Journal-Count
               move zero to return-code
           end-if.

       161-read-parm-file Section.
       161-Begin.
           open input parmfile
           if WS-Parm-Open-OK
               perform 162-read-parm-record until End-Of-ParmFile
               close parmfile
           end-if.

       162-read-parm-record Section.
       162-Begin.
           read parmfile
               at end
                   set End-Of-ParmFile to true
               not at end
                   evaluate PRM-KEYWORD
                       when "OUTFILE"
                           move PRM-VALUE to WS-OutFile-Path
                       when "PENDFILE"
                           move PRM-VALUE to WS-Pend-Path
                       when "JOURNALFILE"
                           move PRM-VALUE to WS-Journal-Path
                       when "BACKUPCAT"
                           move PRM-VALUE to WS-Catalog-Path
                       when "BACKUPPFX"
                           move PRM-VALUE to WS-Backup-Prefix
                       when "BACKUPGENS"
                           move PRM-VALUE-DIGITS to WS-Parm-Work-Num
                           inspect WS-Parm-Work-Num
                               replacing leading " " by "0"
                           if WS-Parm-Work-Num numeric and
                              WS-Parm-Work-Num-9 > zero and
                              WS-Parm-Work-Num-9 < 100
                               move WS-Parm-Work-Num-9 to
                                   WS-Generations-Kept
                           else
                               display "INVALID BACKUPGENS PARM: "
                                   PRM-VALUE
                           end-if
                       when other
                           continue
                   end-evaluate
           end-read.

       163-find-last-generation Section.
      * No catalog yet means this is the first generation.
       163-Begin.
           move "N" to WS-Catalog-EOF-Switch
           open input catalogfile
           evaluate true
               when WS-Catalog-OK
                   perform 164-read-catalog-record
                       until End-Of-Catalog
                   close catalogfile
               when WS-Catalog-Missing
                   continue
               when other
                   display "BACKUP CATALOG READ FAILED, STATUS "
                       WS-Catalog-Status
                   set WS-Backup-Error to true
           end-evaluate.

       164-read-catalog-record Section.
       164-Begin.
           read catalogfile
               at end
                   set End-Of-Catalog to true
               not at end
                   if BKC-GENERATION numeric and
                      BKC-GENERATION > WS-Last-Generation
                       move BKC-GENERATION to WS-Last-Generation
                   end-if
           end-read.

       165-backup-master Section.
      * The master is unloaded in key order. No master at all is
      * backed up as an empty generation, the state the batch job
      * would start from.
       165-Begin.
           open output masterbackup
           if not WS-Master-Backup-OK
               display "MASTER BACKUP OPEN FAILED, STATUS "
                   WS-Master-Backup-Status " " WS-Master-Backup-Path
               set WS-Backup-Error to true
           else
               open input outfile
               evaluate true
                   when WS-OutFile-OK
                       perform 166-copy-master-record
                           until End-Of-Master or WS-Backup-Error
                       close outfile
                   when WS-OutFile-Missing
                       continue
                   when other
                       display "OUTPUT MASTER NOT AVAILABLE, STATUS "
                           WS-OutFile-Status
                       set WS-Backup-Error to true
               end-evaluate
               close masterbackup
           end-if.

       166-copy-master-record Section.
       166-Begin.
           read outfile next record
               at end
                   set End-Of-Master to true
               not at end
                   move outfile-record to MASTER-BACKUP-RECORD
                   write MASTER-BACKUP-RECORD
                   if WS-Master-Backup-OK
                       add 1 to WS-Master-Count
                   else
                       display "MASTER BACKUP WRITE FAILED, STATUS "
                           WS-Master-Backup-Status
                       set WS-Backup-Error to true
                   end-if
           end-read.

       168-backup-pending Section.
       168-Begin.
           open output pendbackup
           if not WS-Pend-Backup-OK
               display "PENDING BACKUP OPEN FAILED, STATUS "
                   WS-Pend-Backup-Status " " WS-Pend-Backup-Path
               set WS-Backup-Error to true
           else
               open input pendfile
               evaluate true
                   when WS-Pend-OK
                       perform 169-copy-pending-record
                           until End-Of-PendFile or WS-Backup-Error
                       close pendfile
                   when WS-Pend-Missing
                       continue
                   when other
                       display "PENDING FILE NOT AVAILABLE, STATUS "
                           WS-Pend-Status
                       set WS-Backup-Error to true
               end-evaluate
               close pendbackup
           end-if.

       169-copy-pending-record Section.
       169-Begin.
           read pendfile
               at end
                   set End-Of-PendFile to true
               not at end
                   move pending-record to PEND-BACKUP-RECORD
                   write PEND-BACKUP-RECORD
                   if WS-Pend-Backup-OK
                       add 1 to WS-Pend-Count
                   else
                       display "PENDING BACKUP WRITE FAILED, STATUS "
                           WS-Pend-Backup-Status
                       set WS-Backup-Error to true
                   end-if
           end-read.

       171-note-journal-position Section.
      * The journal is cumulative, so its record count marks where
      * the runs after this backup begin. The last record is kept
      * so the restore can tell if the journal has since been
      * replaced.
       171-Begin.
           open input journalfile
           evaluate true
               when WS-Journal-OK
                   perform 172-count-journal-record
                       until End-Of-Journal
                   close journalfile
               when WS-Journal-Missing
                   continue
               when other
                   display "JOURNAL READ FAILED, STATUS "
                       WS-Journal-Status
                   set WS-Backup-Error to true
           end-evaluate.

       172-count-journal-record Section.
       172-Begin.
           read journalfile
               at end
                   set End-Of-Journal to true
               not at end
                   add 1 to WS-Journal-Count
                   move JOURNAL-IN-RECORD to JOURNAL-RECORD
                   move JRN-RUN-DATE to WS-Last-Jrn-Date
                   move JRN-RUN-TIME to WS-Last-Jrn-Time
                   move JRN-JOB-ID to WS-Last-Jrn-Job-Id
           end-read.

       174-write-catalog-entry Section.
      * The catalog entry goes on last, so a generation is only
      * catalogued once both copies are complete.
       174-Begin.
           open extend catalogfile
           if not WS-Catalog-OK
               open output catalogfile
           end-if
           if not WS-Catalog-OK
               display "BACKUP CATALOG OPEN FAILED, STATUS "
                   WS-Catalog-Status
               set WS-Backup-Error to true
           else
               move spaces to backup-catalog-record
               move WS-New-Generation to BKC-GENERATION
               move WS-Today to BKC-BACKUP-DATE
               move WS-Now to BKC-BACKUP-TIME
               move WS-Slot to BKC-SLOT
               move WS-Master-Count to BKC-MASTER-COUNT
               move WS-Pend-Count to BKC-PEND-COUNT
               move WS-Journal-Count to BKC-JOURNAL-POSITION
               move WS-Last-Jrn-Date to BKC-LAST-JRN-DATE
               move WS-Last-Jrn-Time to BKC-LAST-JRN-TIME
               move WS-Last-Jrn-Job-Id to BKC-LAST-JRN-JOB-ID
               move WS-Master-Backup-Path to BKC-MASTER-FILE
               move WS-Pend-Backup-Path to BKC-PEND-FILE
               write backup-catalog-record
               if not WS-Catalog-OK
                   display "BACKUP CATALOG WRITE FAILED, STATUS "
                       WS-Catalog-Status
                   set WS-Backup-Error to true
               end-if
               close catalogfile
           end-if.

       End program Excercise1Bkup.
