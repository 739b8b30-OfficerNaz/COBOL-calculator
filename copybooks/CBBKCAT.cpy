      ******************************************************************
      *    Copybook  : CBBKCAT
      *    Purpose   : Backup catalog record - one per backup
      *                generation the nightly stream takes of the
      *                results master and the pending file before the
      *                batch job runs. Generations are numbered in
      *                sequence and written in rotation to a fixed
      *                number of backup slots, so a generation stays
      *                restorable only until a later generation reuses
      *                its slot. The journal position is the number of
      *                maintenance journal records on file when the
      *                backup was taken, with the last of them, so the
      *                restore can name the journal runs to roll
      *                forward and confirm the journal still lines up.
      ******************************************************************
       01  BACKUP-CATALOG-RECORD.
           05  BKC-GENERATION      pic 9(05).
           05  BKC-BACKUP-DATE     pic 9(08).
           05  BKC-BACKUP-TIME     pic 9(08).
           05  BKC-SLOT            pic 9(02).
           05  BKC-MASTER-COUNT    pic 9(07).
           05  BKC-PEND-COUNT      pic 9(07).
           05  BKC-JOURNAL-POSITION pic 9(09).
           05  BKC-LAST-JOURNAL.
               10  BKC-LAST-JRN-DATE   pic 9(08).
               10  BKC-LAST-JRN-TIME   pic 9(08).
               10  BKC-LAST-JRN-JOB-ID pic X(08).
           05  BKC-MASTER-FILE     pic X(68).
           05  BKC-PEND-FILE       pic X(68).
           05  FILLER              pic X(34).
