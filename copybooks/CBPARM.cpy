      *                                before the retention archive
      *                  PURGERPT    - retention archive control
      *                                report file
      *                  APPROVALFILE- approval queue for entries
      *                                held for a second operator
      *                  APPROVELIMIT- operand amount (whole units)
      *                                above which an entry or
      *                                change is held for approval;
      *                                zero or omitted holds nothing
      *                  APPROVEAGE  - days a held entry may wait
      *                                before the held-items report
      *                                shows it as overdue
      *                  HELDRPT     - held-items report file
      *                  DISPFILE    - per-transaction disposition
      *                                file written by the batch job
      *                  ENVFILE     - submission envelope file
      *                                written by the intake job
      *                  RETURNPFX   - path prefix for department
      *                                return files; the department
      *                                name and ".dat" are appended
      *                  RETURNRPT   - department return control
      *                                report file
      *                  SUBREGISTRY - registry of department
      *                                submissions already taken
      *                  RESENDOK    - release one department batch
      *                                as a deliberate resend
      *                                (repeatable, intake job):
      *                                department in value positions
      *                                1-10, its header batch number
      *                                in 11-16, authorising operator
      *                                in 17-24
      *                  PERIODFILE  - accounting period-control
      *                                file (open/closed months)
      *                  VERIFYRPT   - results-master integrity
      *                                verification report file
      *                  WHEREUSED   - chain where-used index
      *                                (referenced id, dependent id)
      *                  TRIALUSED   - trial-run where-used index
      *                                work copy
      *                  BACKUPCAT   - backup generation catalog
      *                  BACKUPPFX   - path prefix for backup copies;
      *                                "M" or "P" (master, pending),
      *                                the two-digit slot and ".dat"
      *                                are appended
      *                  BACKUPGENS  - backup generations kept
      *                                (1-99, default 7)
      *                  SYSCTLFILE  - system status and online
      *                                session control file
      *                  OPSRPT      - morning operations status
      *                                report file
      *                  PENDDUEDAYS - days ahead the operations
      *                                report looks for pending
      *                                items coming due (default 3)
      *                  LONGRUNPCT  - percentage of its trailing
      *                                average above which a stream
      *                                step is flagged as running
      *                                long (101-999, default 150)

      *                  CHECKPOINT  - checkpoint interval
      *                  PAGEDEPTH   - report lines per page
