           05 WS-Rejects-Cur pic 9(7) value zero.
           05 WS-Rejects-Pri pic 9(7) value zero.
       01 WS-Action-Stats.
           05 WS-Act-Entry occurs 6 times.
               10 WS-Act-Label pic X(10).
               10 WS-Act-Cur pic 9(7).
               10 WS-Act-Pri pic 9(7).
               10 WS-Bat-Cur pic 9(7).
               10 WS-Bat-Pri pic 9(7).
       01 WS-Reason-Stats.
           05 WS-Rsn-Entry occurs 12 times.
               10 WS-Rsn-Cur pic 9(7).
               10 WS-Rsn-Pri pic 9(7).
       01 WS-Reason-Work.
           move "CHANGE" to WS-Act-Label (2)
           move "DELETE" to WS-Act-Label (3)
           move "REFUSED" to WS-Act-Label (4)
           move "RECALC" to WS-Act-Label (5)
           move "OTHER" to WS-Act-Label (6)
           perform 928-initialize-one-action
               varying WS-Opr-Index from 1 by 1
               until WS-Opr-Index > 6
           perform 929-initialize-one-operator
               varying WS-Opr-Index from 1 by 1
               until WS-Opr-Index > 8
           move "OTHER" to WS-Opr-Code (8)
           perform 924-initialize-one-reason
               varying WS-Rsn-Index from 1 by 1
               until WS-Rsn-Index > 12.

       924-initialize-one-reason Section.
       924-Begin.
           end-read.

       931-bucket-one-record Section.
      * Run-parameter, period-control and system-status override
      * marker records are housekeeping, not work, so they stay out
      * of the volumes; refusals count in the action mix so the
      * auditors can see them month on month.
       931-Begin.
           if HST-TRANSACTION-ID = "*RUNPARMS*" or
              HST-TRANSACTION-ID = "*PERIOD*" or
              HST-TRANSACTION-ID = "*SYSCTL*" or
              not HST-RUN-DATE numeric
               continue
           else
                   move 3 to WS-Opr-Match
               when "X"
                   move 4 to WS-Opr-Match
               when "S"
                   move 5 to WS-Opr-Match
               when other
                   move 6 to WS-Opr-Match
           end-evaluate
           if WS-In-Current-Month
               add 1 to WS-Act-Cur (WS-Opr-Match)
           if HST-REJECT-REASON not = spaces
               move HST-REJECT-REASON to WS-Rsn-Code-X
               if WS-Rsn-Code-X numeric and
                  WS-Rsn-Code-9 > zero and WS-Rsn-Code-9 < 13
                   if WS-In-Current-Month
                       add 1 to WS-Rsn-Cur (WS-Rsn-Code-9)
                   else
           write mgmt-line
           perform 943-print-one-action
               varying WS-Opr-Index from 1 by 1
               until WS-Opr-Index > 6
           move spaces to mgmt-line
           write mgmt-line

           write mgmt-line
           perform 947-print-one-reason
               varying WS-Rsn-Index from 1 by 1
               until WS-Rsn-Index > 12.

       942-print-comparison-line Section.
       942-Begin.
