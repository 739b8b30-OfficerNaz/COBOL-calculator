       Identification Division.
       program-id. Excercise1Perd as "Excercise1Perd".
       Author.     Naz Sassine.
       Installation. Desktop.
       Date-written. 2026-10-15.
       Date-compiled. 2026-10-15.
       Security. None.

      * Accounting period maintenance. Finance closes each month
      * once it has reported on it; this program is where an
      * operator holding the period authority marks a month closed,
      * or reopens one closed in error, on the period-control file.
      * The batch job refuses changes and deletes against results-
      * master records last maintained in a closed month, and the
      * entry program warns as such a card is keyed. Only a month
      * already over can be closed. Every close and reopen is
      * written to the audit trail under the period marker with the
      * month in operand 1 and the new status in the operator field,
      * and every refused sign-on is logged the same way the entry
      * program logs its refusals.

       environment division.
       configuration section.
       source-computer. Desktop.
       object-computer. Desktop.
       Input-Output Section.
       File-Control.
           Select PeriodFile assign using WS-Period-Path
               organization is indexed
               access mode is dynamic
               record key is PER-KEY
               file status is WS-Period-Status.
           Select AuditOut assign using WS-Audit-Path
               file status is WS-Audit-Status.
           Select ProfileFile assign using WS-Profile-Path
               file status is WS-Profile-Status.
           Select ParmFile assign "C:\DataFiles\ExcParm.dat"
               file status is WS-Parm-Status.

       Data Division.
       File Section.
       fd PeriodFile.
       COPY CBPERIOD.
       fd AuditOut.
       COPY CBAUDIT.
       fd ProfileFile.
       COPY CBOPRPRF.
       fd ParmFile.
       COPY CBPARM.

       working-storage section.
       01 WS-File-Paths.
           05 WS-Period-Path pic X(68)
               value "C:\DataFiles\PeriodCtl.dat".
           05 WS-Audit-Path pic X(68)
               value "C:\DataFiles\AuditOut.dat".
           05 WS-Profile-Path pic X(68)
               value "C:\DataFiles\OperProf.dat".
       01 WS-Signon-Fields.
           05 WS-Profile-Status pic X(2) value "00".
               88 WS-Profile-Open-OK value "00".
           05 WS-Profile-EOF-Switch pic x value "N".
               88 End-Of-ProfileFile value "Y".
           05 WS-Profile-Found-Switch pic x value "N".
               88 WS-Profile-Found value "Y".
           05 WS-Signon-Switch pic x value "N".
               88 WS-Signed-On value "Y".
           05 WS-Refused-Function pic X(1) value space.
       01 WS-Switches.
           05 WS-Session-Switch pic x value "N".
               88 WS-Session-Done value "Y".
           05 WS-Parm-EOF-Switch pic x value "N".
               88 End-Of-ParmFile value "Y".
           05 WS-List-Switch pic x value "N".
               88 WS-List-Done value "Y".
           05 WS-Period-Valid-Switch pic x value "N".
               88 WS-Period-Valid value "Y".
           05 WS-Period-Found-Switch pic x value "N".
               88 WS-Period-Found value "Y".
       01 WS-File-Status.
           05 WS-Period-Status pic X(2) value "00".
               88 WS-Period-OK value "00".
               88 WS-Period-Missing value "35".
           05 WS-Audit-Status pic X(2) value "00".
               88 WS-Audit-OK value "00".
           05 WS-Parm-Status pic X(2) value "00".
               88 WS-Parm-Open-OK value "00".
       01 WS-Audit-Fields.
           05 WS-Job-Id pic X(8) value "EXCPRD01".
           05 WS-User-Id pic X(8) value spaces.
       01 WS-Entry-Fields.
           05 WS-Menu-Choice pic X(1).
           05 WS-Confirm-Reply pic X(1).
           05 WS-Entry-Period-X pic X(6).
           05 WS-Entry-Period-9 redefines WS-Entry-Period-X pic 9(6).
           05 WS-Entry-Period-Split redefines WS-Entry-Period-X.
               10 WS-Entry-Year pic 9(4).
               10 WS-Entry-Month pic 9(2).
           05 WS-New-Status pic X(1).
       01 WS-Date-Fields.
           05 WS-Today pic 9(8) value zero.
           05 WS-Today-Split redefines WS-Today.
               10 WS-Today-Month pic 9(6).
               10 FILLER pic 9(2).
       01 WS-Display-Fields.
           05 WS-Disp-Status pic X(6).

       Procedure Division.
       001-Main Section.
       001-Begin.
           perform 370-period-mainline
           stop run.

       370-period-mainline Section.
       370-Begin.
           accept WS-User-Id from environment "USER"
           accept WS-Today from date yyyymmdd
           perform 388-read-parm-file
           open extend auditout
           if not WS-Audit-OK
               open output auditout
           end-if
           if not WS-Audit-OK
               display "AUDIT OPEN FAILED, STATUS " WS-Audit-Status
               move 16 to return-code
               stop run
           end-if
           perform 372-operator-signon
           if not WS-Signed-On
               close auditout
               move 8 to return-code
               stop run
           end-if
           open i-o periodfile
           if WS-Period-Missing
               open output periodfile
               close periodfile
               open i-o periodfile
           end-if
           if not WS-Period-OK
               display "PERIOD-CONTROL FILE OPEN FAILED, STATUS "
                   WS-Period-Status
               close auditout
               move 16 to return-code
               stop run
           end-if
           perform 375-process-choice until WS-Session-Done
           close periodfile auditout.

       372-operator-signon Section.
      * Only an active operator holding the period authority may
      * open or close a month. Every refusal is logged with the
      * refused action code; the operator field carries "K" for an
      * operator without the period authority, space for a missing
      * or disabled profile.
       372-Begin.
           open input profilefile
           if not WS-Profile-Open-OK
               display "OPERATOR PROFILE FILE NOT AVAILABLE,"
                   " STATUS " WS-Profile-Status
               display "ACCESS REFUSED"
               move space to WS-Refused-Function
               perform 386-write-refusal-audit
           else
               perform 373-read-profile-record
                   until End-Of-ProfileFile or WS-Profile-Found
               close profilefile
               evaluate true
                   when not WS-Profile-Found
                       display "NO OPERATOR PROFILE FOR "
                           WS-User-Id ", ACCESS REFUSED"
                       move space to WS-Refused-Function
                       perform 386-write-refusal-audit
                   when not OPR-ACTIVE
                       display "OPERATOR PROFILE DISABLED FOR "
                           WS-User-Id ", ACCESS REFUSED"
                       move space to WS-Refused-Function
                       perform 386-write-refusal-audit
                   when not OPR-MAY-CLOSE-PERIOD
                       display "NOT AUTHORIZED FOR PERIOD CONTROL, "
                           WS-User-Id ", ACCESS REFUSED"
                       move "K" to WS-Refused-Function
                       perform 386-write-refusal-audit
                   when other
                       set WS-Signed-On to true
               end-evaluate
           end-if.

       373-read-profile-record Section.
       373-Begin.
           read profilefile
               at end
                   set End-Of-ProfileFile to true
               not at end
                   if OPR-USER-ID = WS-User-Id
                       set WS-Profile-Found to true
                   end-if
           end-read.

       375-process-choice Section.
       375-Begin.
           display " "
           display "ACCOUNTING PERIOD CONTROL"
           display "  L - LIST PERIODS"
           display "  C - CLOSE A PERIOD"
           display "  O - REOPEN A PERIOD"
           display "  X - EXIT"
           display "ENTER CHOICE: " with no advancing
           accept WS-Menu-Choice
           evaluate WS-Menu-Choice
               when "L"
               when "l"
                   perform 376-list-periods
               when "C"
               when "c"
                   perform 380-close-period
               when "O"
               when "o"
                   perform 382-reopen-period
               when "X"
               when "x"
                   set WS-Session-Done to true
               when other
                   display "INVALID CHOICE"
           end-evaluate.

       376-list-periods Section.
       376-Begin.
           move "N" to WS-List-Switch
           move low-values to PER-KEY
           start periodfile key not < PER-KEY
               invalid key
                   display "NO PERIODS ON FILE; EVERY MONTH IS OPEN"
                   set WS-List-Done to true
           end-start
           perform 377-list-one-period until WS-List-Done.

       377-list-one-period Section.
       377-Begin.
           read periodfile next record
               at end
                   set WS-List-Done to true
               not at end
                   if PER-CLOSED
                       move "CLOSED" to WS-Disp-Status
                   else
                       move "OPEN" to WS-Disp-Status
                   end-if
                   display "PERIOD " PER-PERIOD "  " WS-Disp-Status
                       "  BY " PER-CHANGED-BY
                       " ON " PER-CHANGED-DATE
           end-read.

       378-accept-period Section.
      * A period is keyed as yyyymm.
       378-Begin.
           move "N" to WS-Period-Valid-Switch
           move "N" to WS-Period-Found-Switch
           display "ENTER PERIOD (YYYYMM): " with no advancing
           accept WS-Entry-Period-X
           evaluate true
               when WS-Entry-Period-X not numeric
                   display "PERIOD NOT NUMERIC"
               when WS-Entry-Month < 1 or WS-Entry-Month > 12
                   display "PERIOD MONTH MUST BE 01 TO 12"
               when other
                   set WS-Period-Valid to true
                   move WS-Entry-Period-9 to PER-PERIOD
                   read periodfile
                       invalid key
                           continue
                       not invalid key
                           set WS-Period-Found to true
                   end-read
           end-evaluate.

       380-close-period Section.
      * The current month is still taking work and a future month
      * has not started, so neither can be closed.
       380-Begin.
           perform 378-accept-period
           if WS-Period-Valid
               evaluate true
                   when WS-Entry-Period-9 not < WS-Today-Month
                       display "ONLY A MONTH ALREADY OVER CAN BE"
                           " CLOSED"
                   when WS-Period-Found and PER-CLOSED
                       display "PERIOD " WS-Entry-Period-9
                           " IS ALREADY CLOSED"
                   when other
                       display "CLOSE PERIOD " WS-Entry-Period-9
                           " (Y/N)? " with no advancing
                       accept WS-Confirm-Reply
                       if WS-Confirm-Reply = "Y" or
                          WS-Confirm-Reply = "y"
                           move "C" to WS-New-Status
                           perform 384-set-period-status
                       else
                           display "CLOSE NOT CONFIRMED"
                       end-if
               end-evaluate
           end-if.

       382-reopen-period Section.
       382-Begin.
           perform 378-accept-period
           if WS-Period-Valid
               if not WS-Period-Found or not PER-CLOSED
                   display "PERIOD " WS-Entry-Period-9
                       " IS NOT CLOSED"
               else
                   display "WARNING: REOPENING LETS CHANGES AND"
                       " DELETES ALTER FIGURES ALREADY REPORTED"
                   display "REOPEN PERIOD " WS-Entry-Period-9
                       " (Y/N)? " with no advancing
                   accept WS-Confirm-Reply
                   if WS-Confirm-Reply = "Y" or
                      WS-Confirm-Reply = "y"
                       move "O" to WS-New-Status
                       perform 384-set-period-status
                   else
                       display "REOPEN NOT CONFIRMED"
                   end-if
               end-if
           end-if.

       384-set-period-status Section.
       384-Begin.
           move WS-Entry-Period-9 to PER-PERIOD
           move WS-New-Status to PER-STATUS
           move WS-User-Id to PER-CHANGED-BY
           move WS-Today to PER-CHANGED-DATE
           accept PER-CHANGED-TIME from time
           if WS-Period-Found
               rewrite period-control-record
           else
               write period-control-record
           end-if
           if WS-Period-OK
               perform 385-write-period-audit
               if PER-CLOSED
                   display "PERIOD " PER-PERIOD " CLOSED"
               else
                   display "PERIOD " PER-PERIOD " REOPENED"
               end-if
           else
               display "PERIOD UPDATE FAILED, STATUS "
                   WS-Period-Status
           end-if.

       385-write-period-audit Section.
      * The marker record carries the month in operand 1 and the
      * status it was set to in the operator field; reconciliation
      * and the management report pass over it.
       385-Begin.
           move "*PERIOD*" to AUD-TRANSACTION-ID
           move PER-PERIOD to AUD-OPERAND-1
           move PER-STATUS to AUD-OPERATOR
           move zero to AUD-OPERAND-2
           move zero to AUD-RESULT
           move spaces to AUD-REJECT-REASON
           accept AUD-RUN-DATE from date yyyymmdd
           accept AUD-RUN-TIME from time
           move WS-Job-Id to AUD-JOB-ID
           move WS-User-Id to AUD-USER-ID
           set AUD-ACTION-CHANGE to true
           move zero to AUD-BATCH-NUMBER
           move spaces to AUD-MAKER-ID
           write audit-record.

       386-write-refusal-audit Section.
       386-Begin.
           move "*REFUSED*" to AUD-TRANSACTION-ID
           move zero to AUD-OPERAND-1
           move WS-Refused-Function to AUD-OPERATOR
           move zero to AUD-OPERAND-2
           move zero to AUD-RESULT
           move spaces to AUD-REJECT-REASON
           accept AUD-RUN-DATE from date yyyymmdd
           accept AUD-RUN-TIME from time
           move WS-Job-Id to AUD-JOB-ID
           move WS-User-Id to AUD-USER-ID
           set AUD-ACTION-REFUSED to true
           move zero to AUD-BATCH-NUMBER
           move spaces to AUD-MAKER-ID
           write audit-record.

       388-read-parm-file Section.
       388-Begin.
           open input parmfile
           if WS-Parm-Open-OK
               perform 389-read-parm-record until End-Of-ParmFile
               close parmfile
           end-if.

       389-read-parm-record Section.
       389-Begin.
           read parmfile
               at end
                   set End-Of-ParmFile to true
               not at end
                   evaluate PRM-KEYWORD
                       when "PERIODFILE"
                           move PRM-VALUE to WS-Period-Path
                       when "AUDITFILE"
                           move PRM-VALUE to WS-Audit-Path
                       when "PROFILE"
                           move PRM-VALUE to WS-Profile-Path
                       when other
                           continue
                   end-evaluate
           end-read.

       End program Excercise1Perd.
