      * authorization level and an active flag:
      *   level 1  keying and screening work
      *   level 2  master file maintenance dialogs
      * mainmenu signs the operator on against this file, through
      * the shared sign-on step opersign, and the programs it calls
      * inherit the identity; the calculator
      * audit trail, the BMI screening history and the employee
      * master maintenance log all carry the operator ID, so "who
      * did it" always has an answer.
      * maintain the operators.
      * Operators who leave are deactivated, never deleted, so the
      * IDs on old audit records stay explainable.
      * opersign locks an operator (active flag L) after too many
      * failed sign-ons in a row. Only a level 2 operator can reset
      * the lock here (U); the reset is written to the security log
      * seclog.dat with the ID of the operator who made it, and the
      * failure count starts again from nothing. A locked operator
      * can still be deactivated. The failure limit and the normal
      * shift hours that secrept checks level 2 sign-ons against
      * are kept in secparm.dat and set here (P).

       environment division.
       input-output section.
               access mode is dynamic
               record key is op-operator-id
               file status is operator-file-status.
           select security-log-file assign to "seclog.dat"
               organization is line sequential
               file status is seclog-file-status.
           select security-parm-file assign to "secparm.dat"
               organization is line sequential
               file status is secparm-file-status.

       data division.
       file section.
           05 op-active-flag      pic X(1).
              88 op-active value "A".
              88 op-inactive value "I".
              88 op-locked value "L".

       fd  security-log-file.
       01  security-log-record.
           05 sl-date             pic 9(8).
           05 sl-time             pic 9(8).
           05 sl-operator-id      pic X(6).
           05 sl-program          pic X(13).
           05 sl-event            pic X(1).
           05 sl-reason-code      pic X(2).
           05 sl-auth-level       pic 9(1).
           05 sl-by-operator      pic X(6).

       fd  security-parm-file.
       01  security-parm-record.
           05 sp-fail-limit       pic 9(2).
           05 sp-shift-start      pic 9(4).
           05 sp-shift-end        pic 9(4).

       working-storage section.
       01  operator-file-status pic X(2).
       01  seclog-file-status pic X(2).
       01  secparm-file-status pic X(2).
       01  menu-choice pic X(1).
           88 add-operator value "A" "a".
           88 change-operator value "C" "c".
           88 deactivate-operator value "D" "d".
           88 list-operators value "L" "l".
           88 unlock-operator value "U" "u".
           88 set-security-parms value "P" "p".
           88 exit-maintenance value "0".
       01  entry-operator-id pic X(6).
       01  entry-operator-name pic X(30).
       01  operator-eof-switch pic X(1) value "N".
           88 operator-eof value "Y".
       01  listed-count pic 9(4) value zero.
       01  status-name pic X(8).
       01  stamp-date pic 9(8).
       01  stamp-time pic 9(8).
       01  fail-limit pic 9(2) value 3.
       01  shift-start pic 9(4) value 0700.
       01  shift-end pic 9(4) value 1900.
       01  entry-fail-limit pic X(2).
       01  entry-shift-time pic X(4).
       01  shift-time-check.
           05 shift-hour pic 9(2).
           05 shift-minute pic 9(2).
       01  shift-time-ok-switch pic X(1) value "N".
           88 shift-time-ok value "Y".

       procedure division.

                   display "Operator file is empty; add the first "
                       "operator."
               else
                   close operator-master-file
                   perform sign-on-check
                   if signon-ok
                       perform open-operator-file
                   end-if
               end-if
           end-if.
           perform show-menu until exit-maintenance.
                   end-read
           end-start.

      * Operator maintenance always asks for a fresh sign-on, so
      * no inherited identity is passed to opersign. The operator
      * file is closed around the call; opersign opens it itself.

       sign-on-check.
           display "signon_program" upon environment-name.
           display "opermaint" upon environment-value.
           display "signon_level" upon environment-name.
           display "2" upon environment-value.
           move spaces to signon-operator-id.
           display "operator_id" upon environment-name.
           display signon-operator-id upon environment-value.
           call "opersign".
           if return-code = zero
               display "operator_id" upon environment-name
               accept signon-operator-id from environment-value
               set signon-ok to true
           else
               set exit-maintenance to true
           end-if.
           move zero to return-code.

       show-menu.
           display "=========================================".
           display "  C. change name or level".
           display "  D. deactivate operator".
           display "  L. list operators".
           display "  U. reset a locked operator".
           display "  P. sign-on security parameters".
           display "  0. exit".
           display "=========================================".
           display "Enter selection: ".
                   if deactivate-operator
                       perform deactivate-one-operator
                   else
                       perform process-other-selection
                   end-if
               end-if
           end-if.

       process-other-selection.
           if list-operators
               perform list-all-operators
           else
               if unlock-operator
                   perform unlock-one-operator
               else
                   if set-security-parms
                       perform maintain-security-parms
                   else
                       if not exit-maintenance
                           display "Invalid selection, try again."
                       end-if
                   end-if
               end-if
               display "Operator " entry-operator-id " deactivated."
           end-if.

       unlock-one-operator.
           display "Enter operator ID: ".
           accept entry-operator-id.
           move entry-operator-id to op-operator-id.
           read operator-master-file
               invalid key
                   display "Operator " entry-operator-id
                       " is not on file."
               not invalid key perform apply-operator-unlock
           end-read.

       apply-operator-unlock.
           if not op-locked
               display "Operator " entry-operator-id
                   " is not locked."
           else
               set op-active to true
               rewrite operator-master-record
                   invalid key
                       display "Cannot reset operator, status "
                           operator-file-status
                   not invalid key
                       perform log-operator-reset
                       display "Operator " entry-operator-id
                           " reset and active again."
               end-rewrite
           end-if.

       log-operator-reset.
           accept stamp-date from date yyyymmdd.
           accept stamp-time from time.
           open extend security-log-file.
           if seclog-file-status = "35"
               open output security-log-file
           end-if.
           if seclog-file-status = "00"
               move stamp-date to sl-date
               move stamp-time to sl-time
               move entry-operator-id to sl-operator-id
               move "opermaint" to sl-program
               move "R" to sl-event
               move "06" to sl-reason-code
               move op-auth-level to sl-auth-level
               move signon-operator-id to sl-by-operator
               write security-log-record
               close security-log-file
           else
               display "Cannot write security log seclog.dat, "
                   "status " seclog-file-status
           end-if.

      * Blank answers keep the current setting. Shift hours are
      * HHMM; a shift end earlier than its start runs overnight.

       maintain-security-parms.
           perform load-security-parms.
           display "Failed sign-ons before lockout: " fail-limit.
           display "Shift hours: " shift-start " to " shift-end.
           display "Enter failure limit 1-99 (blank to keep): ".
           accept entry-fail-limit.
           if entry-fail-limit not = spaces
               if entry-fail-limit numeric
                  and entry-fail-limit not = "00"
                   move entry-fail-limit to fail-limit
               else
                   display "Limit must be 01 to 99, limit kept."
               end-if
           end-if.
           display "Enter shift start HHMM (blank to keep): ".
           accept entry-shift-time.
           if entry-shift-time not = spaces
               perform check-shift-time
               if shift-time-ok
                   move entry-shift-time to shift-start
               else
                   display "Time must be HHMM, start kept."
               end-if
           end-if.
           display "Enter shift end HHMM (blank to keep): ".
           accept entry-shift-time.
           if entry-shift-time not = spaces
               perform check-shift-time
               if shift-time-ok
                   move entry-shift-time to shift-end
               else
                   display "Time must be HHMM, end kept."
               end-if
           end-if.
           perform save-security-parms.

       load-security-parms.
           open input security-parm-file.
           if secparm-file-status = "00"
               read security-parm-file
                   at end continue
                   not at end
                       if sp-fail-limit numeric
                          and sp-fail-limit > zero
                           move sp-fail-limit to fail-limit
                       end-if
                       if sp-shift-start numeric
                          and sp-shift-end numeric
                           move sp-shift-start to shift-start
                           move sp-shift-end to shift-end
                       end-if
               end-read
               close security-parm-file
           end-if.

       check-shift-time.
           move "N" to shift-time-ok-switch.
           if entry-shift-time numeric
               move entry-shift-time to shift-time-check
               if shift-hour < 24 and shift-minute < 60
                   set shift-time-ok to true
               end-if
           end-if.

       save-security-parms.
           open output security-parm-file.
           if secparm-file-status not = "00"
               display "Cannot write secparm.dat, status "
                   secparm-file-status
           else
               move fail-limit to sp-fail-limit
               move shift-start to sp-shift-start
               move shift-end to sp-shift-end
               write security-parm-record
               close security-parm-file
               display "Security parameters saved."
           end-if.

       list-all-operators.
           move zero to listed-count.
           move low-values to op-operator-id.
       list-one-operator.
           add 1 to listed-count.
           if op-active
               move "active" to status-name
           else
               if op-locked
                   move "locked" to status-name
               else
                   move "inactive" to status-name
               end-if
           end-if.
           display op-operator-id "  " op-operator-name
               "  level " op-auth-level "  " status-name.
           perform read-next-operator.

       end program opermaint.
