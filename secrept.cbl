       identification division.
       program-id. secrept.

      * This program is the daily security violation report over the
      * sign-on log seclog.dat that opersign and opermaint write.
      * The operator gives the day to report (blank for today) and
      * the report lists, for that day:
      *   - every failed sign-on, with the ID as entered, the
      *     program it was tried from and the reason
      *   - every operator locked after repeated failures
      *   - every lock reset in opermaint, with who reset it
      *   - every sign-on by a level 2 operator outside the normal
      *     shift hours
      * each section closing with its count. The shift hours and
      * the failure limit come from the security parameter file
      * secparm.dat kept in opermaint, with the same defaults
      * opersign uses when it is missing (07:00 to 19:00, 3
      * failures). A shift whose end is earlier than its start runs
      * overnight, so a sign-on counts as outside the shift when it
      * falls between the end and the next start.
      * The log is read once per section so each section comes out
      * in time order. The report ends with return code 8 when the
      * log cannot be read, and with return code 4 when anything
      * was reported, so a scheduler can route a day with
      * violations to the security officer.

       environment division.
       input-output section.
       file-control.
           select security-log-file assign to "seclog.dat"
               organization is line sequential
               file status is seclog-file-status.
           select security-parm-file assign to "secparm.dat"
               organization is line sequential
               file status is secparm-file-status.

       data division.
       file section.
       fd  security-log-file.
       01  security-log-record.
           05 sl-date             pic 9(8).
           05 sl-time.
              10 sl-time-hhmm     pic 9(4).
              10 sl-time-rest     pic 9(4).
           05 sl-operator-id      pic X(6).
           05 sl-program          pic X(13).
           05 sl-event            pic X(1).
              88 sl-signed-on value "S".
              88 sl-failed value "F".
              88 sl-locked value "L".
              88 sl-reset value "R".
           05 sl-reason-code      pic X(2).
           05 sl-auth-level       pic 9(1).
           05 sl-by-operator      pic X(6).

       fd  security-parm-file.
       01  security-parm-record.
           05 sp-fail-limit       pic 9(2).
           05 sp-shift-start      pic 9(4).
           05 sp-shift-end        pic 9(4).

       working-storage section.
       01  seclog-file-status pic X(2).
       01  secparm-file-status pic X(2).
       01  seclog-eof-switch pic X(1) value "N".
           88 seclog-eof value "Y".
       01  log-readable-switch pic X(1) value "Y".
           88 log-readable value "Y".
       01  outside-shift-switch pic X(1) value "N".
           88 outside-shift value "Y".
       01  report-section pic X(1).
           88 reporting-failures value "F".
           88 reporting-lockouts value "L".
           88 reporting-resets value "R".
           88 reporting-after-hours value "S".
       01  entry-report-date pic X(8).
       01  report-date pic 9(8).
       01  fail-limit pic 9(2) value 3.
       01  shift-start pic 9(4) value 0700.
       01  shift-end pic 9(4) value 1900.
       01  reason-name pic X(24).
       01  display-time.
           05 display-hour pic 9(2).
           05 filler pic X(1) value ":".
           05 display-minute pic 9(2).
           05 filler pic X(1) value ":".
           05 display-second pic 9(2).
       01  section-count pic 9(6) value zero.
       01  failure-count pic 9(6) value zero.
       01  lockout-count pic 9(6) value zero.
       01  reset-count pic 9(6) value zero.
       01  after-hours-count pic 9(6) value zero.

       procedure division.

       program-begin.
           perform get-report-date.
           perform load-security-parameters.
           perform print-report-heading.
           move "F" to report-section.
           perform report-one-section.
           move section-count to failure-count.
           move "L" to report-section.
           perform report-one-section.
           move section-count to lockout-count.
           move "R" to report-section.
           perform report-one-section.
           move section-count to reset-count.
           move "S" to report-section.
           perform report-one-section.
           move section-count to after-hours-count.
           perform print-report-summary.
           if not log-readable
               move 8 to return-code
           else
               if failure-count > zero or lockout-count > zero
                  or reset-count > zero or after-hours-count > zero
                   move 4 to return-code
               else
                   move zero to return-code
               end-if
           end-if.

       program-done.
           goback.

       get-report-date.
           display "Report date (YYYYMMDD, blank for today): ".
           accept entry-report-date.
           if entry-report-date = spaces
              or entry-report-date not numeric
               if entry-report-date not = spaces
                   display "Date must be numeric YYYYMMDD; "
                       "reporting today."
               end-if
               accept report-date from date yyyymmdd
           else
               move entry-report-date to report-date
           end-if.

       load-security-parameters.
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

       print-report-heading.
           display "=================================================".
           display "        security violation report".
           display "=================================================".
           display "report date:       " report-date.
           display "shift hours:       " shift-start " to " shift-end.
           display "lockout after:     " fail-limit " failures".

      * One pass of the log per section; only the records of the
      * report day that belong to the section are listed.

       report-one-section.
           move zero to section-count.
           perform print-section-heading.
           move "N" to seclog-eof-switch.
           open input security-log-file.
           if seclog-file-status not = "00"
               display "Cannot open security log seclog.dat, status "
                   seclog-file-status
               move "N" to log-readable-switch
           else
               perform read-security-log
               perform check-one-log-record until seclog-eof
               close security-log-file
           end-if.
           display "  count: " section-count.

       print-section-heading.
           display "-------------------------------------------------".
           if reporting-failures
               display "failed sign-ons"
               display "  time      operator program       reason"
           else
               if reporting-lockouts
                   display "operators locked"
                   display "  time      operator program       level"
               else
                   if reporting-resets
                       display "locks reset"
                       display "  time      operator reset by"
                   else
                       display "level 2 sign-ons outside shift hours"
                       display "  time      operator program"
                   end-if
               end-if
           end-if.

       read-security-log.
           read security-log-file
               at end set seclog-eof to true
           end-read.

       check-one-log-record.
           if sl-date = report-date and sl-event = report-section
               move sl-time(1:2) to display-hour
               move sl-time(3:2) to display-minute
               move sl-time(5:2) to display-second
               if reporting-after-hours
                   perform check-after-hours-sign-on
               else
                   perform print-log-line
               end-if
           end-if.
           perform read-security-log.

       check-after-hours-sign-on.
           if sl-auth-level = 2
               perform check-outside-shift
               if outside-shift
                   add 1 to section-count
                   display "  " display-time "  " sl-operator-id
                       "   " sl-program
               end-if
           end-if.

       check-outside-shift.
           move "N" to outside-shift-switch.
           if shift-start <= shift-end
               if sl-time-hhmm < shift-start
                  or sl-time-hhmm >= shift-end
                   set outside-shift to true
               end-if
           else
               if sl-time-hhmm >= shift-end
                  and sl-time-hhmm < shift-start
                   set outside-shift to true
               end-if
           end-if.

       print-log-line.
           add 1 to section-count.
           if reporting-failures
               perform look-up-reason-name
               display "  " display-time "  " sl-operator-id
                   "   " sl-program " " reason-name
           else
               if reporting-lockouts
                   display "  " display-time "  " sl-operator-id
                       "   " sl-program " " sl-auth-level
               else
                   display "  " display-time "  " sl-operator-id
                       "   " sl-by-operator
               end-if
           end-if.

       look-up-reason-name.
           evaluate sl-reason-code
               when "01" move "not on file" to reason-name
               when "02" move "operator inactive" to reason-name
               when "03" move "operator locked" to reason-name
               when "04" move "level too low" to reason-name
               when other move "unknown reason" to reason-name
           end-evaluate.

       print-report-summary.
           display "=================================================".
           display "failed sign-ons:   " failure-count.
           display "operators locked:  " lockout-count.
           display "locks reset:       " reset-count.
           display "after-hours lvl 2: " after-hours-count.
           if not log-readable
               display "report status:     LOG NOT READ"
           else
               if failure-count > zero or lockout-count > zero
                  or reset-count > zero or after-hours-count > zero
                   display "report status:     violations listed"
               else
                   display "report status:     nothing to report"
               end-if
           end-if.
           display "=================================================".

       end program secrept.
