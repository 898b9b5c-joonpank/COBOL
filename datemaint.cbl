       identification division.
       program-id. datemaint is initial program.

      * This program maintains the business processing date in the
      * control file procdate.dat. The shop's programs stamp their
      * records with this date rather than the system clock - the
      * calculator audit trail, the batch headers written by
      * calcentry and calcedit, the calcpurge cutoff and calcinq
      * default period, referral aging and status dates, the
      * employee master audit trail, the screening history and the
      * backup names fileunld writes - so a night's batch that runs
      * past midnight, or a rerun of yesterday's stream, still
      * carries the business day it belongs to. A program that
      * finds no processing date stops and asks for this program to
      * be run first.
      * Setting the date is authorization level 2 work, signed on
      * through opersign. The first time the program runs there is
      * no processing date; the operator sets it, by default to
      * today's system date. After that the operator can:
      *   F  roll the date forward - by default to the next calendar
      *      day, or to any later date keyed, such as past a weekend
      *   B  set the date back for a controlled rerun - an earlier
      *      date, a reason, and a confirmation are required
      *   L  list every date change made
      * The control record keeps the business date with the system
      * date, time and operator of its last change. calcdrive
      * compares that change stamp against the last stream it
      * completed and will not start a new stream until the date
      * has been rolled or set since.
      * Every change is logged to procdlog.dat with the system date
      * and time, the operator, the action (I initial, F forward,
      * B back), the old and new business dates and, for a setback,
      * the reason.

       environment division.
       input-output section.
       file-control.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.
           select date-change-log-file assign to "procdlog.dat"
               organization is line sequential
               file status is datelog-file-status.

       data division.
       file section.
       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-stamp.
              10 pd-changed-date  pic 9(8).
              10 pd-changed-time  pic 9(8).
           05 pd-changed-by       pic X(6).

       fd  date-change-log-file.
       01  date-change-log-record.
           05 pl-date             pic 9(8).
           05 pl-time             pic 9(8).
           05 pl-operator-id      pic X(6).
           05 pl-action           pic X(1).
           05 pl-old-date         pic 9(8).
           05 pl-new-date         pic 9(8).
           05 pl-reason           pic X(40).

       working-storage section.
       01  procdate-file-status pic X(2).
       01  datelog-file-status pic X(2).
       01  operator-id pic X(6) value spaces.
       01  signed-on-switch pic X(1) value "N".
           88 signed-on value "Y".
       01  menu-choice pic X(1).
           88 roll-date-forward value "F" "f".
           88 set-date-back value "B" "b".
           88 list-date-changes value "L" "l".
           88 exit-maintenance value "0".
       01  date-on-file-switch pic X(1) value "N".
           88 date-on-file value "Y".
       01  datelog-eof-switch pic X(1) value "N".
           88 datelog-eof value "Y".
       01  confirm-choice pic X(1).
           88 confirmed value "Y" "y".
       01  business-date pic 9(8) value zero.
       01  new-business-date pic 9(8) value zero.
       01  entry-date pic X(8).
       01  entry-reason pic X(40).
       01  date-change-action pic X(1).
       01  stamp-date pic 9(8).
       01  stamp-time pic 9(8).
       01  listed-count pic 9(4) value zero.

       procedure division.

       program-begin.
           perform get-operator-identity.
           if not exit-maintenance
               perform load-processing-date
               if not date-on-file
                   perform set-initial-date
               end-if
           end-if.
           perform show-menu until exit-maintenance.

       program-done.
           goback.

       get-operator-identity.
           display "signon_program" upon environment-name.
           display "datemaint" upon environment-value.
           display "signon_level" upon environment-name.
           display "2" upon environment-value.
           call "opersign".
           if return-code = zero
               display "operator_id" upon environment-name
               accept operator-id from environment-value
               set signed-on to true
           else
               set exit-maintenance to true
           end-if.
           move zero to return-code.

       load-processing-date.
           move "N" to date-on-file-switch.
           open input processing-date-file.
           if procdate-file-status = "00"
               read processing-date-file
                   at end continue
                   not at end
                       if pd-business-date numeric
                           move pd-business-date to business-date
                           set date-on-file to true
                       end-if
               end-read
               close processing-date-file
           end-if.

      * With no processing date on file nothing else can run, so the
      * first date is set before the menu is offered.

       set-initial-date.
           display "No business processing date is set.".
           display "Business date (YYYYMMDD, blank for today): ".
           accept entry-date.
           if entry-date = spaces
               accept new-business-date from date yyyymmdd
               perform save-initial-date
           else
               if entry-date not numeric
                   display "Date must be numeric YYYYMMDD; no date set."
                   set exit-maintenance to true
               else
                   move entry-date to new-business-date
                   if function test-date-yyyymmdd(new-business-date)
                      not = zero
                       display "Date " entry-date " is not a valid "
                           "calendar date; no date set."
                       set exit-maintenance to true
                   else
                       perform save-initial-date
                   end-if
               end-if
           end-if.

       save-initial-date.
           move zero to business-date.
           move "I" to date-change-action.
           move spaces to entry-reason.
           perform save-business-date.

       show-menu.
           display "=========================================".
           display "     business processing date".
           display "  business date: " business-date.
           display "  F. roll date forward".
           display "  B. set date back for a rerun".
           display "  L. list date changes".
           display "  0. exit".
           display "=========================================".
           display "Enter selection: ".
           accept menu-choice.
           perform process-selection.

       process-selection.
           if roll-date-forward
               perform roll-forward
           else
               if set-date-back
                   perform set-back
               else
                   if list-date-changes
                       perform list-all-changes
                   else
                       if not exit-maintenance
                           display "Invalid selection, try again."
                       end-if
                   end-if
               end-if
           end-if.

       roll-forward.
           compute new-business-date = function date-of-integer(
               function integer-of-date(business-date) + 1).
           display "New business date (YYYYMMDD, blank for "
               new-business-date "): ".
           accept entry-date.
           if entry-date not = spaces
               if entry-date numeric
                   move entry-date to new-business-date
               else
                   move zero to new-business-date
               end-if
           end-if.
           if function test-date-yyyymmdd(new-business-date)
              not = zero
               display "Date " entry-date " is not a valid "
                   "calendar date; date not changed."
           else
               if new-business-date not > business-date
                   display "Rolling forward needs a date after "
                       business-date "; use B to set it back."
               else
                   perform confirm-roll-forward
               end-if
           end-if.

       confirm-roll-forward.
           display "Roll business date from " business-date " to "
               new-business-date "? (Y/N): ".
           accept confirm-choice.
           if confirmed
               move "F" to date-change-action
               move spaces to entry-reason
               perform save-business-date
           else
               display "Date not changed."
           end-if.

      * Setting the date back is only ever for a rerun of an earlier
      * business day, so the reason is required and is kept on the
      * change log.

       set-back.
           display "Rerun business date (YYYYMMDD): ".
           accept entry-date.
           if entry-date not numeric
               display "Date must be numeric YYYYMMDD; date not "
                   "changed."
           else
               move entry-date to new-business-date
               if function test-date-yyyymmdd(new-business-date)
                  not = zero
                   display "Date " entry-date " is not a valid "
                       "calendar date; date not changed."
               else
                   if new-business-date not < business-date
                       display "Setting back needs a date before "
                           business-date "; use F to roll forward."
                   else
                       perform enter-setback-reason
                   end-if
               end-if
           end-if.

       enter-setback-reason.
           display "Reason for the rerun: ".
           accept entry-reason.
           if entry-reason = spaces
               display "A reason is required; date not changed."
           else
               display "Set business date back from " business-date
                   " to " new-business-date "? (Y/N): "
               accept confirm-choice
               if confirmed
                   move "B" to date-change-action
                   perform save-business-date
               else
                   display "Date not changed."
               end-if
           end-if.

      * The control file holds the one record; it is rewritten whole
      * and the change logged behind it.

       save-business-date.
           accept stamp-date from date yyyymmdd.
           accept stamp-time from time.
           open output processing-date-file.
           if procdate-file-status not = "00"
               display "Cannot write procdate.dat, status "
                   procdate-file-status
               set exit-maintenance to true
           else
               move new-business-date to pd-business-date
               move stamp-date to pd-changed-date
               move stamp-time to pd-changed-time
               move operator-id to pd-changed-by
               write processing-date-record
               close processing-date-file
               perform log-date-change
               display "Business date is now " new-business-date "."
               move new-business-date to business-date
               set date-on-file to true
           end-if.

       log-date-change.
           open extend date-change-log-file.
           if datelog-file-status = "35"
               open output date-change-log-file
           end-if.
           if datelog-file-status = "00"
               move stamp-date to pl-date
               move stamp-time to pl-time
               move operator-id to pl-operator-id
               move date-change-action to pl-action
               move business-date to pl-old-date
               move new-business-date to pl-new-date
               move entry-reason to pl-reason
               write date-change-log-record
               close date-change-log-file
           else
               display "Cannot write date change log procdlog.dat, "
                   "status " datelog-file-status
           end-if.

       list-all-changes.
           move zero to listed-count.
           move "N" to datelog-eof-switch.
           open input date-change-log-file.
           if datelog-file-status not = "00"
               display "No date changes logged yet."
           else
               perform read-date-change
               perform list-one-change until datelog-eof
               close date-change-log-file
           end-if.
           display "Date changes on file: " listed-count.

       read-date-change.
           read date-change-log-file
               at end set datelog-eof to true
           end-read.

       list-one-change.
           add 1 to listed-count.
           display pl-date " " pl-time(1:4) "  " pl-operator-id
               "  " pl-action "  " pl-old-date " -> " pl-new-date
               "  " pl-reason.
           perform read-date-change.

       end program datemaint.
