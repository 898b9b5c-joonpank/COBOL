       identification division.
       program-id. opersign is initial program.

      * This program is the one sign-on step behind every program
      * that signs an operator on against the operator master kept
      * by opermaint: mainmenu, opermaint itself, calcdrive,
      * empmaint, bmicalculator, bmicorr and bmiintake all call it
      * instead of prompting for themselves, so every sign-on is
      * checked, logged and counted the same way.
      * The caller names itself in the environment variable
      * signon_program and the authorization level it needs (1 or
      * 2) in signon_level. An operator already signed on upstream
      * and handed down in operator_id is checked silently - still
      * on file, active, not locked and of a high enough level -
      * and accepted without a prompt; otherwise, or when that
      * check fails, the operator is prompted for an ID. A blank ID
      * gives up. The operator signed on goes back to the caller in
      * operator_id, with return code 0; a sign-on that was given
      * up or refused ends with return code 8.
      * Every sign-on attempt at the prompt, good or bad, is
      * written to the security log seclog.dat with the date, time,
      * the ID as entered, the calling program, the operator's
      * authorization level and a reason code:
      *   00 signed on
      *   01 operator not on file
      *   02 operator inactive
      *   03 operator locked
      *   04 authorization level too low for the program
      *   05 operator locked after repeated failures
      *   06 lock reset in opermaint
      * Event codes on the log are S signed on, F failed, L locked
      * and R reset. When an operator on file fails to sign on the
      * configured number of times in a row - counted back through
      * the log to the operator's last good sign-on or reset - the
      * operator record is locked (active flag L) and stays locked
      * until a level 2 operator resets it in opermaint. The prompt
      * itself also gives up after the same number of failures in
      * one session, so nobody can sit at it trying IDs.
      * The failure limit and the normal shift hours come from the
      * security parameter file secparm.dat, maintained in
      * opermaint; without it the limit is 3 and the shift runs
      * from 07:00 to 19:00. secrept reports the log day by day.

       environment division.
       input-output section.
       file-control.
           select operator-master-file assign to "opermast.dat"
               organization is indexed
               access mode is random
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
       fd  operator-master-file.
       01  operator-master-record.
           05 op-operator-id      pic X(6).
           05 op-operator-name    pic X(30).
           05 op-auth-level       pic 9(1).
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
       01  operator-file-status pic X(2).
       01  seclog-file-status pic X(2).
       01  secparm-file-status pic X(2).
       01  operator-file-open-switch pic X(1) value "N".
           88 operator-file-open value "Y".
       01  signed-on-switch pic X(1) value "N".
           88 signed-on value "Y".
       01  sign-on-ended-switch pic X(1) value "N".
           88 sign-on-ended value "Y".
       01  seclog-eof-switch pic X(1) value "N".
           88 seclog-eof value "Y".
       01  signon-program pic X(13) value spaces.
       01  signon-level pic X(1) value spaces.
       01  required-level pic 9(1) value 1.
       01  operator-id pic X(6) value spaces.
       01  entry-operator-id pic X(6) value spaces.
       01  reason-code pic X(2) value spaces.
           88 sign-on-accepted value "00".
       01  log-event pic X(1) value space.
       01  log-reason-code pic X(2) value spaces.
       01  log-auth-level pic 9(1) value zero.
       01  fail-limit pic 9(2) value 3.
       01  session-failure-count pic 9(2) value zero.
       01  consecutive-failures pic 9(4) value zero.
       01  stamp-date pic 9(8).
       01  stamp-time pic 9(8).

       procedure division.

       program-begin.
           perform get-sign-on-request.
           perform load-security-parameters.
           perform open-operator-file.
           if operator-file-open
               if operator-id not = spaces
                  and operator-id not = low-values
                   perform check-inherited-operator
               end-if
               perform prompt-sign-on
                   until signed-on or sign-on-ended
               close operator-master-file
           end-if.
           if signed-on
               display "operator_id" upon environment-name
               display operator-id upon environment-value
               move zero to return-code
           else
               move 8 to return-code
           end-if.

       program-done.
           goback.

       get-sign-on-request.
           display "signon_program" upon environment-name.
           accept signon-program from environment-value.
           display "signon_level" upon environment-name.
           accept signon-level from environment-value.
           if signon-level = "2"
               move 2 to required-level
           else
               move 1 to required-level
           end-if.
           display "operator_id" upon environment-name.
           accept operator-id from environment-value.

      * Missing or unreadable parameters fall back to the defaults
      * rather than leaving the sign-on without a failure limit.

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
               end-read
               close security-parm-file
           end-if.

       open-operator-file.
           open i-o operator-master-file.
           if operator-file-status not = "00"
               display "Cannot open operator master opermast.dat, "
                   "status " operator-file-status
               display "Run opermaint to set up the operators."
           else
               set operator-file-open to true
           end-if.

      * An identity handed down from an upstream sign-on is not a
      * new attempt and is not logged; when it no longer qualifies
      * the operator is simply asked to sign on here.

       check-inherited-operator.
           move operator-id to op-operator-id.
           read operator-master-file
               invalid key continue
               not invalid key
                   if op-active and op-auth-level >= required-level
                       set signed-on to true
                   end-if
           end-read.
           if not signed-on
               if op-active
                   display signon-program " needs authorization "
                       "level " required-level "."
               end-if
               move spaces to operator-id
           end-if.

       prompt-sign-on.
           display "Sign on - operator ID (blank to exit): ".
           accept entry-operator-id.
           if entry-operator-id = spaces
               set sign-on-ended to true
           else
               perform check-entered-operator
               if not signed-on
                   add 1 to session-failure-count
                   if session-failure-count >= fail-limit
                       display "Too many failed sign-ons; session "
                           "ended."
                       set sign-on-ended to true
                   end-if
               end-if
           end-if.

       check-entered-operator.
           move zero to log-auth-level.
           move entry-operator-id to op-operator-id.
           read operator-master-file
               invalid key
                   move "01" to reason-code
                   display "Operator " entry-operator-id
                       " is not on file."
               not invalid key perform check-operator-status
           end-read.
           move reason-code to log-reason-code.
           if sign-on-accepted
               move "S" to log-event
               perform log-security-event
               move entry-operator-id to operator-id
               set signed-on to true
               display "Signed on as " op-operator-name
           else
               move "F" to log-event
               perform log-security-event
               if reason-code not = "01" and op-active
                   perform check-lockout
               end-if
           end-if.

       check-operator-status.
           move op-auth-level to log-auth-level.
           if op-locked
               move "03" to reason-code
               display "Operator " entry-operator-id " is locked; "
                   "a level 2 operator must reset it in opermaint."
           else
               if op-inactive
                   move "02" to reason-code
                   display "Operator " entry-operator-id
                       " is inactive."
               else
                   if op-auth-level < required-level
                       move "04" to reason-code
                       display signon-program " needs authorization "
                           "level " required-level "."
                   else
                       move "00" to reason-code
                   end-if
               end-if
           end-if.

      * The failures in a row are counted back through the log, so
      * they add up across programs and sessions; a good sign-on or
      * a reset starts the count again.

       check-lockout.
           move zero to consecutive-failures.
           move "N" to seclog-eof-switch.
           open input security-log-file.
           if seclog-file-status = "00"
               perform read-security-log
               perform count-one-log-record until seclog-eof
               close security-log-file
           end-if.
           if consecutive-failures >= fail-limit
               set op-locked to true
               rewrite operator-master-record
                   invalid key
                       display "Cannot lock operator, status "
                           operator-file-status
                   not invalid key
                       move "L" to log-event
                       move "05" to log-reason-code
                       perform log-security-event
                       display "Operator " entry-operator-id
                           " is now locked after "
                           consecutive-failures
                           " failed sign-ons."
               end-rewrite
           end-if.

       read-security-log.
           read security-log-file
               at end set seclog-eof to true
           end-read.

       count-one-log-record.
           if sl-operator-id = entry-operator-id
               if sl-signed-on or sl-reset
                   move zero to consecutive-failures
               else
                   if sl-failed
                       add 1 to consecutive-failures
                   end-if
               end-if
           end-if.
           perform read-security-log.

       log-security-event.
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
               move signon-program to sl-program
               move log-event to sl-event
               move log-reason-code to sl-reason-code
               move log-auth-level to sl-auth-level
               move spaces to sl-by-operator
               write security-log-record
               close security-log-file
           else
               display "Cannot write security log seclog.dat, "
                   "status " seclog-file-status
           end-if.

       end program opersign.
