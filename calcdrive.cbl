       program-id. calcdrive is initial program.

      * This program is the job-stream controller for the calculator
      * batch. It runs the four steps of the stream in order -
      * calcedit in edit mode, calculator, calcrecon, calcpost - so
      * the batch can no longer be posted downstream unedited or
      * unbalanced by running the steps by hand in the wrong order.
      * calcpost writes the department posting report and the
      * department interface files for the downstream systems; as
      * the step after calcrecon it only runs once the run has been
      * proved in balance, so an out-of-balance stream is never
      * distributed.
      * Every step run is recorded in the run-control file
      * calcruns.dat with the stream number, step, timestamp and
      * outcome. A step that ends with a nonzero return code halts
      * the stream on the spot: calcedit returns 8 when it rejected
      * records or could not open the batch, and calcrecon returns 8
      * when the run is out of balance, which holds the stream
      * before calcpost can distribute anything.
      * On the next invocation the driver reads the run-control file
      * back and restarts the halted stream at the failed step, not
      * at the top; a stream whose earlier steps completed but whose
      * The stream never runs anonymously: the operator is
      * inherited from the environment variable operator_id when a
      * wrapper has already signed one on, and otherwise signed on
      * here through the shared sign-on step opersign against the
      * operator master kept by opermaint - which also rechecks an
      * inherited operator is still active and not locked - then
      * handed down through the same variable so calculator stamps
      * every audit record of the stream with who ran it.
      * Each run-control record also carries the business date from
      * the processing date control file procdate.dat kept by
      * datemaint. A new stream is refused until the business date
      * has been rolled forward (or set back for a rerun) since the
      * latest stream completed - the date's last change, stamped
      * by datemaint, must be later than that stream's last step -
      * so the same business day can never be posted twice by
      * accident. A held or unfinished stream is always picked up
      * again under the current business date. Without a business
      * date nothing runs.

       environment division.
       input-output section.
           select run-control-file assign to "calcruns.dat"
               organization is line sequential
               file status is control-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
           05 rc-run-date     pic 9(8).
           05 rc-run-time     pic 9(8).
           05 rc-outcome      pic X(1).
           05 rc-business-date pic 9(8).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01 control-file-status pic X(2).
       01 operator-id pic X(6) value spaces.
       01 signed-on-switch pic X(1) value "N".
          88 signed-on value "Y".
       01 end-of-file-switch pic X(1) value "N".
          88 end-of-file value "Y".
       01 stream-halted-switch pic X(1) value "N".
          88 stream-halted value "Y".
       01 latest-stream-no pic 9(4) value zero.
       01 step-state-table.
          05 step-state pic X(1) occurs 4 times.
       01 current-stream-no pic 9(4) value zero.
       01 start-step-no pic 9(1) value zero.
       01 current-step-no pic 9(1) value zero.
       01 step-return-code pic 9(4) value zero.
       01 stamp-date pic 9(8).
       01 stamp-time pic 9(8).
       01 business-date pic 9(8) value zero.
       01 procdate-file-status pic X(2).
       01 business-date-switch pic X(1) value "N".
          88 business-date-found value "Y".
       01 date-changed-stamp.
          05 date-changed-date pic 9(8) value zero.
          05 date-changed-time pic 9(8) value zero.
       01 latest-run-stamp.
          05 latest-run-date pic 9(8) value zero.
          05 latest-run-time pic 9(8) value zero.
       01 stream-refused-switch pic X(1) value "N".
          88 stream-refused value "Y".

       procedure division.

       program-begin.
           perform get-operator-identity.
           if signed-on
               perform get-business-date
           else
               display "No operator signed on; stream not run."
           end-if.
           if business-date-found
               perform load-run-history
               perform choose-starting-step
           end-if.
           if business-date-found and not stream-refused
               perform run-the-stream
           else
               move 8 to return-code
           end-if.

      * so the steps it calls stamp their audit records with it.

       get-operator-identity.
           display "signon_program" upon environment-name.
           display "calcdrive" upon environment-value.
           display "signon_level" upon environment-name.
           display "1" upon environment-value.
           call "opersign".
           if return-code = zero
               display "operator_id" upon environment-name
               accept operator-id from environment-value
               set signed-on to true
           end-if.
           move zero to return-code.

      * The business date comes from the processing date control
      * file kept by datemaint, never from the system clock.

       get-business-date.
           open input processing-date-file.
           if procdate-file-status not = "00"
               display "Cannot open procdate.dat, status "
                   procdate-file-status
               display "Run datemaint to set the business date."
           else
               read processing-date-file
                   at end
                       display "No business date in procdate.dat; run "
                           "datemaint to set it."
                   not at end
                       move pd-business-date to business-date
                       move pd-changed-date to date-changed-date
                       move pd-changed-time to date-changed-time
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

      * Read the run-control file back and keep the per-step outcome
               move spaces to step-state-table
           end-if.
           if rc-stream-no = latest-stream-no
              and rc-step-no >= 1 and rc-step-no <= 4
               move rc-outcome to step-state(rc-step-no)
               move rc-run-date to latest-run-date
               move rc-run-time to latest-run-time
           end-if.
           perform read-run-record.

       choose-starting-step.
           move zero to start-step-no.
           move zero to scan-step-no.
           perform check-one-step-state 4 times.
           if latest-stream-no = zero
               move 1 to current-stream-no
               move 1 to start-step-no
                   current-stream-no "."
           else
               if start-step-no = zero
                   perform check-date-rolled
               else
                   move latest-stream-no to current-stream-no
                   if step-state(start-step-no) = "F"
               end-if
           end-if.

      * The latest stream completed end to end; a new one may only
      * start once the business date has been changed after it.

       check-date-rolled.
           if date-changed-stamp not > latest-run-stamp
               set stream-refused to true
               display "Stream " latest-stream-no " completed and "
                   "business date " business-date
               display "has not been rolled since; run datemaint "
                   "before starting a new stream."
           else
               compute current-stream-no = latest-stream-no + 1
               move 1 to start-step-no
               display "Stream " latest-stream-no " completed; "
                   "starting stream " current-stream-no
                   " for business date " business-date "."
           end-if.

       check-one-step-state.
           add 1 to scan-step-no.
           if start-step-no = zero
           end-if.
           move start-step-no to current-step-no.
           perform run-one-step
               until current-step-no > 4 or stream-halted.
           close run-control-file.
           if stream-halted
               display "Stream " current-stream-no " halted; the "
               when 1 move "calcedit" to step-name
               when 2 move "calculator" to step-name
               when 3 move "calcrecon" to step-name
               when 4 move "calcpost" to step-name
           end-evaluate.
           display "--- stream " current-stream-no " step "
               current-step-no ": " step-name " ---".
                   call "calculator"
               when 3
                   call "calcrecon"
               when 4
                   call "calcpost"
           end-evaluate.
           move return-code to step-return-code.
           perform write-run-record.
           move step-name to rc-step-name.
           move stamp-date to rc-run-date.
           move stamp-time to rc-run-time.
           move business-date to rc-business-date.
           if step-return-code = zero
               move "C" to rc-outcome
           else
