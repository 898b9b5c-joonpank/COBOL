      *Every screening is stamped with the ID of the operator who
      *keyed it. The identity is inherited from the mainmenu
      *sign-on through the environment variable operator_id; run
      *on its own, the program signs the operator on through the
      *shared sign-on step opersign against the operator master
      *kept by opermaint, and refuses to screen anonymously.
      *An employee already screened today is turned away; a wrong
      *height or weight is corrected, or the screening voided,
      *with bmicorr.
      *The screening date, and the "today" the cycle window is
      *checked against, is the business date from the processing
      *date control file procdate.dat kept by datemaint; without
      *one the roster does not start.
       environment division.
       input-output section.
       file-control.
               access mode is sequential
               record key is cy-cycle-id
               file status is cycle-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
           05 rm-status           pic X(1).
              88 rm-status-open value "O".
           05 rm-status-date      pic 9(8).
           05 rm-sent-date        pic 9(8).

       fd  screening-cycle-file.
       01  screening-cycle-record.
           05 cy-status           pic X(1).
              88 cy-open value "O".

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01  employee-id pic X(6).
       01  open-cycle-start pic 9(8) value zero.
       01  open-cycle-end pic 9(8) value zero.
       01  today-date pic 9(8) value zero.
       01  procdate-file-status pic X(2).
       01  business-date-switch pic X(1) value "N".
           88 business-date-found value "Y".
       01  operator-id pic X(6) value spaces.
       01  signed-on-switch pic X(1) value "N".
           88 signed-on value "Y".
           88 employee-found value "Y".
       01  history-eof-switch pic X(1) value "N".
           88 history-eof value "Y".
       01  screened-today-switch pic X(1) value "N".
           88 screened-today value "Y".
       01  history-posted-switch pic X(1) value "N".
           88 history-posted value "Y".
       01  prior-found-switch pic X(1) value "N".
           88 prior-found value "Y".
       01  prior-screening-date pic 9(8) value zero.
       procedure division.
       PROGRAM-BEGIN.
           perform get-operator-identity.
           if more-employees
               perform get-business-date
               if not business-date-found
                   move "N" to more-employees-switch
               end-if
           end-if.
           if more-employees
               perform check-screening-cycle
           end-if.
           goback.

      *The mainmenu sign-on hands the operator down through the
      *environment and opersign only rechecks it; when the roster is
      *started on its own opersign prompts the operator for an ID
      *and checks it against the operator master.

       get-operator-identity.
           display "signon_program" upon environment-name.
           display "bmicalculator" upon environment-value.
           display "signon_level" upon environment-name.
           display "1" upon environment-value.
           call "opersign".
           if return-code = zero
               display "operator_id" upon environment-name
               accept operator-id from environment-value
               set signed-on to true
           else
               move "N" to more-employees-switch
           end-if.
           move zero to return-code.

      *The business date comes from the processing date control
      *file kept by datemaint, never from the system clock.

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
                       move pd-business-date to today-date
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

      *The roster only runs inside an open screening cycle whose
           end-if.

       check-cycle-window.
           if not open-cycle-found
               display "No screening cycle is open; run bmicycle "
                   "to open one before screening."
               move "Y" to employee-found-switch
           end-if.

      *An employee is screened once a day. A second screening on
      *the same date used to replace the first without a trace;
      *a wrong measurement is now put right with bmicorr, which
      *keeps an audit of the change, so the roster turns the
      *employee away before anything is measured.

       screen-one-employee.
           display "Screening " em-employee-name.
           display "Department " em-department-code.
           move today-date to screening-date.
           perform check-screened-today.
           if screened-today
               display "Employee " employee-id " was already "
                   "screened today; use bmicorr to correct or void "
                   "that screening."
           else
               perform measure-one-employee
           end-if.

       check-screened-today.
           move "N" to screened-today-switch.
           move employee-id to hs-employee-id.
           move screening-date to hs-screening-date.
           read bmi-history-file
               invalid key continue
               not invalid key set screened-today to true
           end-read.

       measure-one-employee.
           display "Units (M=metric, I=imperial): ".
           accept unit-mode.
           if not metric-units and not imperial-units
           perform get-height.
           perform get-weight.

           compute bmi = weight / (height * height).
           perform classify-bmi.
           perform display-result.
           perform look-up-prior-screening.
           perform write-history-record.
           if history-posted
               perform check-wellness-referral
               perform tally-category
           end-if.

      *Heights and weights are keyed as text, parsed by
      *parse-measurement and checked against plausible human ranges
           move height to hs-height.
           move bmi to hs-bmi.
           move operator-id to hs-operator-id.
           move "N" to history-posted-switch.
           write history-record
               invalid key
                   display "Screening for today already on file, "
                       "not posted."
               not invalid key set history-posted to true
           end-write.

      *The history is keyed on employee plus screening date, so the
      *employee's records are read directly in date order from a
      *start at the lowest date; the last one read before the
      *employee changes is the latest prior screening. Only dates
      *before today's count as a prior cycle.

       look-up-prior-screening.
           move "N" to prior-found-switch.
           perform post-referral-master.
           display "Wellness referral written for follow-up.".

      *A referral already on file for the same employee and date
      *belongs to a screening voided with bmicorr and keyed again;
      *it is replaced and goes back to open and unsent, so refxout
      *sends the new screening to the provider.

       post-referral-master.
           move employee-id to rm-employee-id.
           move bmi-category to rm-new-category.
           set rm-status-open to true.
           move screening-date to rm-status-date.
           move zero to rm-sent-date.
           write referral-master-record
               invalid key
                   rewrite referral-master-record
