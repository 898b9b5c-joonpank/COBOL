       identification division.
       program-id. bmicorr is initial program.

      *This program is the correction dialog for the indexed BMI
      *history bmihistx.dat. A screening keyed with the wrong
      *height or weight used to stay wrong unless the employee was
      *screened again the same day, and a screening from an earlier
      *date could not be fixed at all. Here the operator looks the
      *screening up by employee and screening date and either
      *corrects the height or weight, with the BMI recomputed the
      *same way bmicalculator computes it, or voids the screening
      *with a reason code; a voided screening is removed from the
      *history so it no longer counts in the department, trend and
      *outcomes reports.
      *Void reason codes:
      *   01 keyed against the wrong employee
      *   02 duplicate screening
      *   03 measurement taken or keyed in error
      *   04 test or training record
      *Measurements are keyed in metric or imperial and edited
      *against the same plausible ranges as bmicalculator.
      *Every correction and void writes one record to the
      *screening-correction audit file bmicorau.dat carrying the
      *operator, a timestamp, the reason code, and the screening as
      *it stood before and after the change, so a changed BMI can
      *always be traced to who changed it and from what. The audit
      *record and a referral's status change are dated with the
      *business date from the processing date control file
      *procdate.dat kept by datemaint; without one the dialog does
      *not start.
      *A screening that earned a wellness referral is posted to the
      *referral master bmirefmx.dat under the screening date. When
      *a correction moves the screening into another BMI category,
      *or the screening is voided, the category that triggered the
      *referral no longer stands: the referral is set to status R
      *(review, screening corrected) with the corrected BMI and
      *category, so the nurse re-judges it in refmaint instead of
      *following up a typo. A later referral that took this
      *screening as its prior screening is set to review the same
      *way, with the corrected BMI and category as its prior ones.
      *The status the referral held before is kept on the audit
      *record.
      *Correcting the screening history is authorization level 2
      *work: the operator is taken from the mainmenu sign-on
      *through the environment variable operator_id, or signed on
      *here, and checked against the operator master kept by
      *opermaint. The history operator ID stays the one who keyed
      *the screening; the audit record names who corrected it.

       environment division.
       input-output section.
       file-control.
           select bmi-history-file assign to "bmihistx.dat"
               organization is indexed
               access mode is dynamic
               record key is hs-key
               file status is history-file-status.
           select referral-master-file assign to "bmirefmx.dat"
               organization is indexed
               access mode is dynamic
               record key is rm-key
               file status is refmaster-file-status.
           select correction-audit-file assign to "bmicorau.dat"
               organization is line sequential
               file status is audit-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
       fd  bmi-history-file.
       01  history-record.
           05 hs-key.
              10 hs-employee-id   pic X(6).
              10 hs-screening-date pic 9(8).
           05 hs-department-code  pic X(4).
           05 hs-weight           pic 9(3).
           05 hs-height           pic 9V99.
           05 hs-bmi              pic 9(3)V99.
           05 hs-operator-id      pic X(6).

       fd  referral-master-file.
       01  referral-master-record.
           05 rm-key.
              10 rm-employee-id   pic X(6).
              10 rm-referral-date pic 9(8).
           05 rm-department-code  pic X(4).
           05 rm-prior-date       pic 9(8).
           05 rm-prior-bmi        pic 9(3)V99.
           05 rm-prior-category   pic X(11).
           05 rm-new-bmi          pic 9(3)V99.
           05 rm-new-category     pic X(11).
           05 rm-status           pic X(1).
              88 rm-status-review value "R".
           05 rm-status-date      pic 9(8).
           05 rm-sent-date        pic 9(8).

       fd  correction-audit-file.
       01  correction-audit-record.
           05 ca-date             pic 9(8).
           05 ca-time             pic 9(8).
           05 ca-operator-id      pic X(6).
           05 ca-action           pic X(1).
           05 ca-reason-code      pic X(2).
           05 ca-employee-id      pic X(6).
           05 ca-screening-date   pic 9(8).
           05 ca-department-code  pic X(4).
           05 ca-before-weight    pic 9(3).
           05 ca-before-height    pic 9V99.
           05 ca-before-bmi       pic 9(3)V99.
           05 ca-before-category  pic X(11).
           05 ca-after-weight     pic 9(3).
           05 ca-after-height     pic 9V99.
           05 ca-after-bmi        pic 9(3)V99.
           05 ca-after-category   pic X(11).
           05 ca-referral-flag    pic X(1).
           05 ca-referral-status  pic X(1).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01  history-file-status pic X(2).
       01  refmaster-file-status pic X(2).
       01  audit-file-status pic X(2).
       01  history-open-switch pic X(1) value "N".
           88 history-open value "Y".
       01  refmaster-open-switch pic X(1) value "N".
           88 refmaster-open value "Y".
       01  operator-id pic X(6) value spaces.
       01  signed-on-switch pic X(1) value "N".
           88 signed-on value "Y".
       01  menu-choice pic X(1).
           88 correct-screening value "C" "c".
           88 void-screening value "V" "v".
           88 list-screenings value "L" "l".
           88 exit-maintenance value "0".
       01  entry-employee-id pic X(6).
       01  entry-screening-date pic X(8).
       01  entry-reason-code pic X(2).
           88 valid-void-reason value "01" "02" "03" "04".
       01  entry-measure-choice pic X(1).
           88 correct-height value "H" "h" "B" "b".
           88 correct-weight value "W" "w" "B" "b".
       01  confirm-choice pic X(1).
           88 confirmed value "Y" "y".
       01  screening-found-switch pic X(1) value "N".
           88 screening-found value "Y".
       01  history-eof-switch pic X(1) value "N".
           88 history-eof value "Y".
       01  listed-count pic 9(4) value zero.
       01  audit-open-switch pic X(1) value "N".
           88 audit-open value "Y".
       01  audit-action pic X(1) value space.
       01  audit-reason-code pic X(2) value spaces.
       01  referral-flag pic X(1) value "N".
           88 referral-flagged value "Y".
       01  referral-prior-status pic X(1) value space.
       01  referral-eof-switch pic X(1) value "N".
           88 referral-eof value "Y".
       01  stamp-date pic 9(8).
       01  procdate-file-status pic X(2).
       01  business-date-switch pic X(1) value "N".
           88 business-date-found value "Y".
       01  stamp-time pic 9(8).
       01  before-weight pic 9(3) value zero.
       01  before-height pic 9V99 value zero.
       01  before-bmi pic 9(3)V99 value zero.
       01  before-category pic X(11) value spaces.
       01  unit-mode pic X(1) value "M".
           88 metric-units value "M" "m".
           88 imperial-units value "I" "i".
       01  entry-valid-switch pic X(1) value "N".
           88 entry-valid value "Y".
       01  measure-entry pic X(8).
       01  measure-valid-switch pic X(1) value "N".
           88 measure-valid value "Y".
       01  measure-value pic 9(3)V99 value zero.
       01  measure-digits pic 9(5) value zero.
       01  measure-done-switch pic X(1) value "N".
           88 measure-done value "Y".
       01  measure-point-switch pic X(1) value "N".
           88 measure-point-seen value "Y".
       01  measure-index pic 9(2) value zero.
       01  measure-char pic X(1).
       01  measure-whole-count pic 9(1) value zero.
       01  measure-decimal-count pic 9(1) value zero.
       01  height-work pic 9V99 value zero.
       01  weight-work pic 9(3)V99 value zero.
       01  weight pic 9(3).
       01  height pic 9V99.
       01  bmi pic 9(3)V99.
       01  bmi-category pic X(11).

       procedure division.
       PROGRAM-BEGIN.
           perform get-operator-identity.
           if not exit-maintenance
               perform get-business-date
               if not business-date-found
                   set exit-maintenance to true
                   move 8 to return-code
               end-if
           end-if.
           if not exit-maintenance
               perform open-history-file
           end-if.
           if not exit-maintenance
               perform open-referral-master
           end-if.
           if not exit-maintenance
               perform open-correction-audit
           end-if.
           perform show-menu until exit-maintenance.
           if history-open
               close bmi-history-file
           end-if.
           if refmaster-open
               close referral-master-file
           end-if.
           if audit-open
               close correction-audit-file
           end-if.

       program-done.
           goback.

      *The mainmenu sign-on hands the operator down through the
      *environment; run on its own the program signs the operator
      *on through opersign. Either way the history is only
      *corrected by an active operator with authorization level 2.

       get-operator-identity.
           display "signon_program" upon environment-name.
           display "bmicorr" upon environment-value.
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
                       move pd-business-date to stamp-date
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

      *The indexed history is created by bmihistconv, never here.

       open-history-file.
           open i-o bmi-history-file.
           if history-file-status = "00"
               set history-open to true
           else
               display "Cannot open indexed history bmihistx.dat, "
                   "status " history-file-status
               display "Run bmihistconv to load the indexed history."
               set exit-maintenance to true
           end-if.

      *The referral master is created by the first roster that
      *refers anybody; until then there is no referral a correction
      *could affect, so its absence is not an error.

       open-referral-master.
           open i-o referral-master-file.
           if refmaster-file-status = "00"
               set refmaster-open to true
           else
               if refmaster-file-status not = "35"
                   display "Cannot open referral master bmirefmx.dat, "
                       "status " refmaster-file-status
                   set exit-maintenance to true
               end-if
           end-if.

       open-correction-audit.
           open extend correction-audit-file.
           if audit-file-status = "35"
               open output correction-audit-file
           end-if.
           if audit-file-status = "00"
               set audit-open to true
           else
               display "Cannot open correction audit bmicorau.dat, "
                   "status " audit-file-status
               set exit-maintenance to true
           end-if.

       show-menu.
           display "=========================================".
           display "       screening history correction".
           display "  C. correct height or weight".
           display "  V. void a screening".
           display "  L. list an employee's screenings".
           display "  0. exit".
           display "=========================================".
           display "Enter selection: ".
           accept menu-choice.
           perform process-selection.

       process-selection.
           if correct-screening
               perform correct-one-screening
           else
               if void-screening
                   perform void-one-screening
               else
                   if list-screenings
                       perform list-one-employee
                   else
                       if not exit-maintenance
                           display "Invalid selection, try again."
                       end-if
                   end-if
               end-if
           end-if.

      *The history is keyed on employee plus screening date, so one
      *employee's screenings are read directly and in date order
      *from a start at the lowest date.

       list-one-employee.
           display "Enter employee ID: ".
           accept entry-employee-id.
           move zero to listed-count.
           move entry-employee-id to hs-employee-id.
           move zero to hs-screening-date.
           start bmi-history-file key not < hs-key
               invalid key set history-eof to true
               not invalid key move "N" to history-eof-switch
           end-start.
           if not history-eof
               perform read-history-next
               perform list-one-screening until history-eof
           end-if.
           if listed-count = zero
               display "No screenings on file for employee "
                   entry-employee-id "."
           else
               display "Screenings on file: " listed-count
           end-if.

       read-history-next.
           read bmi-history-file next
               at end set history-eof to true
           end-read.

       list-one-screening.
           if hs-employee-id not = entry-employee-id
               set history-eof to true
           else
               add 1 to listed-count
               move hs-bmi to bmi
               perform classify-bmi
               display hs-screening-date " " hs-department-code " "
                   hs-height " m " hs-weight " kg " hs-bmi " "
                   bmi-category " keyed by " hs-operator-id
               perform read-history-next
           end-if.

       find-screening.
           move "N" to screening-found-switch.
           display "Enter employee ID: ".
           accept entry-employee-id.
           display "Enter screening date (YYYYMMDD): ".
           accept entry-screening-date.
           if entry-screening-date not numeric
               display "Screening date must be numeric YYYYMMDD."
           else
               move entry-employee-id to hs-employee-id
               move entry-screening-date to hs-screening-date
               read bmi-history-file
                   invalid key
                       display "No screening on file for employee "
                           entry-employee-id " on "
                           entry-screening-date "."
                   not invalid key perform hold-before-image
               end-read
           end-if.

      *The screening as found is held as the before image for the
      *audit record and shown to the operator.

       hold-before-image.
           set screening-found to true.
           move hs-weight to before-weight.
           move hs-height to before-height.
           move hs-bmi to before-bmi.
           move hs-bmi to bmi.
           perform classify-bmi.
           move bmi-category to before-category.
           display "Department " hs-department-code
               "  keyed by " hs-operator-id.
           display "Height: " before-height " m  Weight: "
               before-weight " kg".
           display "BMI:    " before-bmi "  " before-category.

       correct-one-screening.
           perform find-screening.
           if screening-found
               perform enter-correction
           end-if.

       enter-correction.
           display "Correct which (H=height, W=weight, B=both): ".
           accept entry-measure-choice.
           if not correct-height and not correct-weight
               display "Unknown entry, screening left as it is."
           else
               display "Units (M=metric, I=imperial): "
               accept unit-mode
               if not metric-units and not imperial-units
                   display "Unknown entry, using metric."
                   move "M" to unit-mode
               end-if
               move before-height to height
               move before-weight to weight
               if correct-height
                   perform get-height
               end-if
               if correct-weight
                   perform get-weight
               end-if
               compute bmi = weight / (height * height)
               perform classify-bmi
               perform confirm-correction
           end-if.

       confirm-correction.
           display "Corrected height: " height " m  weight: "
               weight " kg".
           display "Corrected BMI:    " bmi "  " bmi-category.
           if height = before-height and weight = before-weight
               display "Nothing changed, screening left as it is."
           else
               display "Apply this correction? (Y/N): "
               accept confirm-choice
               if not confirmed
                   display "Correction cancelled."
               else
                   perform apply-correction
               end-if
           end-if.

       apply-correction.
           move height to hs-height.
           move weight to hs-weight.
           move bmi to hs-bmi.
           rewrite history-record
               invalid key
                   display "Cannot correct screening, status "
                       history-file-status
               not invalid key
                   move "C" to audit-action
                   move spaces to audit-reason-code
                   perform check-referral-impact
                   perform log-correction
                   display "Screening corrected."
           end-rewrite.

       void-one-screening.
           perform find-screening.
           if screening-found
               perform enter-void-reason
           end-if.

       enter-void-reason.
           display "Void reason (01=wrong employee, 02=duplicate, "
               "03=measurement error, 04=test record): ".
           accept entry-reason-code.
           if not valid-void-reason
               display "Unknown reason code, screening left as it is."
           else
               display "Void this screening? (Y/N): "
               accept confirm-choice
               if not confirmed
                   display "Void cancelled."
               else
                   perform apply-void
               end-if
           end-if.

       apply-void.
           delete bmi-history-file
               invalid key
                   display "Cannot void screening, status "
                       history-file-status
               not invalid key
                   move zero to weight
                   move zero to height
                   move zero to bmi
                   move spaces to bmi-category
                   move "V" to audit-action
                   move entry-reason-code to audit-reason-code
                   perform check-referral-impact
                   perform log-correction
                   display "Screening voided."
           end-delete.

      *A referral is posted under the date of the screening that
      *earned it, and names the screening before it as its prior
      *screening. It is flagged for review when the screening is
      *voided or its category changed, and so is a later referral
      *that was judged against this screening as its prior one; a
      *correction inside the same category leaves the referrals as
      *they are. The audit record keeps the status held before by
      *the first referral flagged.

       check-referral-impact.
           move "N" to referral-flag.
           move space to referral-prior-status.
           if refmaster-open
              and bmi-category not = before-category
               move entry-employee-id to rm-employee-id
               move entry-screening-date to rm-referral-date
               read referral-master-file
                   invalid key continue
                   not invalid key perform flag-referral-for-review
               end-read
               perform check-later-referrals
           end-if.

       check-later-referrals.
           move entry-employee-id to rm-employee-id.
           move entry-screening-date to rm-referral-date.
           start referral-master-file key > rm-key
               invalid key set referral-eof to true
               not invalid key move "N" to referral-eof-switch
           end-start.
           if not referral-eof
               perform read-referral-next
               perform check-one-later-referral until referral-eof
           end-if.

       read-referral-next.
           read referral-master-file next
               at end set referral-eof to true
           end-read.

       check-one-later-referral.
           if rm-employee-id not = entry-employee-id
               set referral-eof to true
           else
               if rm-prior-date = entry-screening-date
                   perform flag-later-referral
               end-if
               perform read-referral-next
           end-if.

       flag-referral-for-review.
           if not referral-flagged
               move rm-status to referral-prior-status
           end-if.
           if audit-action = "C"
               move bmi to rm-new-bmi
               move bmi-category to rm-new-category
           end-if.
           set rm-status-review to true.
           move stamp-date to rm-status-date.
           rewrite referral-master-record
               invalid key
                   display "Cannot flag referral, status "
                       refmaster-file-status
               not invalid key
                   set referral-flagged to true
                   display "Referral of " rm-referral-date
                       " flagged for review in refmaint."
           end-rewrite.

      *On the later referral the corrected screening is the prior
      *one, so a correction goes to the prior BMI and category.

       flag-later-referral.
           if not referral-flagged
               move rm-status to referral-prior-status
           end-if.
           if audit-action = "C"
               move bmi to rm-prior-bmi
               move bmi-category to rm-prior-category
           end-if.
           set rm-status-review to true.
           move stamp-date to rm-status-date.
           rewrite referral-master-record
               invalid key
                   display "Cannot flag referral, status "
                       refmaster-file-status
               not invalid key
                   set referral-flagged to true
                   display "Referral of " rm-referral-date
                       " judged against this screening flagged "
                       "for review in refmaint."
           end-rewrite.

      *One audit line per correction or void, stamped with who and
      *when: C corrected, V voided.

       log-correction.
           accept stamp-time from time.
           move stamp-date to ca-date.
           move stamp-time to ca-time.
           move operator-id to ca-operator-id.
           move audit-action to ca-action.
           move audit-reason-code to ca-reason-code.
           move hs-employee-id to ca-employee-id.
           move hs-screening-date to ca-screening-date.
           move hs-department-code to ca-department-code.
           move before-weight to ca-before-weight.
           move before-height to ca-before-height.
           move before-bmi to ca-before-bmi.
           move before-category to ca-before-category.
           move weight to ca-after-weight.
           move height to ca-after-height.
           move bmi to ca-after-bmi.
           move bmi-category to ca-after-category.
           move referral-flag to ca-referral-flag.
           move referral-prior-status to ca-referral-status.
           write correction-audit-record.

      *Heights and weights are keyed and edited exactly as in
      *bmicalculator: 0.50 to 2.50 meters or 20 to 98 inches, 20 to
      *300 kilograms or 44 to 660 pounds, imperial entries
      *converted using 1 inch = 0.0254 meters and 1 pound =
      *0.45359237 kilograms.

       get-height.
           move "N" to entry-valid-switch.
           perform prompt-height until entry-valid.

       prompt-height.
           if metric-units
               display "Enter height in meters (0.50-2.50): "
           else
               display "Enter height in inches (20-98): "
           end-if.
           accept measure-entry.
           perform parse-measurement.
           if not measure-valid
               display "Not a number, try again."
           else
               perform check-height-range
           end-if.

       check-height-range.
           if metric-units
               if measure-value < 0.50 or measure-value > 2.50
                   display "Height must be 0.50 to 2.50 meters."
               else
                   move measure-value to height
                   set entry-valid to true
               end-if
           else
               if measure-value < 20 or measure-value > 98
                   display "Height must be 20 to 98 inches."
               else
                   compute height-work rounded =
                       measure-value * 0.0254
                   move height-work to height
                   set entry-valid to true
               end-if
           end-if.

       get-weight.
           move "N" to entry-valid-switch.
           perform prompt-weight until entry-valid.

       prompt-weight.
           if metric-units
               display "Enter weight in kilograms (20-300): "
           else
               display "Enter weight in pounds (44-660): "
           end-if.
           accept measure-entry.
           perform parse-measurement.
           if not measure-valid
               display "Not a number, try again."
           else
               perform check-weight-range
           end-if.

       check-weight-range.
           if metric-units
               if measure-value < 20 or measure-value > 300
                   display "Weight must be 20 to 300 kilograms."
               else
                   compute weight rounded = measure-value
                   set entry-valid to true
               end-if
           else
               if measure-value < 44 or measure-value > 660
                   display "Weight must be 44 to 660 pounds."
               else
                   compute weight-work rounded =
                       measure-value * 0.45359237
                   compute weight rounded = weight-work
                   set entry-valid to true
               end-if
           end-if.

      *parse-measurement turns the keyed measure-entry into
      *measure-value: up to 3 digits, an optional decimal point and
      *up to 2 more digits. The first space ends the entry;
      *anything else makes it invalid.

       parse-measurement.
           move "N" to measure-valid-switch.
           move "N" to measure-done-switch.
           move "N" to measure-point-switch.
           move zero to measure-index.
           move zero to measure-value.
           move zero to measure-digits.
           move zero to measure-whole-count.
           move zero to measure-decimal-count.
           perform parse-measure-char until measure-done.
           if measure-valid
               evaluate measure-decimal-count
                   when 1
                       compute measure-value = measure-digits / 10
                   when 2
                       compute measure-value = measure-digits / 100
                   when other
                       move measure-digits to measure-value
               end-evaluate
           end-if.

       parse-measure-char.
           add 1 to measure-index.
           if measure-index > 8
               set measure-done to true
           else
               move measure-entry(measure-index:1) to measure-char
               perform handle-measure-char
           end-if.

       handle-measure-char.
           if measure-char = space
               if measure-whole-count > 0
                  or measure-decimal-count > 0
                   set measure-valid to true
               end-if
               set measure-done to true
           else
               if measure-char = "."
                   perform handle-measure-point
               else
                   if measure-char numeric
                       perform handle-measure-digit
                   else
                       set measure-done to true
                   end-if
               end-if
           end-if.

       handle-measure-point.
           if measure-point-seen
               set measure-done to true
           else
               set measure-point-seen to true
           end-if.

       handle-measure-digit.
           if measure-point-seen
               if measure-decimal-count >= 2
                   set measure-done to true
               else
                   compute measure-digits = measure-digits * 10
                       + function numval(measure-char)
                   add 1 to measure-decimal-count
               end-if
           else
               if measure-whole-count >= 3
                   set measure-done to true
               else
                   compute measure-digits = measure-digits * 10
                       + function numval(measure-char)
                   add 1 to measure-whole-count
               end-if
           end-if.

       classify-bmi.
           if bmi < 18.5
               move "underweight" to bmi-category
           else
               if bmi < 25.0
                   move "normal" to bmi-category
               else
                   if bmi < 30.0
                       move "overweight" to bmi-category
                   else
                       move "obese" to bmi-category
                   end-if
               end-if
           end-if.

       end program bmicorr.
