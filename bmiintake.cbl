       identification division.
       program-id. bmiintake is initial program.

      *This program is the batch intake of the screening readings
      *exported by the contract clinic's scales on an on-site
      *screening day, so the readings no longer have to be keyed
      *into bmicalculator one by one. The export clinscal.dat holds
      *one reading per line: employee ID, screening date, height,
      *weight and a units code (M metric, meters and kilograms, or
      *I imperial, inches and pounds), height and weight written
      *as plain numbers with an optional decimal point.
      *Each reading goes through the checks bmicalculator applies
      *at the keyboard: the employee must be on the employee master
      *and active, height and weight must be numbers inside the
      *plausible human ranges of the unit they were taken in
      *(0.50 to 2.50 meters or 20 to 98 inches, 20 to 300 kilograms
      *or 44 to 660 pounds), imperial readings are converted using
      *1 inch = 0.0254 meters and 1 pound = 0.45359237 kilograms,
      *and the screening date must fall inside the window of the
      *screening cycle open in bmicycfl.dat and not after today. An
      *employee is screened once a day, so a reading for a date
      *already on the history is rejected; a wrong screening is put
      *right with bmicorr.
      *A good reading is posted to the indexed history bmihistx.dat
      *stamped with the operator who ran the intake, compared with
      *the employee's latest prior screening and, when the category
      *worsened or the employee is obese on a first screening,
      *written to the wellness-referral file and the referral
      *master bmirefmx.dat with an open status, exactly as a
      *screening keyed in bmicalculator. bmireferral prints the
      *referral list when the intake is complete.
      *A bad reading goes to the suspense file clinsusp.dat with a
      *two character reason code in front of the original reading,
      *to be chased with the clinic and keyed in bmicalculator once
      *it is put right. Reason codes:
      *   01 employee not on the employee master
      *   02 employee inactive
      *   03 screening date not a valid date
      *   04 screening date outside the open cycle or after today
      *   05 units code not M or I
      *   06 height not a number
      *   07 height outside the plausible range
      *   08 weight not a number
      *   09 weight outside the plausible range
      *   10 employee already screened on that date
      *The run ends with a control report of readings read, posted,
      *rejected and referred, and with return code 8 when the
      *intake could not run or any reading was rejected.
      *The operator is inherited from the mainmenu sign-on through
      *the environment variable operator_id, or signed on here
      *against the operator master kept by opermaint.
      *A reading dated after the business date in the processing
      *date control file procdate.dat kept by datemaint is treated
      *as a future date; without a business date the intake does
      *not run.

       environment division.
       input-output section.
       file-control.
           select clinic-reading-file assign to "clinscal.dat"
               organization is line sequential
               file status is reading-file-status.
           select clinic-suspense-file assign to "clinsusp.dat"
               organization is line sequential
               file status is suspense-file-status.
           select bmi-history-file assign to "bmihistx.dat"
               organization is indexed
               access mode is dynamic
               record key is hs-key
               file status is history-file-status.
           select employee-master-file assign to "empmast.dat"
               organization is indexed
               access mode is random
               record key is em-employee-id
               file status is master-file-status.
           select wellness-referral-file assign to "bmirefrl.dat"
               organization is line sequential
               file status is referral-file-status.
           select referral-master-file assign to "bmirefmx.dat"
               organization is indexed
               access mode is random
               record key is rm-key
               file status is refmaster-file-status.
           select screening-cycle-file assign to "bmicycfl.dat"
               organization is indexed
               access mode is sequential
               record key is cy-cycle-id
               file status is cycle-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
       fd  clinic-reading-file.
       01  clinic-reading-record.
           05 ci-employee-id      pic X(6).
           05 ci-screening-date   pic X(8).
           05 ci-height           pic X(6).
           05 ci-weight           pic X(6).
           05 ci-units            pic X(1).

       fd  clinic-suspense-file.
       01  clinic-suspense-record.
           05 cs-reason-code      pic X(2).
           05 cs-reading-data     pic X(27).

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

       fd  employee-master-file.
       01  employee-master-record.
           05 em-employee-id      pic X(6).
           05 em-employee-name    pic X(30).
           05 em-department-code  pic X(4).
           05 em-active-flag      pic X(1).
              88 em-active value "A".
              88 em-inactive value "I".

       fd  wellness-referral-file.
       01  referral-record.
           05 rf-employee-id      pic X(6).
           05 rf-prior-date       pic 9(8).
           05 rf-prior-bmi        pic 9(3)V99.
           05 rf-prior-category   pic X(11).
           05 rf-new-date         pic 9(8).
           05 rf-new-bmi          pic 9(3)V99.
           05 rf-new-category     pic X(11).

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
              88 rm-status-open value "O".
           05 rm-status-date      pic 9(8).
           05 rm-sent-date        pic 9(8).

       fd  screening-cycle-file.
       01  screening-cycle-record.
           05 cy-cycle-id         pic X(6).
           05 cy-start-date       pic 9(8).
           05 cy-end-date         pic 9(8).
           05 cy-status           pic X(1).
              88 cy-open value "O".

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01  reading-file-status pic X(2).
       01  suspense-file-status pic X(2).
       01  history-file-status pic X(2).
       01  master-file-status pic X(2).
       01  referral-file-status pic X(2).
       01  refmaster-file-status pic X(2).
       01  cycle-file-status pic X(2).
       01  intake-ok-switch pic X(1) value "Y".
           88 intake-ok value "Y".
       01  reading-eof-switch pic X(1) value "N".
           88 reading-eof value "Y".
       01  cycle-eof-switch pic X(1) value "N".
           88 cycle-eof value "Y".
       01  open-cycle-found-switch pic X(1) value "N".
           88 open-cycle-found value "Y".
       01  open-cycle-id pic X(6) value spaces.
       01  open-cycle-start pic 9(8) value zero.
       01  open-cycle-end pic 9(8) value zero.
       01  today-date pic 9(8) value zero.
       01  procdate-file-status pic X(2).
       01  business-date-switch pic X(1) value "N".
           88 business-date-found value "Y".
       01  operator-id pic X(6) value spaces.
       01  signed-on-switch pic X(1) value "N".
           88 signed-on value "Y".
       01  reject-reason pic X(2).
           88 reading-accepted value spaces.
       01  employee-id pic X(6).
       01  screening-date pic 9(8).
       01  history-eof-switch pic X(1) value "N".
           88 history-eof value "Y".
       01  prior-found-switch pic X(1) value "N".
           88 prior-found value "Y".
       01  prior-screening-date pic 9(8) value zero.
       01  prior-bmi pic 9(3)V99 value zero.
       01  prior-category pic X(11) value spaces.
       01  prior-category-rank pic 9(1) value zero.
       01  new-category-rank pic 9(1) value zero.
       01  unit-mode pic X(1) value "M".
           88 metric-units value "M" "m".
           88 imperial-units value "I" "i".
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
       01  readings-read-count pic 9(6) value zero.
       01  readings-posted-count pic 9(6) value zero.
       01  readings-rejected-count pic 9(6) value zero.
       01  readings-referred-count pic 9(6) value zero.

       procedure division.
       PROGRAM-BEGIN.
           perform get-operator-identity.
           if intake-ok
               perform get-business-date
               if not business-date-found
                   move "N" to intake-ok-switch
               end-if
           end-if.
           if intake-ok
               perform check-screening-cycle
           end-if.
           if intake-ok
               perform open-history-file
           end-if.
           if intake-ok
               perform open-master-file
           end-if.
           if intake-ok
               perform open-referral-master
           end-if.
           if intake-ok
               perform open-reading-file
           end-if.
           if intake-ok
               open output clinic-suspense-file
               open output wellness-referral-file
               perform read-clinic-reading
               perform process-one-reading until reading-eof
               close clinic-reading-file
               close clinic-suspense-file
               close wellness-referral-file
               close bmi-history-file
               close employee-master-file
               close referral-master-file
               perform print-control-report
               call "bmireferral"
               if readings-rejected-count > zero
                   move 8 to return-code
               else
                   move zero to return-code
               end-if
           else
               close bmi-history-file
               close employee-master-file
               close referral-master-file
               move 8 to return-code
           end-if.

       program-done.
           goback.

      *The mainmenu sign-on hands the operator down through the
      *environment and opersign only rechecks it; when the intake is
      *started on its own opersign prompts the operator for an ID
      *and checks it against the operator master.

       get-operator-identity.
           display "signon_program" upon environment-name.
           display "bmiintake" upon environment-value.
           display "signon_level" upon environment-name.
           display "1" upon environment-value.
           call "opersign".
           if return-code = zero
               display "operator_id" upon environment-name
               accept operator-id from environment-value
               set signed-on to true
           else
               move "N" to intake-ok-switch
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

      *Readings only post to the screening cycle that is open, the
      *same as a roster keyed in bmicalculator; each reading's own
      *date is then checked against the cycle window.

       check-screening-cycle.
           open input screening-cycle-file.
           if cycle-file-status not = "00"
               display "No screening cycle file bmicycfl.dat, "
                   "status " cycle-file-status
               display "Run bmicycle to open a screening cycle."
               move "N" to intake-ok-switch
           else
               perform read-cycle-record
               perform scan-for-open-cycle until cycle-eof
               close screening-cycle-file
               if not open-cycle-found
                   display "No screening cycle is open; run bmicycle "
                       "to open one before the intake."
                   move "N" to intake-ok-switch
               else
                   display "Posting readings to cycle "
                       open-cycle-id " (" open-cycle-start " to "
                       open-cycle-end ")."
               end-if
           end-if.

       read-cycle-record.
           read screening-cycle-file
               at end set cycle-eof to true
           end-read.

       scan-for-open-cycle.
           if cy-open
               set open-cycle-found to true
               move cy-cycle-id to open-cycle-id
               move cy-start-date to open-cycle-start
               move cy-end-date to open-cycle-end
               set cycle-eof to true
           else
               perform read-cycle-record
           end-if.

      *The indexed history is created by bmihistconv, never here.

       open-history-file.
           open i-o bmi-history-file.
           if history-file-status not = "00"
               display "Cannot open indexed history bmihistx.dat, "
                   "status " history-file-status
               display "Run bmihistconv to load the indexed history."
               move "N" to intake-ok-switch
           end-if.

       open-master-file.
           open input employee-master-file.
           if master-file-status not = "00"
               display "Cannot open employee master empmast.dat, "
                   "status " master-file-status
               display "Run empmaint to set up the employee master."
               move "N" to intake-ok-switch
           end-if.

      *The referral master may be created here the first time an
      *intake refers anybody, as in bmicalculator.

       open-referral-master.
           open i-o referral-master-file.
           if refmaster-file-status = "35"
               open output referral-master-file
               close referral-master-file
               open i-o referral-master-file
           end-if.
           if refmaster-file-status not = "00"
               display "Cannot open referral master bmirefmx.dat, "
                   "status " refmaster-file-status
               move "N" to intake-ok-switch
           end-if.

       open-reading-file.
           open input clinic-reading-file.
           if reading-file-status not = "00"
               display "Cannot open clinic export clinscal.dat, "
                   "status " reading-file-status
               move "N" to intake-ok-switch
           end-if.

       read-clinic-reading.
           read clinic-reading-file
               at end set reading-eof to true
           end-read.

       process-one-reading.
           add 1 to readings-read-count.
           move spaces to reject-reason.
           move ci-employee-id to employee-id.
           perform edit-reading.
           if reading-accepted
               perform post-reading
           else
               move reject-reason to cs-reason-code
               move clinic-reading-record to cs-reading-data
               write clinic-suspense-record
               add 1 to readings-rejected-count
           end-if.
           perform read-clinic-reading.

      *The edits run in the order bmicalculator meets them at the
      *keyboard, and the first one that fails names the reading's
      *reason code.

       edit-reading.
           move employee-id to em-employee-id.
           read employee-master-file
               invalid key move "01" to reject-reason
               not invalid key
                   if em-inactive
                       move "02" to reject-reason
                   end-if
           end-read.
           if reading-accepted
               perform edit-screening-date
           end-if.
           if reading-accepted
               move ci-units to unit-mode
               if not metric-units and not imperial-units
                   move "05" to reject-reason
               end-if
           end-if.
           if reading-accepted
               perform edit-height
           end-if.
           if reading-accepted
               perform edit-weight
           end-if.
           if reading-accepted
               perform check-screened-on-date
           end-if.

       edit-screening-date.
           if ci-screening-date not numeric
               move "03" to reject-reason
           else
               move ci-screening-date to screening-date
               if function test-date-yyyymmdd(screening-date)
                       not = zero
                   move "03" to reject-reason
               else
                   if screening-date < open-cycle-start
                      or screening-date > open-cycle-end
                      or screening-date > today-date
                       move "04" to reject-reason
                   end-if
               end-if
           end-if.

       edit-height.
           move ci-height to measure-entry.
           perform parse-measurement.
           if not measure-valid
               move "06" to reject-reason
           else
               if metric-units
                   if measure-value < 0.50 or measure-value > 2.50
                       move "07" to reject-reason
                   else
                       move measure-value to height
                   end-if
               else
                   if measure-value < 20 or measure-value > 98
                       move "07" to reject-reason
                   else
                       compute height-work rounded =
                           measure-value * 0.0254
                       move height-work to height
                   end-if
               end-if
           end-if.

       edit-weight.
           move ci-weight to measure-entry.
           perform parse-measurement.
           if not measure-valid
               move "08" to reject-reason
           else
               if metric-units
                   if measure-value < 20 or measure-value > 300
                       move "09" to reject-reason
                   else
                       compute weight rounded = measure-value
                   end-if
               else
                   if measure-value < 44 or measure-value > 660
                       move "09" to reject-reason
                   else
                       compute weight-work rounded =
                           measure-value * 0.45359237
                       compute weight rounded = weight-work
                   end-if
               end-if
           end-if.

       check-screened-on-date.
           move employee-id to hs-employee-id.
           move screening-date to hs-screening-date.
           read bmi-history-file
               invalid key continue
               not invalid key move "10" to reject-reason
           end-read.

       post-reading.
           compute bmi = weight / (height * height).
           perform classify-bmi.
           perform look-up-prior-screening.
           perform write-history-record.
           if reading-accepted
               add 1 to readings-posted-count
               perform check-wellness-referral
           else
               move reject-reason to cs-reason-code
               move clinic-reading-record to cs-reading-data
               write clinic-suspense-record
               add 1 to readings-rejected-count
           end-if.

      *parse-measurement turns measure-entry into measure-value: up
      *to 3 digits, an optional decimal point and up to 2 more
      *digits. The first space ends the entry; anything else makes
      *it invalid.

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

       write-history-record.
           move employee-id to hs-employee-id.
           move em-department-code to hs-department-code.
           move screening-date to hs-screening-date.
           move weight to hs-weight.
           move height to hs-height.
           move bmi to hs-bmi.
           move operator-id to hs-operator-id.
           write history-record
               invalid key move "10" to reject-reason
           end-write.

      *The prior screening is the employee's latest one dated
      *before the reading, read in date order from a start at the
      *lowest date on the history key.

       look-up-prior-screening.
           move "N" to prior-found-switch.
           move zero to prior-screening-date.
           move zero to prior-bmi.
           move spaces to prior-category.
           move employee-id to hs-employee-id.
           move zero to hs-screening-date.
           start bmi-history-file key not < hs-key
               invalid key set history-eof to true
               not invalid key move "N" to history-eof-switch
           end-start.
           if not history-eof
               perform read-history-record
               perform scan-for-prior-screening until history-eof
           end-if.
           if prior-found
               perform classify-prior-bmi
           end-if.

       read-history-record.
           read bmi-history-file next
               at end set history-eof to true
           end-read.

       scan-for-prior-screening.
           if hs-employee-id not = employee-id
               set history-eof to true
           else
               if hs-screening-date < screening-date
                   set prior-found to true
                   move hs-screening-date to prior-screening-date
                   move hs-bmi to prior-bmi
               end-if
               perform read-history-record
           end-if.

       classify-prior-bmi.
           if prior-bmi < 18.5
               move "underweight" to prior-category
           else
               if prior-bmi < 25.0
                   move "normal" to prior-category
               else
                   if prior-bmi < 30.0
                       move "overweight" to prior-category
                   else
                       move "obese" to prior-category
                   end-if
               end-if
           end-if.

      *The referral rule is bmicalculator's: categories are ranked
      *by distance from normal, a move further from normal or into
      *obese is referred, and so is obese on a first screening.

       check-wellness-referral.
           perform rank-new-category.
           perform rank-prior-category.
           if (prior-found and new-category-rank > prior-category-rank)
              or (not prior-found and bmi-category = "obese")
               perform write-referral-record
           end-if.

       rank-new-category.
           if bmi-category = "normal"
               move 1 to new-category-rank
           else
               if bmi-category = "obese"
                   move 3 to new-category-rank
               else
                   move 2 to new-category-rank
               end-if
           end-if.

       rank-prior-category.
           if not prior-found
               move zero to prior-category-rank
           else
               if prior-category = "normal"
                   move 1 to prior-category-rank
               else
                   if prior-category = "obese"
                       move 3 to prior-category-rank
                   else
                       move 2 to prior-category-rank
                   end-if
               end-if
           end-if.

       write-referral-record.
           move employee-id to rf-employee-id.
           move prior-screening-date to rf-prior-date.
           move prior-bmi to rf-prior-bmi.
           move prior-category to rf-prior-category.
           move screening-date to rf-new-date.
           move bmi to rf-new-bmi.
           move bmi-category to rf-new-category.
           write referral-record.
           perform post-referral-master.
           add 1 to readings-referred-count.

      *A referral already on file for the same employee and date
      *belongs to a screening voided with bmicorr; it is replaced
      *and goes back to open and unsent, so refxout sends the new
      *screening to the provider.

       post-referral-master.
           move employee-id to rm-employee-id.
           move screening-date to rm-referral-date.
           move em-department-code to rm-department-code.
           move prior-screening-date to rm-prior-date.
           move prior-bmi to rm-prior-bmi.
           move prior-category to rm-prior-category.
           move bmi to rm-new-bmi.
           move bmi-category to rm-new-category.
           set rm-status-open to true.
           move screening-date to rm-status-date.
           move zero to rm-sent-date.
           write referral-master-record
               invalid key
                   rewrite referral-master-record
           end-write.

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

       print-control-report.
           display "=================================================".
           display "        clinic screening intake control".
           display "=================================================".
           display "readings read:     " readings-read-count.
           display "readings posted:   " readings-posted-count.
           display "readings rejected: " readings-rejected-count.
           display "readings referred: " readings-referred-count.
           display "=================================================".
           if readings-rejected-count > zero
               display "Rejected readings are in clinsusp.dat with a "
                   "reason code."
           end-if.

       end program bmiintake.
