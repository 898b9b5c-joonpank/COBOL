       identification division.
       program-id. bmiletter.

      *This program prints the confidential screening result
      *letters for a screening cycle, so every employee screened in
      *the round gets the result in writing instead of phoning the
      *occupational health nurse for it. The operator names a cycle
      *from the cycle file kept by bmicycle - normally once bmicycle
      *has closed it - and every active employee on the employee
      *master whose history holds a screening dated inside the
      *cycle's window gets one letter; when an employee was
      *screened more than once in the round the latest screening
      *is the result.
      *Each letter shows the employee's name and department, the
      *screening date, height, weight, BMI and BMI category, and
      *the change in BMI and category since the employee's latest
      *screening in the previous cycle - the cycle on file that
      *ended most recently before this one started. It also says
      *whether the screening raised a wellness referral and, when
      *it did, the referral's current follow-up status from the
      *referral master bmirefmx.dat.
      *The letters are written to the paged print file bmiletr.prt,
      *one 60-line page per letter marked confidential, sorted by
      *department and employee so they can go straight into the
      *internal mail by department. A control page at the end
      *counts the letters produced for each department, with the
      *department name from the reference file kept by deptmaint,
      *and the total.

       environment division.
       input-output section.
       file-control.
           select employee-master-file assign to "empmast.dat"
               organization is indexed
               access mode is dynamic
               record key is em-employee-id
               file status is master-file-status.
           select bmi-history-file assign to "bmihistx.dat"
               organization is indexed
               access mode is dynamic
               record key is hs-key
               file status is history-file-status.
           select screening-cycle-file assign to "bmicycfl.dat"
               organization is indexed
               access mode is dynamic
               record key is cy-cycle-id
               file status is cycle-file-status.
           select referral-master-file assign to "bmirefmx.dat"
               organization is indexed
               access mode is random
               record key is rm-key
               file status is refmaster-file-status.
           select department-file assign to "deptref.dat"
               organization is indexed
               access mode is random
               record key is dp-department-code
               file status is dept-file-status.
           select letter-work-file assign to "bmiletwk.tmp"
               organization is line sequential
               file status is work-file-status.
           select sort-work-file assign to "bmiletst.tmp".
           select sorted-letter-file assign to "bmiletsd.tmp"
               organization is line sequential
               file status is sorted-file-status.
           select letter-print-file assign to "bmiletr.prt"
               organization is line sequential
               file status is print-file-status.

       data division.
       file section.
       fd  employee-master-file.
       01  employee-master-record.
           05 em-employee-id      pic X(6).
           05 em-employee-name    pic X(30).
           05 em-department-code  pic X(4).
           05 em-active-flag      pic X(1).
              88 em-active value "A".
              88 em-inactive value "I".

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

       fd  screening-cycle-file.
       01  screening-cycle-record.
           05 cy-cycle-id         pic X(6).
           05 cy-start-date       pic 9(8).
           05 cy-end-date         pic 9(8).
           05 cy-status           pic X(1).
              88 cy-open value "O".
              88 cy-closed value "C".

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
           05 rm-status-date      pic 9(8).
           05 rm-sent-date        pic 9(8).

       fd  department-file.
       01  department-record.
           05 dp-department-code  pic X(4).
           05 dp-department-name  pic X(20).
           05 dp-active-flag      pic X(1).

       fd  letter-work-file.
       01  letter-work-record.
           05 wk-department-code  pic X(4).
           05 wk-employee-id      pic X(6).
           05 wk-employee-name    pic X(30).
           05 wk-screening-date   pic 9(8).
           05 wk-height           pic 9V99.
           05 wk-weight           pic 9(3).
           05 wk-bmi              pic 9(3)V99.
           05 wk-prior-flag       pic X(1).
           05 wk-prior-date       pic 9(8).
           05 wk-prior-bmi        pic 9(3)V99.

       sd  sort-work-file.
       01  sort-record.
           05 sr-department-code  pic X(4).
           05 sr-employee-id      pic X(6).
           05 sr-rest             pic X(63).

       fd  sorted-letter-file.
       01  sorted-letter-record.
           05 sd-department-code  pic X(4).
           05 sd-employee-id      pic X(6).
           05 sd-employee-name    pic X(30).
           05 sd-screening-date   pic 9(8).
           05 sd-height           pic 9V99.
           05 sd-weight           pic 9(3).
           05 sd-bmi              pic 9(3)V99.
           05 sd-prior-flag       pic X(1).
              88 sd-prior-found value "Y".
           05 sd-prior-date       pic 9(8).
           05 sd-prior-bmi        pic 9(3)V99.

       fd  letter-print-file.
       01  print-record pic X(80).

       working-storage section.
       01  master-file-status pic X(2).
       01  history-file-status pic X(2).
       01  cycle-file-status pic X(2).
       01  refmaster-file-status pic X(2).
       01  dept-file-status pic X(2).
       01  work-file-status pic X(2).
       01  sorted-file-status pic X(2).
       01  print-file-status pic X(2).
       01  run-ok-switch pic X(1) value "Y".
           88 run-ok value "Y".
       01  refmaster-open-switch pic X(1) value "N".
           88 refmaster-open value "Y".
       01  dept-file-open-switch pic X(1) value "N".
           88 dept-file-open value "Y".
       01  master-eof-switch pic X(1) value "N".
           88 master-eof value "Y".
       01  history-eof-switch pic X(1) value "N".
           88 history-eof value "Y".
       01  cycle-eof-switch pic X(1) value "N".
           88 cycle-eof value "Y".
       01  sorted-eof-switch pic X(1) value "N".
           88 sorted-eof value "Y".
       01  entry-cycle-id pic X(6).
       01  cycle-start-date pic 9(8) value zero.
       01  cycle-end-date pic 9(8) value zero.
       01  prior-cycle-switch pic X(1) value "N".
           88 prior-cycle-found value "Y".
       01  prior-cycle-id pic X(6) value spaces.
       01  prior-cycle-start pic 9(8) value zero.
       01  prior-cycle-end pic 9(8) value zero.
       01  window-start-date pic 9(8) value zero.
       01  window-end-date pic 9(8) value zero.
       01  screening-found-switch pic X(1) value "N".
           88 screening-found value "Y".
       01  referral-found-switch pic X(1) value "N".
           88 referral-found value "Y".
       01  found-screening-date pic 9(8) value zero.
       01  found-height pic 9V99 value zero.
       01  found-weight pic 9(3) value zero.
       01  found-bmi pic 9(3)V99 value zero.
       01  bmi pic 9(3)V99.
       01  bmi-category pic X(11).
       01  prior-category pic X(11).
       01  bmi-change pic S9(3)V99 value zero.
       01  status-name pic X(18).
       01  cached-department-code pic X(4) value low-values.
       01  department-name pic X(20) value spaces.
       01  page-count pic 9(4) value zero.
       01  line-count pic 9(2) value zero.
       01  page-line-limit pic 9(2) value 60.
       01  letter-count pic 9(6) value zero.
       01  dept-letter-count pic 9(6) value zero.
       01  first-record-switch pic X(1) value "Y".
           88 first-record value "Y".
       01  prior-department-code pic X(4).
       01  dept-table.
           05 dept-entry occurs 200 times.
              10 dt-department-code pic X(4).
              10 dt-department-name pic X(20).
              10 dt-letter-count   pic 9(6).
       01  dept-count pic 9(4) value zero.
       01  dept-limit pic 9(4) value 200.
       01  dept-index pic 9(4) value zero.
       01  dept-other-count pic 9(6) value zero.

       01  letter-heading-line.
           05 filler pic X(48) value
              "CONFIDENTIAL - health screening result".
           05 filler pic X(19) value spaces.
           05 filler pic X(6) value "page: ".
           05 lh-page-no pic Z(3)9.
       01  letter-rule-line.
           05 filler pic X(72) value all "-".
       01  letter-to-line.
           05 filler pic X(14) value "To:".
           05 lt-employee-name pic X(30).
           05 filler pic X(2) value " (".
           05 lt-employee-id pic X(6).
           05 filler pic X(1) value ")".
       01  letter-dept-line.
           05 filler pic X(14) value "Department:".
           05 ld-department pic X(4).
           05 filler pic X(2) value spaces.
           05 ld-dept-name pic X(20).
       01  letter-cycle-line.
           05 filler pic X(14) value "Cycle:".
           05 lc-cycle-id pic X(6).
           05 filler pic X(2) value " (".
           05 lc-start-date pic 9(8).
           05 filler pic X(4) value " to ".
           05 lc-end-date pic 9(8).
           05 filler pic X(1) value ")".
       01  letter-date-line.
           05 filler pic X(20) value "  Screening date:".
           05 ls-screening-date pic 9(8).
       01  letter-height-line.
           05 filler pic X(20) value "  Height:".
           05 ls-height pic 9.99.
           05 filler pic X(7) value " meters".
       01  letter-weight-line.
           05 filler pic X(20) value "  Weight:".
           05 ls-weight pic ZZ9.
           05 filler pic X(10) value " kilograms".
       01  letter-bmi-line.
           05 filler pic X(20) value "  BMI:".
           05 ls-bmi pic ZZ9.99.
       01  letter-category-line.
           05 filler pic X(20) value "  BMI category:".
           05 ls-category pic X(11).
       01  letter-prior-line.
           05 filler pic X(37) value
              "  Previous cycle screening of cycle ".
           05 lp-cycle-id pic X(6).
           05 filler pic X(4) value " on ".
           05 lp-prior-date pic 9(8).
       01  letter-prior-bmi-line.
           05 filler pic X(20) value "  Previous BMI:".
           05 lp-prior-bmi pic ZZ9.99.
           05 filler pic X(2) value spaces.
           05 lp-prior-category pic X(11).
       01  letter-change-line.
           05 filler pic X(20) value "  Change in BMI:".
           05 lp-bmi-change pic +ZZ9.99.
       01  letter-referral-line.
           05 filler pic X(20) value "  Referral status:".
           05 lr-status-name pic X(18).
           05 filler pic X(7) value " since ".
           05 lr-status-date pic 9(8).
       01  control-title-line.
           05 filler pic X(48) value
              "screening result letters - control page".
           05 filler pic X(19) value spaces.
           05 filler pic X(6) value "page: ".
           05 ch-page-no pic Z(3)9.
       01  control-cycle-line.
           05 filler pic X(7) value "cycle: ".
           05 cc-cycle-id pic X(6).
           05 filler pic X(2) value " (".
           05 cc-start-date pic 9(8).
           05 filler pic X(4) value " to ".
           05 cc-end-date pic 9(8).
           05 filler pic X(1) value ")".
       01  control-heading-line.
           05 filler pic X(28) value "dept  department name".
           05 filler pic X(7) value "letters".
       01  control-rule-line.
           05 filler pic X(28) value "----  --------------------".
           05 filler pic X(7) value "-------".
       01  control-detail-line.
           05 cd-department pic X(4).
           05 filler pic X(2) value spaces.
           05 cd-dept-name pic X(20).
           05 filler pic X(2) value spaces.
           05 cd-letter-count pic Z(6)9.
       01  control-total-line.
           05 filler pic X(28) value "total letters produced".
           05 ct-letter-count pic Z(6)9.
       01  print-work-line pic X(80).
       01  held-print-line pic X(80).

       procedure division.
       PROGRAM-BEGIN.
           perform get-cycle-to-print.
           if run-ok
               perform open-input-files
           end-if.
           if run-ok
               perform build-letter-work-file
               perform sort-letters-by-department
               perform print-letters
               close employee-master-file
               close bmi-history-file
               if refmaster-open
                   close referral-master-file
               end-if
               if dept-file-open
                   close department-file
               end-if
           end-if.

       program-done.
           stop run.

      *The previous cycle is the one on file whose window ended
      *most recently before this cycle started; a first cycle has
      *none and its letters say so.

       get-cycle-to-print.
           open input screening-cycle-file.
           if cycle-file-status not = "00"
               display "No screening cycle file bmicycfl.dat, "
                   "status " cycle-file-status
               display "Run bmicycle to open a screening cycle."
               move "N" to run-ok-switch
           else
               display "Enter cycle ID to print letters for: "
               accept entry-cycle-id
               move entry-cycle-id to cy-cycle-id
               read screening-cycle-file
                   invalid key
                       display "Cycle " entry-cycle-id
                           " is not on file."
                       move "N" to run-ok-switch
                   not invalid key
                       move cy-start-date to cycle-start-date
                       move cy-end-date to cycle-end-date
                       if cy-open
                           display "Cycle " entry-cycle-id
                               " is still open; letters show the "
                               "screenings so far."
                       end-if
               end-read
               if run-ok
                   perform find-prior-cycle
               end-if
               close screening-cycle-file
           end-if.

       find-prior-cycle.
           move low-values to cy-cycle-id.
           start screening-cycle-file key not < cy-cycle-id
               invalid key set cycle-eof to true
               not invalid key move "N" to cycle-eof-switch
           end-start.
           if not cycle-eof
               perform read-next-cycle
               perform check-prior-cycle until cycle-eof
           end-if.
           if prior-cycle-found
               display "Changes are shown against cycle "
                   prior-cycle-id " (" prior-cycle-start " to "
                   prior-cycle-end ")."
           else
               display "No earlier cycle on file; letters show no "
                   "change."
           end-if.

       read-next-cycle.
           read screening-cycle-file next
               at end set cycle-eof to true
           end-read.

       check-prior-cycle.
           if cy-end-date < cycle-start-date
              and cy-cycle-id not = entry-cycle-id
               if not prior-cycle-found
                  or cy-end-date > prior-cycle-end
                   set prior-cycle-found to true
                   move cy-cycle-id to prior-cycle-id
                   move cy-start-date to prior-cycle-start
                   move cy-end-date to prior-cycle-end
               end-if
           end-if.
           perform read-next-cycle.

      *The referral master and the department reference are not
      *needed to print a letter: without them the letters say no
      *referral is on file and the department names stay blank.

       open-input-files.
           open input employee-master-file.
           if master-file-status not = "00"
               display "Cannot open empmast.dat, status "
                   master-file-status
               display "Run empmaint to set up the employee master."
               move "N" to run-ok-switch
           else
               open input bmi-history-file
               if history-file-status not = "00"
                   display "Cannot open bmihistx.dat, status "
                       history-file-status
                   display "Run bmihistconv to load the indexed "
                       "history."
                   close employee-master-file
                   move "N" to run-ok-switch
               else
                   perform open-optional-files
               end-if
           end-if.

       open-optional-files.
           open input referral-master-file.
           if refmaster-file-status = "00"
               set refmaster-open to true
           end-if.
           open input department-file.
           if dept-file-status = "00"
               set dept-file-open to true
           else
               display "No department reference file deptref.dat; "
                   "department names will be blank."
           end-if.

      *Pass one: every active employee with a screening inside the
      *cycle window gets one work record carrying the latest such
      *screening and the latest screening of the previous cycle.

       build-letter-work-file.
           open output letter-work-file.
           move low-values to em-employee-id.
           start employee-master-file key not < em-employee-id
               invalid key set master-eof to true
               not invalid key move "N" to master-eof-switch
           end-start.
           if not master-eof
               perform read-master-record
               perform select-one-employee until master-eof
           end-if.
           close letter-work-file.

       read-master-record.
           read employee-master-file next
               at end set master-eof to true
           end-read.

       select-one-employee.
           if em-active
               move cycle-start-date to window-start-date
               move cycle-end-date to window-end-date
               perform find-latest-in-window
               if screening-found
                   perform write-letter-work-record
               end-if
           end-if.
           perform read-master-record.

       write-letter-work-record.
           move em-department-code to wk-department-code.
           move em-employee-id to wk-employee-id.
           move em-employee-name to wk-employee-name.
           move found-screening-date to wk-screening-date.
           move found-height to wk-height.
           move found-weight to wk-weight.
           move found-bmi to wk-bmi.
           move "N" to wk-prior-flag.
           move zero to wk-prior-date.
           move zero to wk-prior-bmi.
           if prior-cycle-found
               move prior-cycle-start to window-start-date
               move prior-cycle-end to window-end-date
               perform find-latest-in-window
               if screening-found
                   move "Y" to wk-prior-flag
                   move found-screening-date to wk-prior-date
                   move found-bmi to wk-prior-bmi
               end-if
           end-if.
           write letter-work-record.

      *The history is keyed on employee plus date, so the
      *screenings inside a window are read in date order from a
      *start at the window's first day; the last one read is the
      *latest.

       find-latest-in-window.
           move "N" to screening-found-switch.
           move em-employee-id to hs-employee-id.
           move window-start-date to hs-screening-date.
           start bmi-history-file key not < hs-key
               invalid key set history-eof to true
               not invalid key move "N" to history-eof-switch
           end-start.
           if not history-eof
               perform read-history-record
               perform check-window-screening until history-eof
           end-if.

       read-history-record.
           read bmi-history-file next
               at end set history-eof to true
           end-read.

       check-window-screening.
           if hs-employee-id not = em-employee-id
              or hs-screening-date > window-end-date
               set history-eof to true
           else
               set screening-found to true
               move hs-screening-date to found-screening-date
               move hs-height to found-height
               move hs-weight to found-weight
               move hs-bmi to found-bmi
               perform read-history-record
           end-if.

       sort-letters-by-department.
           sort sort-work-file
               on ascending key sr-department-code
               on ascending key sr-employee-id
               using letter-work-file
               giving sorted-letter-file.

      *Pass two: one letter per sorted work record, counted by
      *department for the control page.

       print-letters.
           open output letter-print-file.
           open input sorted-letter-file.
           perform read-sorted-letter.
           perform print-one-letter until sorted-eof.
           perform record-department-count.
           close sorted-letter-file.
           perform print-control-page.
           close letter-print-file.
           display "Letters written to bmiletr.prt: " letter-count
               " letter(s), " page-count " page(s).".

       read-sorted-letter.
           read sorted-letter-file
               at end set sorted-eof to true
           end-read.

       print-one-letter.
           if first-record
               move sd-department-code to prior-department-code
               move "N" to first-record-switch
           end-if.
           if sd-department-code not = prior-department-code
               perform record-department-count
               move zero to dept-letter-count
               move sd-department-code to prior-department-code
           end-if.
           perform look-up-department-name.
           perform start-letter-page.
           perform print-letter-address.
           perform print-letter-result.
           perform print-letter-change.
           perform print-letter-referral.
           perform print-letter-closing.
           perform finish-letter-page.
           add 1 to letter-count.
           add 1 to dept-letter-count.
           perform read-sorted-letter.

       look-up-department-name.
           if sd-department-code not = cached-department-code
               move sd-department-code to cached-department-code
               if dept-file-open
                   move sd-department-code to dp-department-code
                   read department-file
                       invalid key
                           move "(not on file)" to department-name
                       not invalid key
                           move dp-department-name
                               to department-name
                   end-read
               else
                   move spaces to department-name
               end-if
           end-if.

      *Every letter starts on a new page and is padded with blank
      *lines to the full 60 so the next one starts on a new page
      *too.

       start-letter-page.
           add 1 to page-count.
           move page-count to lh-page-no.
           move zero to line-count.
           move letter-heading-line to print-work-line.
           perform write-print-line.
           move letter-rule-line to print-work-line.
           perform write-print-line.
           perform write-blank-line.

       finish-letter-page.
           perform write-blank-line until line-count >= page-line-limit.

       write-print-line.
           write print-record from print-work-line.
           add 1 to line-count.

       write-blank-line.
           move spaces to print-work-line.
           perform write-print-line.

       print-letter-address.
           move sd-employee-name to lt-employee-name.
           move sd-employee-id to lt-employee-id.
           move letter-to-line to print-work-line.
           perform write-print-line.
           move sd-department-code to ld-department.
           move department-name to ld-dept-name.
           move letter-dept-line to print-work-line.
           perform write-print-line.
           move entry-cycle-id to lc-cycle-id.
           move cycle-start-date to lc-start-date.
           move cycle-end-date to lc-end-date.
           move letter-cycle-line to print-work-line.
           perform write-print-line.
           perform write-blank-line.
           perform write-blank-line.

       print-letter-result.
           move "Your health screening result in this cycle:"
               to print-work-line.
           perform write-print-line.
           perform write-blank-line.
           move sd-screening-date to ls-screening-date.
           move letter-date-line to print-work-line.
           perform write-print-line.
           move sd-height to ls-height.
           move letter-height-line to print-work-line.
           perform write-print-line.
           move sd-weight to ls-weight.
           move letter-weight-line to print-work-line.
           perform write-print-line.
           move sd-bmi to ls-bmi.
           move letter-bmi-line to print-work-line.
           perform write-print-line.
           move sd-bmi to bmi.
           perform classify-bmi.
           move bmi-category to ls-category.
           move letter-category-line to print-work-line.
           perform write-print-line.
           perform write-blank-line.

       print-letter-change.
           move "Change since the previous screening cycle:"
               to print-work-line.
           perform write-print-line.
           perform write-blank-line.
           if sd-prior-found
               move prior-cycle-id to lp-cycle-id
               move sd-prior-date to lp-prior-date
               move letter-prior-line to print-work-line
               perform write-print-line
               move sd-prior-bmi to bmi
               perform classify-bmi
               move bmi-category to prior-category
               move sd-prior-bmi to lp-prior-bmi
               move prior-category to lp-prior-category
               move letter-prior-bmi-line to print-work-line
               perform write-print-line
               compute bmi-change = sd-bmi - sd-prior-bmi
               move bmi-change to lp-bmi-change
               move letter-change-line to print-work-line
               perform write-print-line
               perform print-category-change
           else
               move "  You were not screened in the previous cycle, "
                   to print-work-line
               perform write-print-line
               move "  so there is no earlier result to compare with."
                   to print-work-line
               perform write-print-line
           end-if.
           perform write-blank-line.

       print-category-change.
           move sd-bmi to bmi.
           perform classify-bmi.
           move spaces to print-work-line.
           if bmi-category = prior-category
               string "  Your BMI category is unchanged ("
                   delimited by size
                   bmi-category delimited by space
                   ")." delimited by size
                   into print-work-line
           else
               string "  Your BMI category changed from "
                   delimited by size
                   prior-category delimited by space
                   " to " delimited by size
                   bmi-category delimited by space
                   "." delimited by size
                   into print-work-line
           end-if.
           perform write-print-line.

      *A referral is posted under the date of the screening that
      *raised it, so one keyed read finds it.

       print-letter-referral.
           move "Wellness referral:" to print-work-line.
           perform write-print-line.
           perform write-blank-line.
           move "N" to referral-found-switch.
           if refmaster-open
               move sd-employee-id to rm-employee-id
               move sd-screening-date to rm-referral-date
               read referral-master-file
                   invalid key continue
                   not invalid key set referral-found to true
               end-read
           end-if.
           if referral-found
               move "  This screening raised a referral to the "
                   to print-work-line
               perform write-print-line
               move "  occupational health nurse."
                   to print-work-line
               perform write-print-line
               perform look-up-status-name
               move status-name to lr-status-name
               move rm-status-date to lr-status-date
               move letter-referral-line to print-work-line
               perform write-print-line
           else
               move "  This screening did not raise a referral."
                   to print-work-line
               perform write-print-line
           end-if.
           perform write-blank-line.

       look-up-status-name.
           evaluate rm-status
               when "O" move "open" to status-name
               when "B" move "appointment booked" to status-name
               when "S" move "seen" to status-name
               when "D" move "declined" to status-name
               when "C" move "closed" to status-name
               when "R" move "review - corrected" to status-name
               when other move "unknown" to status-name
           end-evaluate.

       print-letter-closing.
           perform write-blank-line.
           move "If you have any questions about your result, please "
               to print-work-line.
           perform write-print-line.
           move "contact the occupational health nurse."
               to print-work-line.
           perform write-print-line.
           perform write-blank-line.
           move "This letter is confidential and addressed to the "
               to print-work-line.
           perform write-print-line.
           move "employee named above only."
               to print-work-line.
           perform write-print-line.

      *Department counts are kept in a table for the control page;
      *past the table limit they are added up as other departments
      *so the total still agrees with the letters printed.

       record-department-count.
           if letter-count > zero
               if dept-count < dept-limit
                   add 1 to dept-count
                   move prior-department-code
                       to dt-department-code(dept-count)
                   move department-name
                       to dt-department-name(dept-count)
                   move dept-letter-count
                       to dt-letter-count(dept-count)
               else
                   add dept-letter-count to dept-other-count
               end-if
           end-if.

       print-control-page.
           add 1 to page-count.
           move page-count to ch-page-no.
           move zero to line-count.
           move control-title-line to print-work-line.
           perform write-print-line.
           move entry-cycle-id to cc-cycle-id.
           move cycle-start-date to cc-start-date.
           move cycle-end-date to cc-end-date.
           move control-cycle-line to print-work-line.
           perform write-print-line.
           perform write-blank-line.
           move control-heading-line to print-work-line.
           perform write-print-line.
           move control-rule-line to print-work-line.
           perform write-print-line.
           move zero to dept-index.
           perform print-control-department dept-count times.
           if dept-other-count > zero
               move spaces to cd-department
               move "(other departments)" to cd-dept-name
               move dept-other-count to cd-letter-count
               move control-detail-line to print-work-line
               perform write-control-line
           end-if.
           move control-rule-line to print-work-line.
           perform write-control-line.
           move letter-count to ct-letter-count.
           move control-total-line to print-work-line.
           perform write-control-line.

       print-control-department.
           add 1 to dept-index.
           move dt-department-code(dept-index) to cd-department.
           move dt-department-name(dept-index) to cd-dept-name.
           move dt-letter-count(dept-index) to cd-letter-count.
           move control-detail-line to print-work-line.
           perform write-control-line.

      *The control page runs on to further pages with a repeated
      *title when there are many departments.

       write-control-line.
           if line-count >= page-line-limit
               move print-work-line to held-print-line
               add 1 to page-count
               move page-count to ch-page-no
               move zero to line-count
               move control-title-line to print-work-line
               perform write-print-line
               perform write-blank-line
               move held-print-line to print-work-line
           end-if.
           perform write-print-line.

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

       end program bmiletter.
