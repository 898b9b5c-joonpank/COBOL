      *number of days the referral has been waiting, and the
      *summary breaks the open referrals into aging bands so the
      *worst backlog is visible at a glance. Referrals the nurse
      *has booked, seen or declined with refmaint no longer appear
      *here. A referral whose screening was corrected or voided
      *with bmicorr is in status R, review after a screening
      *correction; those print in a section of their own after the
      *open referrals, oldest referral first, with the date they
      *were flagged, and are counted in the summary, so the nurse
      *can re-judge each one in refmaint.
      *The days waiting are counted to the business date in the
      *processing date control file procdate.dat kept by datemaint,
      *so a rerun ages the referrals as of the day being rerun;
      *without a business date the report is not printed.

       environment division.
       input-output section.
           select sorted-referral-file assign to "refasrtd.tmp"
               organization is line sequential
               file status is sorted-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
           05 rm-new-category     pic X(11).
           05 rm-status           pic X(1).
           05 rm-status-date      pic 9(8).
           05 rm-sent-date        pic 9(8).

       sd  sort-work-file.
       01  sort-record.
           05 sr-employee-id      pic X(6).
           05 sr-referral-date    pic 9(8).
           05 sr-rest             pic X(61).

       fd  sorted-referral-file.
       01  sorted-record.
           05 so-new-category     pic X(11).
           05 so-status           pic X(1).
           05 so-status-date      pic 9(8).
           05 so-sent-date        pic 9(8).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01  refmaster-file-status pic X(2).
       01  end-of-file-switch pic X(1) value "N".
           88 end-of-file value "Y".
       01  run-date pic 9(8).
       01  procdate-file-status pic X(2).
       01  business-date-switch pic X(1) value "N".
           88 business-date-found value "Y".
       01  run-day-number pic 9(7).
       01  referral-day-number pic 9(7).
       01  days-waiting pic 9(5).
       01  days-waiting-out pic Z(4)9.
       01  open-count pic 9(4) value zero.
       01  review-count pic 9(4) value zero.
       01  band-30-count pic 9(4) value zero.
       01  band-60-count pic 9(4) value zero.
       01  band-90-count pic 9(4) value zero.

       procedure division.
       PROGRAM-BEGIN.
           perform get-business-date.
           if business-date-found
               perform check-referral-master
           else
               display "No business date; report not printed."
               move 8 to return-code
           end-if.
           if business-date-found and not end-of-file
               compute run-day-number =
                   function integer-of-date(run-date)
               perform sort-master-by-referral-date
               perform read-sorted-record
               perform report-one-referral until end-of-file
               close sorted-referral-file
               perform print-review-headers
               move "N" to end-of-file-switch
               open input sorted-referral-file
               perform read-sorted-record
               perform report-one-review until end-of-file
               close sorted-referral-file
               perform print-aging-summary
           end-if.

       program-done.
           stop run.

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
                       move pd-business-date to run-date
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

       check-referral-master.
           open input referral-master-file.
           if refmaster-file-status not = "00"
           end-if.
           perform read-sorted-record.

      *The referrals to review are listed with the date bmicorr
      *flagged them; they are not aged into the bands.

       report-one-review.
           if so-status = "R"
               perform print-review-line
           end-if.
           perform read-sorted-record.

       print-review-line.
           add 1 to review-count.
           display so-employee-id "  " so-department-code "  "
               so-referral-date "  " so-new-bmi "  "
               so-new-category "  " so-status-date.

       print-aging-line.
           add 1 to open-count.
           compute referral-day-number =
           display "--------  ----  --------  -------  "
               "-----------  ---------".

       print-review-headers.
           display " ".
           display "referrals to review after a screening correction".
           display "employee  dept  referred      bmi     "
               "category     flagged".
           display "--------  ----  --------  -------  "
               "-----------  --------".

       print-aging-summary.
           display " ".
           display "=================================================".
           display "  31 to 60 days:     " band-60-count.
           display "  61 to 90 days:     " band-90-count.
           display "  over 90 days:      " band-over-count.
           display "referrals to review: " review-count.
           display "=================================================".

       end program refaging.
