       identification division.
       program-id. refxout is initial program.

      *This program is the outbound referral extract to the
      *occupational health provider. Every referral on the
      *permanent referral master bmirefmx.dat that is still open
      *and has never been sent is written to the day's outbound
      *interface file, and the referral is marked as sent with the
      *send date, so the provider receives each referral once and
      *the nurse can see in refmaint when it went.
      *The send date is the business date from the processing date
      *control file procdate.dat kept by datemaint; without one the
      *extract is not run. The outbound file is named for that
      *date, refoYYYYMMDD.dat, through the dd name SENDFILE the
      *same way fileunld names its backups. The extract will not
      *write over a file already made for the business date - that
      *file holds referrals now marked as sent and must reach the
      *provider - so a second extract waits for the date to roll.
      *The file is fixed format, every record 100 bytes:
      *   H  interface header - interface ID REFERRAL, the business
      *      date, and the system date and time it was written
      *   D  one referral - employee, referral date, department,
      *      employee name from the employee master empmast.dat,
      *      the BMI and category that earned the referral and the
      *      prior screening date, BMI and category
      *   T  interface trailer - the number of D records
      *A referral voided and keyed again goes back to open and
      *unsent, and is sent again with the new screening. The
      *provider's booked, seen and declined statuses come back
      *through refxin, which checks the send date recorded here.
      *The run ends with a control summary and with return code 8
      *when the extract could not be made.

       environment division.
       input-output section.
       file-control.
           select referral-master-file assign to "bmirefmx.dat"
               organization is indexed
               access mode is dynamic
               record key is rm-key
               file status is refmaster-file-status.
           select employee-master-file assign to "empmast.dat"
               organization is indexed
               access mode is random
               record key is em-employee-id
               file status is master-file-status.
           select outbound-file assign to sendfile
               organization is line sequential
               file status is outbound-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
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

       fd  employee-master-file.
       01  employee-master-record.
           05 em-employee-id      pic X(6).
           05 em-employee-name    pic X(30).
           05 em-department-code  pic X(4).
           05 em-active-flag      pic X(1).

       fd  outbound-file.
       01  outbound-header-record.
           05 oh-record-type      pic X(1).
           05 oh-interface-id     pic X(8).
           05 oh-business-date    pic 9(8).
           05 oh-created-date     pic 9(8).
           05 oh-created-time     pic 9(8).
           05 filler              pic X(67).
       01  outbound-detail-record.
           05 od-record-type      pic X(1).
           05 od-employee-id      pic X(6).
           05 od-referral-date    pic 9(8).
           05 od-department-code  pic X(4).
           05 od-employee-name    pic X(30).
           05 od-new-bmi          pic 9(3)V99.
           05 od-new-category     pic X(11).
           05 od-prior-date       pic 9(8).
           05 od-prior-bmi        pic 9(3)V99.
           05 od-prior-category   pic X(11).
           05 filler              pic X(11).
       01  outbound-trailer-record.
           05 ot-record-type      pic X(1).
           05 ot-record-count     pic 9(6).
           05 filler              pic X(93).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01  refmaster-file-status pic X(2).
       01  master-file-status pic X(2).
       01  outbound-file-status pic X(2).
       01  procdate-file-status pic X(2).
       01  business-date-switch pic X(1) value "N".
           88 business-date-found value "Y".
       01  extract-ok-switch pic X(1) value "Y".
           88 extract-ok value "Y".
       01  master-open-switch pic X(1) value "N".
           88 employee-master-open value "Y".
       01  master-eof-switch pic X(1) value "N".
           88 master-eof value "Y".
       01  run-date pic 9(8).
       01  stamp-date pic 9(8).
       01  stamp-time pic 9(8).
       01  outbound-file-name pic X(16).
       01  referrals-read-count pic 9(6) value zero.
       01  referrals-sent-count pic 9(6) value zero.
       01  already-sent-count pic 9(6) value zero.
       01  not-open-count pic 9(6) value zero.
       01  name-missing-count pic 9(6) value zero.

       procedure division.

       program-begin.
           perform get-business-date.
           if not business-date-found
               move "N" to extract-ok-switch
           end-if.
           if extract-ok
               perform open-referral-master
           end-if.
           if extract-ok
               perform open-outbound-file
               if not extract-ok
                   close referral-master-file
               end-if
           end-if.
           if extract-ok
               perform open-employee-master
               perform write-interface-header
               perform extract-unsent-referrals
               perform write-interface-trailer
               close outbound-file
               close referral-master-file
               if employee-master-open
                   close employee-master-file
               end-if
               perform print-extract-summary
               move zero to return-code
           else
               display "Referral extract not made."
               move 8 to return-code
           end-if.

       program-done.
           goback.

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

       open-referral-master.
           open i-o referral-master-file.
           if refmaster-file-status not = "00"
               display "Cannot open referral master bmirefmx.dat, "
                   "status " refmaster-file-status
               display "The master is created by the first "
                   "screening roster that refers an employee."
               move "N" to extract-ok-switch
           end-if.

      *A file already on disk for the business date is never
      *written over: its referrals are marked as sent already.

       open-outbound-file.
           move spaces to outbound-file-name.
           string "refo" run-date ".dat"
               delimited by size into outbound-file-name.
           display "dd_sendfile" upon environment-name.
           display outbound-file-name upon environment-value.
           open input outbound-file.
           if outbound-file-status = "00"
               close outbound-file
               display "Outbound file " outbound-file-name
                   " already made for business date " run-date "."
               display "Send it to the provider; the next extract "
                   "runs after datemaint rolls the date."
               move "N" to extract-ok-switch
           else
               open output outbound-file
               if outbound-file-status not = "00"
                   display "Cannot write outbound file "
                       outbound-file-name ", status "
                       outbound-file-status
                   move "N" to extract-ok-switch
               end-if
           end-if.

      *The names are only looked up for the provider; without the
      *employee master the referrals still go, with the name blank.

       open-employee-master.
           open input employee-master-file.
           if master-file-status = "00"
               set employee-master-open to true
           else
               display "Cannot open empmast.dat, status "
                   master-file-status "; names sent blank."
           end-if.

       write-interface-header.
           accept stamp-date from date yyyymmdd.
           accept stamp-time from time.
           move spaces to outbound-header-record.
           move "H" to oh-record-type.
           move "REFERRAL" to oh-interface-id.
           move run-date to oh-business-date.
           move stamp-date to oh-created-date.
           move stamp-time to oh-created-time.
           write outbound-header-record.

       extract-unsent-referrals.
           move low-values to rm-key.
           start referral-master-file key not < rm-key
               invalid key set master-eof to true
               not invalid key move "N" to master-eof-switch
           end-start.
           if not master-eof
               perform read-referral-record
               perform check-one-referral until master-eof
           end-if.

       read-referral-record.
           read referral-master-file next
               at end set master-eof to true
           end-read.

       check-one-referral.
           add 1 to referrals-read-count.
           if not rm-status-open
               add 1 to not-open-count
           else
               if rm-sent-date numeric and rm-sent-date > zero
                   add 1 to already-sent-count
               else
                   perform send-one-referral
               end-if
           end-if.
           perform read-referral-record.

      *The referral is marked as sent as soon as its record is
      *written, so the file and the master always agree.

       send-one-referral.
           move spaces to outbound-detail-record.
           move "D" to od-record-type.
           move rm-employee-id to od-employee-id.
           move rm-referral-date to od-referral-date.
           move rm-department-code to od-department-code.
           perform look-up-employee-name.
           move rm-new-bmi to od-new-bmi.
           move rm-new-category to od-new-category.
           move rm-prior-date to od-prior-date.
           move rm-prior-bmi to od-prior-bmi.
           move rm-prior-category to od-prior-category.
           write outbound-detail-record.
           add 1 to referrals-sent-count.
           move run-date to rm-sent-date.
           rewrite referral-master-record
               invalid key
                   display "Cannot mark referral " rm-employee-id
                       " " rm-referral-date " as sent, status "
                       refmaster-file-status
           end-rewrite.

       look-up-employee-name.
           move spaces to od-employee-name.
           if employee-master-open
               move rm-employee-id to em-employee-id
               read employee-master-file
                   invalid key add 1 to name-missing-count
                   not invalid key
                       move em-employee-name to od-employee-name
               end-read
           else
               add 1 to name-missing-count
           end-if.

       write-interface-trailer.
           move spaces to outbound-trailer-record.
           move "T" to ot-record-type.
           move referrals-sent-count to ot-record-count.
           write outbound-trailer-record.

       print-extract-summary.
           display "=================================================".
           display "        referral extract control summary".
           display "=================================================".
           display "business date:      " run-date.
           display "outbound file:      " outbound-file-name.
           display "referrals read:     " referrals-read-count.
           display "referrals sent:     " referrals-sent-count.
           display "sent before:        " already-sent-count.
           display "not open:           " not-open-count.
           display "names not found:    " name-missing-count.
           display "trailer count:      " referrals-sent-count.
           display "=================================================".

       end program refxout.
