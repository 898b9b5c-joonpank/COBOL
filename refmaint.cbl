      *   S seen
      *   D declined
      *   C closed
      *   R review              (screening corrected or voided)
      *The nurse can list the referrals of one employee with their
      *statuses and update the status of a referral as the
      *follow-up progresses; the date of the last status change is
      *kept on the record. The refaging report lists the referrals
      *still at open by how long they have been waiting.
      *Open referrals are sent to the occupational health provider
      *by refxout, which stamps the send date on the record, and
      *the provider's booked, seen and declined statuses come back
      *through refxin; the list shows when a referral was sent.
      *The status change date is the business date from the
      *processing date control file procdate.dat kept by datemaint;
      *without one the dialog does not start.
      *Status R is never keyed here: bmicorr sets it when the
      *screening behind a referral is voided or corrected into
      *another BMI category. The nurse reviews the referral against
      *the corrected BMI and moves it back to open, or closes it.
      *The master is created by bmicalculator, never here: with no
      *master on file there are no referrals to maintain yet.

               access mode is dynamic
               record key is rm-key
               file status is refmaster-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
           05 rm-new-category     pic X(11).
           05 rm-status           pic X(1).
           05 rm-status-date      pic 9(8).
           05 rm-sent-date        pic 9(8).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01  refmaster-file-status pic X(2).
           88 master-eof value "Y".
       01  listed-count pic 9(4) value zero.
       01  today-date pic 9(8).
       01  procdate-file-status pic X(2).
       01  business-date-switch pic X(1) value "N".
           88 business-date-found value "Y".

       procedure division.

       program-begin.
           perform get-business-date.
           if not business-date-found
               move 8 to return-code
           else
               perform open-referral-master
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
                       move pd-business-date to today-date
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

       open-referral-master.
           open i-o referral-master-file.
           if refmaster-file-status not = "00"
               display "Cannot open referral master bmirefmx.dat, "
               close referral-master-file
           end-if.

       show-menu.
           display "=========================================".
           display "       referral follow-up maintenance".
           display rm-referral-date " " rm-new-bmi " "
               rm-new-category " " status-name
               " since " rm-status-date.
           if rm-sent-date numeric and rm-sent-date > zero
               display "    sent to the provider " rm-sent-date
           end-if.

       update-one-referral.
           display "Enter employee ID: ".
               display "Unknown status, referral left as it is."
           else
               move entry-status to rm-status
               move today-date to rm-status-date
               rewrite referral-master-record
                   invalid key
               when "S" move "seen" to status-name
               when "D" move "declined" to status-name
               when "C" move "closed" to status-name
               when "R" move "review - corrected" to status-name
               when other move "unknown" to status-name
           end-evaluate.

