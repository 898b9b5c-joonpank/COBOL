       identification division.
       program-id. refxin is initial program.

      *This program posts the occupational health provider's return
      *file back onto the permanent referral master bmirefmx.dat.
      *For every referral sent to it by refxout the provider returns
      *the follow-up status - B appointment booked, S seen or D
      *declined - with the date it happened, and the status and
      *date are posted to the referral as refmaint would post them,
      *so the nurse no longer keys the provider's replies by hand.
      *The return file refxret.dat is fixed format, every record
      *100 bytes:
      *   H  interface header - interface ID REFSTATS and the date
      *      the provider made the file
      *   D  one status - employee, referral date, status code and
      *      status date
      *   T  interface trailer - the number of D records
      *The file is balanced before anything is posted: it must
      *start with a REFSTATS header and end with a trailer whose
      *count equals the status records on the file. A file that is
      *cut short, out of balance or not a status return is
      *refused whole, with nothing posted, so the provider can be
      *asked for it again.
      *A status moves a referral forward only:
      *   open     to booked, seen or declined
      *   booked   to booked again (a new appointment), seen or
      *            declined
      *A referral already seen, declined, closed or under review
      *takes no status from the provider. A status record that
      *repeats the status and date already on the referral is
      *counted as unchanged, so a return file sent twice does no
      *harm. Records that cannot be posted are listed on the
      *exception report with a reason code:
      *   01 record type not H, D or T
      *   02 referral not on file
      *   03 status code not B, S or D
      *   04 status date not a valid date
      *   05 referral never sent to the provider
      *   06 status move not allowed from the referral's status
      *   07 status date before the referral was sent or after the
      *      business date
      *The business date comes from the processing date control
      *file procdate.dat kept by datemaint; without one the return
      *is not posted. The run ends with a control trailer of
      *records read, posted, unchanged and rejected, which always
      *adds up to the trailer count, and with return code 8 when
      *the file was refused or any record was rejected.

       environment division.
       input-output section.
       file-control.
           select return-file assign to "refxret.dat"
               organization is line sequential
               file status is return-file-status.
           select referral-master-file assign to "bmirefmx.dat"
               organization is indexed
               access mode is random
               record key is rm-key
               file status is refmaster-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
       fd  return-file.
       01  return-header-record.
           05 rh-record-type      pic X(1).
           05 rh-interface-id     pic X(8).
           05 rh-file-date        pic X(8).
           05 filler              pic X(83).
       01  return-detail-record.
           05 rd-record-type      pic X(1).
              88 rd-header value "H".
              88 rd-detail value "D".
              88 rd-trailer value "T".
           05 rd-employee-id      pic X(6).
           05 rd-referral-date    pic X(8).
           05 rd-status           pic X(1).
              88 rd-valid-status value "B" "S" "D".
           05 rd-status-date      pic X(8).
           05 filler              pic X(76).
       01  return-trailer-record.
           05 rt-record-type      pic X(1).
           05 rt-record-count     pic X(6).
           05 filler              pic X(93).

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
              88 rm-status-booked value "B".
           05 rm-status-date      pic 9(8).
           05 rm-sent-date        pic 9(8).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01  return-file-status pic X(2).
       01  refmaster-file-status pic X(2).
       01  procdate-file-status pic X(2).
       01  business-date-switch pic X(1) value "N".
           88 business-date-found value "Y".
       01  return-ok-switch pic X(1) value "Y".
           88 return-ok value "Y".
       01  return-eof-switch pic X(1) value "N".
           88 return-eof value "Y".
       01  header-found-switch pic X(1) value "N".
           88 header-found value "Y".
       01  trailer-found-switch pic X(1) value "N".
           88 trailer-found value "Y".
       01  referral-found-switch pic X(1) value "N".
           88 referral-found value "Y".
       01  record-changes-switch pic X(1) value "N".
           88 record-changes value "Y".
       01  run-date pic 9(8).
       01  provider-file-date pic X(8).
       01  status-date pic 9(8).
       01  trailer-count pic 9(6) value zero.
       01  detail-count pic 9(6) value zero.
       01  after-trailer-count pic 9(6) value zero.
       01  reject-reason pic X(2).
           88 record-accepted value spaces.
       01  reason-text pic X(40).
       01  records-read-count pic 9(6) value zero.
       01  records-posted-count pic 9(6) value zero.
       01  records-unchanged-count pic 9(6) value zero.
       01  records-rejected-count pic 9(6) value zero.
       01  booked-count pic 9(6) value zero.
       01  seen-count pic 9(6) value zero.
       01  declined-count pic 9(6) value zero.
       01  exception-line.
           05 ex-employee-id pic X(6).
           05 filler pic X(2) value spaces.
           05 ex-referral-date pic X(8).
           05 filler pic X(2) value spaces.
           05 ex-status pic X(1).
           05 filler pic X(2) value spaces.
           05 ex-status-date pic X(8).
           05 filler pic X(2) value spaces.
           05 ex-reason-code pic X(2).
           05 filler pic X(2) value spaces.
           05 ex-reason-text pic X(40).

       procedure division.

       program-begin.
           perform get-business-date.
           if not business-date-found
               move "N" to return-ok-switch
           end-if.
           if return-ok
               perform balance-return-file
           end-if.
           if return-ok
               perform open-referral-master
           end-if.
           if return-ok
               perform post-return-file
               close referral-master-file
               perform print-return-trailer
               if records-rejected-count > zero
                   move 8 to return-code
               else
                   move zero to return-code
               end-if
           else
               display "Provider return not posted."
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

      *Pass one proves the file against its own header and trailer
      *before a single status is posted.

       balance-return-file.
           open input return-file.
           if return-file-status not = "00"
               display "Cannot open provider return refxret.dat, "
                   "status " return-file-status
               move "N" to return-ok-switch
           else
               perform read-return-record
               if not return-eof and rd-header
                  and rh-interface-id = "REFSTATS"
                   set header-found to true
                   move rh-file-date to provider-file-date
                   perform read-return-record
               end-if
               perform count-one-return-record until return-eof
               close return-file
               perform check-return-balance
           end-if.

       read-return-record.
           read return-file
               at end set return-eof to true
           end-read.

       count-one-return-record.
           if trailer-found
               add 1 to after-trailer-count
           else
               if rd-trailer
                   set trailer-found to true
                   if rt-record-count numeric
                       move rt-record-count to trailer-count
                   else
                       move 999999 to trailer-count
                   end-if
               else
                   add 1 to detail-count
               end-if
           end-if.
           perform read-return-record.

       check-return-balance.
           if not header-found
               display "refxret.dat does not start with a REFSTATS "
                   "header; not a provider status return."
               move "N" to return-ok-switch
           else
               if not trailer-found or after-trailer-count > zero
                   display "refxret.dat has no trailer as its last "
                       "record; the file may be cut short."
                   move "N" to return-ok-switch
               else
                   if trailer-count not = detail-count
                       display "refxret.dat out of balance: trailer "
                           "count " trailer-count ", records "
                           detail-count "."
                       move "N" to return-ok-switch
                   end-if
               end-if
           end-if.

       open-referral-master.
           open i-o referral-master-file.
           if refmaster-file-status not = "00"
               display "Cannot open referral master bmirefmx.dat, "
                   "status " refmaster-file-status
               move "N" to return-ok-switch
           end-if.

      *Pass two posts the status records between the header and
      *the trailer.

       post-return-file.
           perform print-exception-headers.
           move "N" to return-eof-switch.
           open input return-file.
           perform read-return-record.
           perform read-return-record.
           perform post-one-return-record
               until return-eof or rd-trailer.
           close return-file.

       post-one-return-record.
           add 1 to records-read-count.
           move spaces to reject-reason.
           move "N" to record-changes-switch.
           if not rd-detail
               move "01" to reject-reason
           else
               perform look-up-referral
           end-if.
           if record-accepted
               perform edit-status-record
           end-if.
           if not record-accepted
               perform report-exception
           else
               if record-changes
                   perform apply-status-to-referral
               else
                   add 1 to records-unchanged-count
               end-if
           end-if.
           perform read-return-record.

       look-up-referral.
           move "N" to referral-found-switch.
           if rd-referral-date not numeric
               move "02" to reject-reason
           else
               move rd-employee-id to rm-employee-id
               move rd-referral-date to rm-referral-date
               read referral-master-file
                   invalid key move "02" to reject-reason
                   not invalid key set referral-found to true
               end-read
           end-if.

       edit-status-record.
           if not rd-valid-status
               move "03" to reject-reason
           else
               perform edit-status-date
           end-if.
           if record-accepted
               if rm-sent-date not numeric or rm-sent-date = zero
                   move "05" to reject-reason
               else
                   perform edit-status-move
               end-if
           end-if.

       edit-status-date.
           if rd-status-date not numeric
               move "04" to reject-reason
           else
               move rd-status-date to status-date
               if function test-date-yyyymmdd(status-date) not = zero
                   move "04" to reject-reason
               end-if
           end-if.

      *A repeat of what the referral already holds is harmless;
      *anything else must move the referral forward, on a date
      *between sending it and today.

       edit-status-move.
           if rd-status = rm-status and status-date = rm-status-date
               continue
           else
               if not rm-status-open and not rm-status-booked
                   move "06" to reject-reason
               else
                   if status-date < rm-sent-date
                      or status-date > run-date
                       move "07" to reject-reason
                   else
                       set record-changes to true
                   end-if
               end-if
           end-if.

       apply-status-to-referral.
           move rd-status to rm-status.
           move status-date to rm-status-date.
           rewrite referral-master-record
               invalid key
                   display "Cannot update referral " rm-employee-id
                       " " rm-referral-date ", status "
                       refmaster-file-status
                   add 1 to records-rejected-count
               not invalid key
                   add 1 to records-posted-count
                   perform count-posted-status
           end-rewrite.

       count-posted-status.
           evaluate rd-status
               when "B" add 1 to booked-count
               when "S" add 1 to seen-count
               when other add 1 to declined-count
           end-evaluate.

       print-exception-headers.
           display "=================================================".
           display "   provider status return exceptions  " run-date.
           display "   provider file dated " provider-file-date.
           display "=================================================".
           display "emp id  referred  s  date      rc  reason".
           display "------  --------  -  --------  --  "
               "------------------------------".

       report-exception.
           add 1 to records-rejected-count.
           evaluate reject-reason
               when "01"
                   move "record type not H, D or T" to reason-text
               when "02" move "referral not on file" to reason-text
               when "03"
                   move "status code not B, S or D" to reason-text
               when "04"
                   move "status date not a valid date"
                       to reason-text
               when "05"
                   move "referral never sent to the provider"
                       to reason-text
               when "06"
                   move "status move not allowed from status "
                       to reason-text
                   move rm-status to reason-text(37:1)
               when other
                   move "status date before sending or in future"
                       to reason-text
           end-evaluate.
           move rd-employee-id to ex-employee-id.
           move rd-referral-date to ex-referral-date.
           move rd-status to ex-status.
           move rd-status-date to ex-status-date.
           move reject-reason to ex-reason-code.
           move reason-text to ex-reason-text.
           display exception-line.

       print-return-trailer.
           display "=================================================".
           display "        provider return control trailer".
           display "=================================================".
           display "trailer count:     " trailer-count.
           display "records read:      " records-read-count.
           display "records posted:    " records-posted-count.
           display "  booked:          " booked-count.
           display "  seen:            " seen-count.
           display "  declined:        " declined-count.
           display "records unchanged: " records-unchanged-count.
           display "records rejected:  " records-rejected-count.
           display "=================================================".

       end program refxin.
