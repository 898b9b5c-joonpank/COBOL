       identification division.
       program-id. fileunld is initial program.

      * This program is the nightly unload for the indexed master
      * files that have no other backup path: the employee master
      * empmast.dat, the BMI screening history bmihistx.dat, the
      * department reference deptref.dat and the referral master
      * bmirefmx.dat. The operator (or the night schedule) picks
      * the file, and every record is copied in key order to a
      * dated sequential backup - empmYYYYMMDD.bak,
      * bmihYYYYMMDD.bak, deptYYYYMMDD.bak or bmirYYYYMMDD.bak,
      * dated with the business date from the processing date
      * control file procdate.dat kept by datemaint, so the night's
      * backups carry the day they protect even when the schedule
      * runs past midnight - followed by a trailer record
      * carrying the unloaded count. filereld rebuilds the indexed
      * file from a chosen backup and proves the loaded count
      * against that trailer, so a corrupted index no longer means
      * the screening history is simply gone.
      * The backup file is a single select whose dd name BKUPFILE
      * is pointed at the dated name before the open, the same way
      * calcpurge names its archives. Rerunning the unload on the
      * The job ends with return code 8 when the source file
      * cannot be opened, so the schedule can flag a failed backup
      * night instead of finding out at restore time.
      * The health data retention job bmiretn will not run until the
      * E, H and R unloads for its business date are on disk, so a
      * retention run can always be put back with filereld.
      * Choice O is the one-time migration for a history written
      * before the operator ID was added to the record: it opens
      * bmihistx.dat under the old 29-byte layout, which is the
      * operator ID. Reloading that backup with filereld rebuilds
      * the history in the new layout with every screening intact;
      * after the one migration the nightly H unload applies.
      * Choice P is the matching one-time migration for a
      * department reference written before departments carried
      * an active/inactive status: it opens deptref.dat under the
      * old 24-byte layout and writes the backup in the current
      * layout with every department active, ready for filereld to
      * reload; after that the nightly D unload applies.
      * Choice Q is the one-time migration for a referral master
      * written before referrals carried the date they were sent
      * to the occupational health provider: it opens bmirefmx.dat
      * under the old 67-byte layout and writes the backup in the
      * current layout with the send date zero, so every referral
      * still open goes out on the next refxout extract. After the
      * reload the nightly R unload applies.

       environment division.
       input-output section.
               access mode is dynamic
               record key is oh-key
               file status is old-history-status.
           select department-file assign to "deptref.dat"
               organization is indexed
               access mode is dynamic
               record key is dp-department-code
               file status is dept-file-status.
           select old-department-file assign to "deptref.dat"
               organization is indexed
               access mode is dynamic
               record key is od-department-code
               file status is old-dept-status.
           select referral-master-file assign to "bmirefmx.dat"
               organization is indexed
               access mode is dynamic
               record key is rm-key
               file status is refmaster-file-status.
           select old-referral-file assign to "bmirefmx.dat"
               organization is indexed
               access mode is dynamic
               record key is or-key
               file status is old-referral-status.
           select backup-file assign to bkupfile
               organization is line sequential
               file status is backup-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
           05 oh-height           pic 9V99.
           05 oh-bmi              pic 9(3)V99.

       fd  department-file.
       01  department-record.
           05 dp-department-code  pic X(4).
           05 dp-department-name  pic X(20).
           05 dp-active-flag      pic X(1).

       fd  old-department-file.
       01  old-department-record.
           05 od-department-code  pic X(4).
           05 od-department-name  pic X(20).

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

       fd  old-referral-file.
       01  old-referral-record.
           05 or-key.
              10 or-employee-id   pic X(6).
              10 or-referral-date pic 9(8).
           05 or-department-code  pic X(4).
           05 or-prior-date       pic 9(8).
           05 or-prior-bmi        pic 9(3)V99.
           05 or-prior-category   pic X(11).
           05 or-new-bmi          pic 9(3)V99.
           05 or-new-category     pic X(11).
           05 or-status           pic X(1).
           05 or-status-date      pic 9(8).

       fd  backup-file.
       01  backup-record          pic X(75).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01 master-file-status pic X(2).
       01 history-file-status pic X(2).
       01 old-history-status pic X(2).
       01 dept-file-status pic X(2).
       01 old-dept-status pic X(2).
       01 refmaster-file-status pic X(2).
       01 old-referral-status pic X(2).
       01 backup-file-status pic X(2).
       01 file-choice pic X(1).
          88 unload-master value "E" "e".
          88 unload-history value "H" "h".
          88 unload-old-history value "O" "o".
          88 unload-department value "D" "d".
          88 unload-old-department value "P" "p".
          88 unload-referral value "R" "r".
          88 unload-old-referral value "Q" "q".
       01 history-work-record.
          05 hw-employee-id      pic X(6).
          05 hw-screening-date   pic 9(8).
          05 hw-height           pic 9V99.
          05 hw-bmi              pic 9(3)V99.
          05 hw-operator-id      pic X(6).
       01 department-work-record.
          05 dw-department-code  pic X(4).
          05 dw-department-name  pic X(20).
          05 dw-active-flag      pic X(1).
       01 referral-work-record.
          05 rw-employee-id      pic X(6).
          05 rw-referral-date    pic 9(8).
          05 rw-department-code  pic X(4).
          05 rw-prior-date       pic 9(8).
          05 rw-prior-bmi        pic 9(3)V99.
          05 rw-prior-category   pic X(11).
          05 rw-new-bmi          pic 9(3)V99.
          05 rw-new-category     pic X(11).
          05 rw-status           pic X(1).
          05 rw-status-date      pic 9(8).
          05 rw-sent-date        pic 9(8).
       01 end-of-file-switch pic X(1) value "N".
          88 end-of-file value "Y".
       01 run-date pic 9(8).
       01 procdate-file-status pic X(2).
       01 business-date-switch pic X(1) value "N".
          88 business-date-found value "Y".
       01 backup-file-name pic X(16).
       01 unloaded-count pic 9(9) value zero.
       01 backup-trailer.
       procedure division.

       program-begin.
           perform get-business-date.
           if not business-date-found
               display "No business date; nothing unloaded."
               move 8 to return-code
           else
               perform unload-chosen-file
           end-if.

       program-done.
           goback.

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
                       move pd-business-date to run-date
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

       unload-chosen-file.
           display "Unload which file (E=employee master, "
               "H=bmi history, D=department reference, "
               "R=referral master, O=old-layout history, "
               "P=old-layout department reference, Q=old-layout "
               "referral master): ".
           accept file-choice.
           if unload-master
               perform unload-employee-master
           else
                   if unload-old-history
                       perform unload-old-layout-history
                   else
                       perform unload-department-choice
                   end-if
               end-if
           end-if.

       unload-department-choice.
           if unload-department
               perform unload-department-reference
           else
               if unload-old-department
                   perform unload-old-layout-department
               else
                   perform unload-referral-choice
               end-if
           end-if.

       unload-referral-choice.
           if unload-referral
               perform unload-referral-master
           else
               if unload-old-referral
                   perform unload-old-layout-referral
               else
                   display "Invalid choice, nothing unloaded."
                   move 8 to return-code
               end-if
           end-if.

       unload-employee-master.
           move spaces to backup-file-name.
           add 1 to unloaded-count.
           perform read-old-history-record.

       unload-department-reference.
           move spaces to backup-file-name.
           string "dept" run-date ".bak"
               delimited by size into backup-file-name.
           open input department-file.
           if dept-file-status not = "00"
               display "Cannot open deptref.dat, status "
                   dept-file-status
               move 8 to return-code
           else
               perform open-backup-output
               move low-values to dp-department-code
               start department-file key not < dp-department-code
                   invalid key set end-of-file to true
                   not invalid key move "N" to end-of-file-switch
               end-start
               if not end-of-file
                   perform read-department-record
                   perform copy-department-record until end-of-file
               end-if
               perform write-backup-trailer
               close department-file
               close backup-file
               perform print-unload-summary
           end-if.

       read-department-record.
           read department-file next
               at end set end-of-file to true
           end-read.

       copy-department-record.
           move department-record to backup-record.
           write backup-record.
           add 1 to unloaded-count.
           perform read-department-record.

      * The department migration follows the history one: widened
      * at unload, every department carried over as active.

       unload-old-layout-department.
           move spaces to backup-file-name.
           string "dept" run-date ".bak"
               delimited by size into backup-file-name.
           open input old-department-file.
           if old-dept-status not = "00"
               display "Cannot open deptref.dat under the old "
                   "layout, status " old-dept-status
               display "If the department reference is already in "
                   "the current layout, use choice D."
               move 8 to return-code
           else
               perform open-backup-output
               move low-values to od-department-code
               start old-department-file
                   key not < od-department-code
                   invalid key set end-of-file to true
                   not invalid key move "N" to end-of-file-switch
               end-start
               if not end-of-file
                   perform read-old-department-record
                   perform copy-old-department-record
                       until end-of-file
               end-if
               perform write-backup-trailer
               close old-department-file
               close backup-file
               perform print-unload-summary
               display "Reload this backup with filereld to "
                   "rebuild the department reference in the "
                   "current layout."
           end-if.

       read-old-department-record.
           read old-department-file next
               at end set end-of-file to true
           end-read.

       copy-old-department-record.
           move od-department-code to dw-department-code.
           move od-department-name to dw-department-name.
           move "A" to dw-active-flag.
           move department-work-record to backup-record.
           write backup-record.
           add 1 to unloaded-count.
           perform read-old-department-record.

       unload-referral-master.
           move spaces to backup-file-name.
           string "bmir" run-date ".bak"
               delimited by size into backup-file-name.
           open input referral-master-file.
           if refmaster-file-status not = "00"
               display "Cannot open bmirefmx.dat, status "
                   refmaster-file-status
               move 8 to return-code
           else
               perform open-backup-output
               move low-values to rm-key
               start referral-master-file key not < rm-key
                   invalid key set end-of-file to true
                   not invalid key move "N" to end-of-file-switch
               end-start
               if not end-of-file
                   perform read-referral-record
                   perform copy-referral-record until end-of-file
               end-if
               perform write-backup-trailer
               close referral-master-file
               close backup-file
               perform print-unload-summary
           end-if.

       read-referral-record.
           read referral-master-file next
               at end set end-of-file to true
           end-read.

       copy-referral-record.
           move referral-master-record to backup-record.
           write backup-record.
           add 1 to unloaded-count.
           perform read-referral-record.

      * The referral migration follows the history one: widened at
      * unload, every referral carried over as never sent.

       unload-old-layout-referral.
           move spaces to backup-file-name.
           string "bmir" run-date ".bak"
               delimited by size into backup-file-name.
           open input old-referral-file.
           if old-referral-status not = "00"
               display "Cannot open bmirefmx.dat under the old "
                   "layout, status " old-referral-status
               display "If the referral master is already in the "
                   "current layout, use choice R."
               move 8 to return-code
           else
               perform open-backup-output
               move low-values to or-key
               start old-referral-file key not < or-key
                   invalid key set end-of-file to true
                   not invalid key move "N" to end-of-file-switch
               end-start
               if not end-of-file
                   perform read-old-referral-record
                   perform copy-old-referral-record until end-of-file
               end-if
               perform write-backup-trailer
               close old-referral-file
               close backup-file
               perform print-unload-summary
               display "Reload this backup with filereld to "
                   "rebuild the referral master in the current "
                   "layout."
           end-if.

       read-old-referral-record.
           read old-referral-file next
               at end set end-of-file to true
           end-read.

       copy-old-referral-record.
           move or-employee-id to rw-employee-id.
           move or-referral-date to rw-referral-date.
           move or-department-code to rw-department-code.
           move or-prior-date to rw-prior-date.
           move or-prior-bmi to rw-prior-bmi.
           move or-prior-category to rw-prior-category.
           move or-new-bmi to rw-new-bmi.
           move or-new-category to rw-new-category.
           move or-status to rw-status.
           move or-status-date to rw-status-date.
           move zero to rw-sent-date.
           move referral-work-record to backup-record.
           write backup-record.
           add 1 to unloaded-count.
           perform read-old-referral-record.

       open-backup-output.
           display "dd_bkupfile" upon environment-name.
           display backup-file-name upon environment-value.
