       identification division.
       program-id. bmiretn is initial program.

      *This program is the health data retention job. Employees who
      *left longer ago than the retention period no longer have
      *their screenings held against their name: their identity is
      *replaced on the employee master empmast.dat, the indexed BMI
      *history bmihistx.dat and the referral master bmirefmx.dat by
      *a surrogate ID that identifies nobody, #nnnnn, and the name
      *on the master is blanked. The department, dates and BMI
      *values stay exactly as they were and every screening of one
      *employee moves to the same surrogate, so bmireport and
      *bmioutcm produce the same totals after the run as before.
      *The operator gives the retention period in years (6 when no
      *period is given). An employee is due when the master shows
      *them inactive and the last deactivation (action D) for them
      *on the maintenance audit trail empaudit.dat, written by
      *empmaint and empfeed, is older than that many years before
      *the business date from the processing date control file
      *procdate.dat kept by datemaint. An inactive employee with no
      *deactivation on the audit trail is left alone and counted.
      *The job refuses to run unless the day's unloads have been
      *taken with fileunld - empmYYYYMMDD.bak, bmihYYYYMMDD.bak
      *and, when there is a referral master, bmirYYYYMMDD.bak for
      *the business date, each ending in its trailer - so the
      *files can be put back with filereld if the run has to be
      *undone. The run is then confirmed by the operator.
      *Each surrogate is recorded on the retention certificate file
      *bmiretcf.dat before the employee's records are touched, and
      *the master record is moved last. A run interrupted part way
      *finds the employee still on the master under the old ID when
      *it is rerun and finishes the move under the same surrogate.
      *A record that cannot be written under its surrogate, or
      *cannot be removed under the old ID, stops the run there with
      *return code 8 and the original record left in place; the
      *totals line of that run is marked as stopped, and the run
      *is finished by running the job again.
      *The certificate lists, for the business date, the operator
      *and retention period, each employee anonymized with the
      *surrogate assigned, and the number of records changed on
      *each file. It is printed at the end of the run and can be
      *shown again with choice C; because it links surrogates back
      *to employees, the program is authorization level 2 work,
      *signed on through opersign, and the certificate is only
      *ever shown here.
      *The audit trails - empaudit.dat, bmicorau.dat and the
      *roster referral file bmirefrl.dat - are records of what was
      *done and by whom and are not changed.

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
           select referral-master-file assign to "bmirefmx.dat"
               organization is indexed
               access mode is dynamic
               record key is rm-key
               file status is refmaster-file-status.
           select maintenance-audit-file assign to "empaudit.dat"
               organization is line sequential
               file status is audit-file-status.
           select certificate-file assign to "bmiretcf.dat"
               organization is line sequential
               file status is certificate-file-status.
           select backup-file assign to bkupfile
               organization is line sequential
               file status is backup-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

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

       fd  maintenance-audit-file.
       01  maintenance-audit-record.
           05 ea-date             pic 9(8).
           05 ea-time             pic 9(8).
           05 ea-operator-id      pic X(6).
           05 ea-action           pic X(1).
           05 ea-employee-id      pic X(6).
           05 ea-employee-name    pic X(30).
           05 ea-department-code  pic X(4).
           05 ea-active-flag      pic X(1).

       fd  certificate-file.
       01  certificate-record.
           05 cf-run-date         pic 9(8).
           05 cf-line-type        pic X(1).
              88 cf-run-line value "P".
              88 cf-employee-line value "E".
              88 cf-totals-line value "T".
              88 cf-stopped-line value "S".
           05 cf-operator-id      pic X(6).
           05 cf-employee-id      pic X(6).
           05 cf-surrogate-id     pic X(6).
           05 cf-department-code  pic X(4).
           05 cf-deactivation-date pic 9(8).
           05 cf-retention-years  pic 9(2).
           05 cf-cutoff-date      pic 9(8).
           05 cf-master-count     pic 9(6).
           05 cf-history-count    pic 9(6).
           05 cf-referral-count   pic 9(6).

       fd  backup-file.
       01  backup-record.
           05 bk-trailer-tag      pic X(8).
           05 filler              pic X(67).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01  master-file-status pic X(2).
       01  history-file-status pic X(2).
       01  refmaster-file-status pic X(2).
       01  audit-file-status pic X(2).
       01  certificate-file-status pic X(2).
       01  backup-file-status pic X(2).
       01  procdate-file-status pic X(2).
       01  operator-id pic X(6) value spaces.
       01  signed-on-switch pic X(1) value "N".
           88 signed-on value "Y".
       01  menu-choice pic X(1).
           88 run-retention value "R" "r".
           88 show-certificate value "C" "c".
           88 exit-maintenance value "0".
       01  confirm-choice pic X(1).
           88 confirmed value "Y" "y".
       01  business-date-switch pic X(1) value "N".
           88 business-date-found value "Y".
       01  retention-ok-switch pic X(1) value "Y".
           88 retention-ok value "Y".
       01  refmaster-exists-switch pic X(1) value "N".
           88 refmaster-exists value "Y".
       01  master-open-switch pic X(1) value "N".
           88 master-open value "Y".
       01  history-open-switch pic X(1) value "N".
           88 history-open value "Y".
       01  refmaster-open-switch pic X(1) value "N".
           88 refmaster-open value "Y".
       01  certificate-open-switch pic X(1) value "N".
           88 certificate-open value "Y".
       01  master-eof-switch pic X(1) value "N".
           88 master-eof value "Y".
       01  audit-eof-switch pic X(1) value "N".
           88 audit-eof value "Y".
       01  certificate-eof-switch pic X(1) value "N".
           88 certificate-eof value "Y".
       01  backup-eof-switch pic X(1) value "N".
           88 backup-eof value "Y".
       01  retention-stopped-switch pic X(1) value "N".
           88 retention-stopped value "Y".
       01  records-done-switch pic X(1) value "N".
           88 records-done value "Y".
       01  entry-found-switch pic X(1) value "N".
           88 entry-found value "Y".
       01  run-date pic 9(8).
       01  cutoff-date pic 9(8).
       01  retention-years pic 9(2) value zero.
       01  default-retention pic 9(2) value 6.
       01  entry-certificate-date pic X(8).
       01  certificate-date pic 9(8).
       01  backup-prefix pic X(4).
       01  backup-file-name pic X(16).
       01  last-backup-tag pic X(8).
       01  old-employee-id pic X(6).
       01  surrogate-id.
           05 surrogate-tag pic X(1) value "#".
           05 surrogate-number pic 9(5) value zero.
       01  highest-surrogate-number pic 9(5) value zero.
       01  inactive-table.
           05 inactive-entry occurs 5000 times.
              10 it-employee-id       pic X(6).
              10 it-department-code   pic X(4).
              10 it-deactivation-date pic 9(8).
       01  inactive-count pic 9(4) value zero.
       01  inactive-limit pic 9(4) value 5000.
       01  inactive-index pic 9(4) value zero.
       01  register-table.
           05 register-entry occurs 5000 times.
              10 rg-employee-id       pic X(6).
              10 rg-surrogate-id      pic X(6).
       01  register-count pic 9(4) value zero.
       01  register-limit pic 9(4) value 5000.
       01  register-index pic 9(4) value zero.
       01  employees-inactive-count pic 9(6) value zero.
       01  employees-anonymized-count pic 9(6) value zero.
       01  employees-resumed-count pic 9(6) value zero.
       01  employees-not-due-count pic 9(6) value zero.
       01  employees-no-date-count pic 9(6) value zero.
       01  employees-waiting-count pic 9(6) value zero.
       01  surrogates-on-file-count pic 9(6) value zero.
       01  master-changed-count pic 9(6) value zero.
       01  history-changed-count pic 9(6) value zero.
       01  referral-changed-count pic 9(6) value zero.
       01  listed-count pic 9(4) value zero.

       procedure division.

       program-begin.
           perform get-operator-identity.
           if not exit-maintenance
               perform get-business-date
               if not business-date-found
                   set exit-maintenance to true
                   move 8 to return-code
               end-if
           end-if.
           perform show-menu until exit-maintenance.

       program-done.
           goback.

      *The certificate ties surrogates back to people, so the whole
      *program is level 2 work, signed on through opersign.

       get-operator-identity.
           display "signon_program" upon environment-name.
           display "bmiretn" upon environment-value.
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
                       move pd-business-date to run-date
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

       show-menu.
           display "=========================================".
           display "       health data retention".
           display "  business date: " run-date.
           display "  R. run retention".
           display "  C. show a retention certificate".
           display "  0. exit".
           display "=========================================".
           display "Enter selection: ".
           accept menu-choice.
           perform process-selection.

       process-selection.
           if run-retention
               perform run-retention-job
           else
               if show-certificate
                   perform show-one-certificate
               else
                   if not exit-maintenance
                       display "Invalid selection, try again."
                   end-if
               end-if
           end-if.

       run-retention-job.
           move "Y" to retention-ok-switch.
           move "N" to retention-stopped-switch.
           perform reset-run-counts.
           perform get-retention-period.
           perform check-unloads-taken.
           if retention-ok
               perform confirm-retention-run
           end-if.
           if retention-ok
               perform open-retention-files
           end-if.
           if retention-ok
               perform apply-retention
           end-if.
           perform close-retention-files.
           if retention-ok
               move run-date to certificate-date
               perform list-certificate
               move zero to return-code
           else
               move 8 to return-code
           end-if.
           if retention-stopped
               display "Retention run stopped before it finished; "
                   "correct the fault and run it again, or put the "
                   "files back with filereld."
           end-if.

       reset-run-counts.
           move zero to inactive-count.
           move zero to register-count.
           move zero to highest-surrogate-number.
           move zero to employees-inactive-count.
           move zero to employees-anonymized-count.
           move zero to employees-resumed-count.
           move zero to employees-not-due-count.
           move zero to employees-no-date-count.
           move zero to employees-waiting-count.
           move zero to surrogates-on-file-count.
           move zero to master-changed-count.
           move zero to history-changed-count.
           move zero to referral-changed-count.

       get-retention-period.
           display "Retention period in years after leaving: ".
           accept retention-years.
           if retention-years not numeric
              or retention-years = zero
               move default-retention to retention-years
               display "Invalid or no entry, using "
                   default-retention " years."
           end-if.
           compute cutoff-date = run-date - retention-years * 10000.

      *The day's unloads are the way back if the run has to be
      *undone, so each must be on disk and complete to its trailer.

       check-unloads-taken.
           move "empm" to backup-prefix.
           perform check-one-unload.
           move "bmih" to backup-prefix.
           perform check-one-unload.
           move "N" to refmaster-exists-switch.
           open input referral-master-file.
           if refmaster-file-status = "00"
               set refmaster-exists to true
               close referral-master-file
               move "bmir" to backup-prefix
               perform check-one-unload
           end-if.
           if not retention-ok
               display "Take the unloads with fileunld for business "
                   "date " run-date " before the retention run."
           end-if.

       check-one-unload.
           move spaces to backup-file-name.
           string backup-prefix run-date ".bak"
               delimited by size into backup-file-name.
           display "dd_bkupfile" upon environment-name.
           display backup-file-name upon environment-value.
           open input backup-file.
           if backup-file-status not = "00"
               display "No unload " backup-file-name " on file."
               move "N" to retention-ok-switch
           else
               move spaces to last-backup-tag
               move "N" to backup-eof-switch
               perform read-backup-record
               perform keep-backup-tag until backup-eof
               close backup-file
               if last-backup-tag not = "TRAILER "
                   display "Unload " backup-file-name " has no "
                       "trailer; take it again."
                   move "N" to retention-ok-switch
               end-if
           end-if.

       read-backup-record.
           read backup-file
               at end set backup-eof to true
           end-read.

       keep-backup-tag.
           move bk-trailer-tag to last-backup-tag.
           perform read-backup-record.

       confirm-retention-run.
           display "Anonymize employees deactivated before "
               cutoff-date "? (Y/N): ".
           accept confirm-choice.
           if not confirmed
               display "Retention run cancelled; nothing changed."
               move "N" to retention-ok-switch
           end-if.

       open-retention-files.
           open i-o employee-master-file.
           if master-file-status = "00"
               set master-open to true
           else
               display "Cannot open empmast.dat, status "
                   master-file-status
               move "N" to retention-ok-switch
           end-if.
           open i-o bmi-history-file.
           if history-file-status = "00"
               set history-open to true
           else
               display "Cannot open indexed history bmihistx.dat, "
                   "status " history-file-status
               move "N" to retention-ok-switch
           end-if.
           if refmaster-exists
               open i-o referral-master-file
               if refmaster-file-status = "00"
                   set refmaster-open to true
               else
                   display "Cannot open referral master bmirefmx.dat, "
                       "status " refmaster-file-status
                   move "N" to retention-ok-switch
               end-if
           end-if.
           if retention-ok
               perform load-surrogate-register
           end-if.
           if retention-ok
               perform open-certificate-output
           end-if.

      *Every surrogate ever assigned is on the certificate file; an
      *employee found there was part way through an interrupted run
      *and keeps the same surrogate.

       load-surrogate-register.
           open input certificate-file.
           if certificate-file-status = "00"
               move "N" to certificate-eof-switch
               perform read-certificate-record
               perform register-one-surrogate until certificate-eof
               close certificate-file
           end-if.

       read-certificate-record.
           read certificate-file
               at end set certificate-eof to true
           end-read.

       register-one-surrogate.
           if cf-employee-line
               if register-count >= register-limit
                   display "More than " register-limit " surrogates "
                       "on bmiretcf.dat; retention run refused."
                   move "N" to retention-ok-switch
                   set certificate-eof to true
               else
                   add 1 to register-count
                   move cf-employee-id to rg-employee-id(register-count)
                   move cf-surrogate-id
                       to rg-surrogate-id(register-count)
                   perform note-highest-surrogate
               end-if
           end-if.
           if not certificate-eof
               perform read-certificate-record
           end-if.

       note-highest-surrogate.
           move cf-surrogate-id to surrogate-id.
           if surrogate-number numeric
              and surrogate-number > highest-surrogate-number
               move surrogate-number to highest-surrogate-number
           end-if.

       open-certificate-output.
           open extend certificate-file.
           if certificate-file-status = "35"
               open output certificate-file
           end-if.
           if certificate-file-status = "00"
               set certificate-open to true
           else
               display "Cannot write certificate bmiretcf.dat, status "
                   certificate-file-status
               move "N" to retention-ok-switch
           end-if.

       close-retention-files.
           if master-open
               close employee-master-file
               move "N" to master-open-switch
           end-if.
           if history-open
               close bmi-history-file
               move "N" to history-open-switch
           end-if.
           if refmaster-open
               close referral-master-file
               move "N" to refmaster-open-switch
           end-if.
           if certificate-open
               close certificate-file
               move "N" to certificate-open-switch
           end-if.

       apply-retention.
           perform load-inactive-employees.
           perform find-deactivation-dates.
           perform write-run-line.
           move zero to inactive-index.
           perform check-next-inactive-employee inactive-count times.
           perform write-totals-line.

      *The inactive employees are gathered before any key is
      *changed, so the scan of the master is never disturbed by the
      *records being moved.

       load-inactive-employees.
           move "N" to master-eof-switch.
           move low-values to em-employee-id.
           start employee-master-file key not < em-employee-id
               invalid key set master-eof to true
           end-start.
           if not master-eof
               perform read-master-record
               perform collect-one-employee until master-eof
           end-if.

       read-master-record.
           read employee-master-file next
               at end set master-eof to true
           end-read.

       collect-one-employee.
           if em-employee-id(1:1) = surrogate-tag
               add 1 to surrogates-on-file-count
               move em-employee-id to surrogate-id
               if surrogate-number numeric
                  and surrogate-number > highest-surrogate-number
                   move surrogate-number to highest-surrogate-number
               end-if
           else
               if em-inactive
                   perform add-inactive-employee
               end-if
           end-if.
           perform read-master-record.

       add-inactive-employee.
           add 1 to employees-inactive-count.
           if inactive-count >= inactive-limit
               add 1 to employees-waiting-count
           else
               add 1 to inactive-count
               move em-employee-id to it-employee-id(inactive-count)
               move em-department-code
                   to it-department-code(inactive-count)
               move zero to it-deactivation-date(inactive-count)
           end-if.

      *The last deactivation on the audit trail is the one that
      *counts; an employee reactivated since is active on the
      *master and was never gathered.

       find-deactivation-dates.
           move "N" to audit-eof-switch.
           open input maintenance-audit-file.
           if audit-file-status not = "00"
               display "Cannot open maintenance audit empaudit.dat, "
                   "status " audit-file-status "; no employee due."
           else
               perform read-audit-record
               perform date-one-deactivation until audit-eof
               close maintenance-audit-file
           end-if.

       read-audit-record.
           read maintenance-audit-file
               at end set audit-eof to true
           end-read.

       date-one-deactivation.
           if ea-action = "D" and ea-date numeric
               move "N" to entry-found-switch
               move zero to inactive-index
               perform find-inactive-entry
                   until entry-found or inactive-index >= inactive-count
               if entry-found
                  and ea-date > it-deactivation-date(inactive-index)
                   move ea-date to it-deactivation-date(inactive-index)
               end-if
           end-if.
           perform read-audit-record.

       find-inactive-entry.
           add 1 to inactive-index.
           if it-employee-id(inactive-index) = ea-employee-id
               set entry-found to true
           end-if.

       check-next-inactive-employee.
           add 1 to inactive-index.
           if retention-stopped
               add 1 to employees-waiting-count
           else
               perform check-inactive-employee-due
           end-if.

       check-inactive-employee-due.
           if it-deactivation-date(inactive-index) = zero
               add 1 to employees-no-date-count
           else
               if it-deactivation-date(inactive-index) not < cutoff-date
                   add 1 to employees-not-due-count
               else
                   perform anonymize-employee
               end-if
           end-if.

      *History and referrals first, the master last: until the
      *master record moves, a rerun still finds the employee due.

       anonymize-employee.
           move it-employee-id(inactive-index) to old-employee-id.
           perform assign-surrogate-id.
           perform move-employee-history.
           if refmaster-open and not retention-stopped
               perform move-employee-referrals
           end-if.
           if not retention-stopped
               perform move-employee-master
           end-if.
           if not retention-stopped
               add 1 to employees-anonymized-count
           end-if.

       assign-surrogate-id.
           move "N" to entry-found-switch.
           move zero to register-index.
           perform find-register-entry
               until entry-found or register-index >= register-count.
           if entry-found
               move rg-surrogate-id(register-index) to surrogate-id
               add 1 to employees-resumed-count
           else
               add 1 to highest-surrogate-number
               move "#" to surrogate-tag
               move highest-surrogate-number to surrogate-number
               perform write-employee-line
           end-if.

       find-register-entry.
           add 1 to register-index.
           if rg-employee-id(register-index) = old-employee-id
               set entry-found to true
           end-if.

      *Each record is found again from the start of the employee's
      *keys, moved under the surrogate and deleted under the old
      *ID, until none is left. A surrogate record already there
      *(status 22) is one an interrupted run moved before it
      *stopped. Any other failure to write or delete stops the run
      *with the original record left in place, so nothing is ever
      *deleted without its copy under the surrogate.

       move-employee-history.
           move "N" to records-done-switch.
           perform move-one-screening until records-done.

       move-one-screening.
           move old-employee-id to hs-employee-id.
           move zero to hs-screening-date.
           start bmi-history-file key not < hs-key
               invalid key set records-done to true
           end-start.
           if not records-done
               read bmi-history-file next
                   at end set records-done to true
               end-read
           end-if.
           if not records-done
               if hs-employee-id not = old-employee-id
                   set records-done to true
               else
                   perform rekey-one-screening
               end-if
           end-if.

       rekey-one-screening.
           move surrogate-id to hs-employee-id.
           write history-record
               invalid key
                   if history-file-status not = "22"
                       display "Cannot move screening "
                           old-employee-id " " hs-screening-date
                           " to " surrogate-id ", status "
                           history-file-status
                       perform stop-retention-run
                   end-if
           end-write.
           move old-employee-id to hs-employee-id.
           if not retention-stopped
               delete bmi-history-file record
                   invalid key
                       display "Cannot remove screening "
                           hs-employee-id " " hs-screening-date
                           ", status " history-file-status
                       perform stop-retention-run
                   not invalid key
                       add 1 to history-changed-count
               end-delete
           end-if.

       move-employee-referrals.
           move "N" to records-done-switch.
           perform move-one-referral until records-done.

       move-one-referral.
           move old-employee-id to rm-employee-id.
           move zero to rm-referral-date.
           start referral-master-file key not < rm-key
               invalid key set records-done to true
           end-start.
           if not records-done
               read referral-master-file next
                   at end set records-done to true
               end-read
           end-if.
           if not records-done
               if rm-employee-id not = old-employee-id
                   set records-done to true
               else
                   perform rekey-one-referral
               end-if
           end-if.

       rekey-one-referral.
           move surrogate-id to rm-employee-id.
           write referral-master-record
               invalid key
                   if refmaster-file-status not = "22"
                       display "Cannot move referral "
                           old-employee-id " " rm-referral-date
                           " to " surrogate-id ", status "
                           refmaster-file-status
                       perform stop-retention-run
                   end-if
           end-write.
           move old-employee-id to rm-employee-id.
           if not retention-stopped
               delete referral-master-file record
                   invalid key
                       display "Cannot remove referral "
                           rm-employee-id " " rm-referral-date
                           ", status " refmaster-file-status
                       perform stop-retention-run
                   not invalid key
                       add 1 to referral-changed-count
               end-delete
           end-if.

       move-employee-master.
           move old-employee-id to em-employee-id.
           read employee-master-file
               invalid key
                   display "Employee " old-employee-id
                       " no longer on empmast.dat, status "
                       master-file-status
               not invalid key perform rekey-master-record
           end-read.

       rekey-master-record.
           move surrogate-id to em-employee-id.
           move spaces to em-employee-name.
           write employee-master-record
               invalid key
                   if master-file-status not = "22"
                       display "Cannot move employee "
                           old-employee-id " to " surrogate-id
                           ", status " master-file-status
                       perform stop-retention-run
                   end-if
           end-write.
           move old-employee-id to em-employee-id.
           if not retention-stopped
               delete employee-master-file record
                   invalid key
                       display "Cannot remove employee "
                           old-employee-id ", status "
                           master-file-status
                       perform stop-retention-run
                   not invalid key
                       add 1 to master-changed-count
               end-delete
           end-if.

      *Nothing more is moved once a record could not be; the
      *totals line is marked as a stopped run.

       stop-retention-run.
           set records-done to true.
           set retention-stopped to true.
           move "N" to retention-ok-switch.

       write-run-line.
           move spaces to certificate-record.
           move run-date to cf-run-date.
           set cf-run-line to true.
           move operator-id to cf-operator-id.
           move zero to cf-deactivation-date.
           move retention-years to cf-retention-years.
           move cutoff-date to cf-cutoff-date.
           move zero to cf-master-count.
           move zero to cf-history-count.
           move zero to cf-referral-count.
           write certificate-record.

       write-employee-line.
           move spaces to certificate-record.
           move run-date to cf-run-date.
           set cf-employee-line to true.
           move operator-id to cf-operator-id.
           move old-employee-id to cf-employee-id.
           move surrogate-id to cf-surrogate-id.
           move it-department-code(inactive-index)
               to cf-department-code.
           move it-deactivation-date(inactive-index)
               to cf-deactivation-date.
           move retention-years to cf-retention-years.
           move cutoff-date to cf-cutoff-date.
           move zero to cf-master-count.
           move zero to cf-history-count.
           move zero to cf-referral-count.
           write certificate-record.

       write-totals-line.
           move spaces to certificate-record.
           move run-date to cf-run-date.
           set cf-totals-line to true.
           if retention-stopped
               set cf-stopped-line to true
           end-if.
           move operator-id to cf-operator-id.
           move zero to cf-deactivation-date.
           move retention-years to cf-retention-years.
           move cutoff-date to cf-cutoff-date.
           move master-changed-count to cf-master-count.
           move history-changed-count to cf-history-count.
           move referral-changed-count to cf-referral-count.
           write certificate-record.
           display "=================================================".
           display "        retention run control summary".
           display "=================================================".
           display "inactive employees:     " employees-inactive-count.
           display "anonymized:             "
               employees-anonymized-count.
           display "  resumed from a rerun: " employees-resumed-count.
           display "not yet due:            " employees-not-due-count.
           display "no deactivation found:  " employees-no-date-count.
           display "left for the next run:  " employees-waiting-count.
           display "anonymized before:      "
               surrogates-on-file-count.

       show-one-certificate.
           display "Certificate for business date (YYYYMMDD, blank "
               "for " run-date "): ".
           accept entry-certificate-date.
           if entry-certificate-date = spaces
               move run-date to certificate-date
               perform list-certificate
           else
               if entry-certificate-date not numeric
                   display "Date must be numeric YYYYMMDD."
               else
                   move entry-certificate-date to certificate-date
                   perform list-certificate
               end-if
           end-if.

      *Every run of the day is on the certificate in the order it
      *was written: the run line, the employees, the totals.

       list-certificate.
           move zero to listed-count.
           display "=================================================".
           display "        health data retention certificate".
           display "=================================================".
           display "business date:    " certificate-date.
           open input certificate-file.
           if certificate-file-status = "00"
               move "N" to certificate-eof-switch
               perform read-certificate-record
               perform list-one-certificate-line until certificate-eof
               close certificate-file
           end-if.
           if listed-count = zero
               display "No retention run on " certificate-date "."
           end-if.
           display "=================================================".

       list-one-certificate-line.
           if cf-run-date = certificate-date
               add 1 to listed-count
               evaluate true
                   when cf-run-line perform list-run-line
                   when cf-employee-line
                       display cf-employee-id "    " cf-surrogate-id
                           "     " cf-department-code "  "
                           cf-deactivation-date
                   when other perform list-totals-line
               end-evaluate
           end-if.
           perform read-certificate-record.

       list-run-line.
           display "-------------------------------------------------".
           display "run by operator:  " cf-operator-id.
           display "retention period: " cf-retention-years " years".
           display "left before:      " cf-cutoff-date.
           display "employee  surrogate  dept  deactivated".
           display "--------  ---------  ----  -----------".

       list-totals-line.
           if cf-stopped-line
               display "run stopped before it finished"
           end-if.
           display "records given a surrogate ID:".
           display "  employee master empmast.dat:   " cf-master-count.
           display "  BMI history bmihistx.dat:      " cf-history-count.
           display "  referral master bmirefmx.dat:  "
               cf-referral-count.

       end program bmiretn.
