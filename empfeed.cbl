       identification division.
       program-id. empfeed is initial program.

      * This program applies the nightly extract from the HR
      * personnel system to the employee master empmast.dat, so new
      * starters, transfers and leavers reach the master the night
      * they happen instead of whenever somebody remembers to key
      * them into empmaint. The extract hrfeed.dat holds one record
      * per change: an action code, the employee ID, the name and
      * the department code.
      *   A add a new employee (name and department required)
      *   C change the name and/or department; a blank field keeps
      *     the value on the master
      *   D deactivate a leaver
      * Department codes are validated against the department
      * reference deptref.dat exactly as empmaint validates them: a
      * code not on the reference file is rejected, and so is an
      * add or transfer into a department deptmaint has marked
      * inactive.
      * Manual changes win over the feed for a while: when an
      * employee has been added or changed by hand in empmaint
      * within the last few days (conflict-window-days) and the HR
      * record would change the master again, the HR record is not
      * applied but reported, so personnel and the operator who
      * keyed the manual change can agree which one is right. A
      * record that would change nothing - an add already on the
      * master as sent, a change to the values already held, a
      * leaver already inactive - is counted as unchanged.
      * Every applied change is logged to the maintenance audit
      * trail empaudit.dat in the same layout empmaint writes,
      * under the batch operator ID HRFEED, so the trail shows
      * which changes came from the feed. The trail is dated, and
      * the conflict window counted back from, the business date in
      * the processing date control file procdate.dat kept by
      * datemaint, the same date empmaint stamps; without a
      * business date the feed is not applied.
      * Records that cannot be applied are listed on the exception
      * report with a reason code:
      *   01 unknown action code
      *   02 employee ID blank
      *   03 department not on the reference file
      *   04 department inactive
      *   05 conflicts with a recent manual change in empmaint
      *   06 add for an employee already on file
      *   07 change or deactivation for an employee not on file
      *   08 employee name blank on an add
      * The run ends with a trailer of records read, applied,
      * unchanged and rejected; read always equals the other three
      * added up, so operations can confirm the whole feed was
      * accounted for. The job ends with return code 8 when the
      * feed could not be processed or any record was rejected.

       environment division.
       input-output section.
       file-control.
           select hr-feed-file assign to "hrfeed.dat"
               organization is line sequential
               file status is feed-file-status.
           select employee-master-file assign to "empmast.dat"
               organization is indexed
               access mode is random
               record key is em-employee-id
               file status is master-file-status.
           select department-file assign to "deptref.dat"
               organization is indexed
               access mode is random
               record key is dp-department-code
               file status is dept-file-status.
           select maintenance-audit-file assign to "empaudit.dat"
               organization is line sequential
               file status is audit-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
       fd  hr-feed-file.
       01  hr-feed-record.
           05 hr-action           pic X(1).
              88 hr-add value "A".
              88 hr-change value "C".
              88 hr-deactivate value "D".
           05 hr-employee-id      pic X(6).
           05 hr-employee-name    pic X(30).
           05 hr-department-code  pic X(4).

       fd  employee-master-file.
       01  employee-master-record.
           05 em-employee-id      pic X(6).
           05 em-employee-name    pic X(30).
           05 em-department-code  pic X(4).
           05 em-active-flag      pic X(1).
              88 em-active value "A".
              88 em-inactive value "I".

       fd  department-file.
       01  department-record.
           05 dp-department-code  pic X(4).
           05 dp-department-name  pic X(20).
           05 dp-active-flag      pic X(1).
              88 dp-active value "A".
              88 dp-inactive value "I".

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

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01  feed-file-status pic X(2).
       01  master-file-status pic X(2).
       01  dept-file-status pic X(2).
       01  audit-file-status pic X(2).
       01  feed-operator-id pic X(6) value "HRFEED".
       01  conflict-window-days pic 9(3) value 7.
       01  feed-ok-switch pic X(1) value "Y".
           88 feed-ok value "Y".
       01  feed-eof-switch pic X(1) value "N".
           88 feed-eof value "Y".
       01  audit-eof-switch pic X(1) value "N".
           88 audit-eof value "Y".
       01  run-date pic 9(8).
       01  window-start-day pic 9(7) value zero.
       01  stamp-date pic 9(8).
       01  procdate-file-status pic X(2).
       01  business-date-switch pic X(1) value "N".
           88 business-date-found value "Y".
       01  stamp-time pic 9(8).
       01  entry-action pic X(1) value space.
       01  reject-reason pic X(2).
           88 record-accepted value spaces.
       01  reason-text pic X(40).
       01  employee-on-file-switch pic X(1) value "N".
           88 employee-on-file value "Y".
       01  record-changes-switch pic X(1) value "N".
           88 record-changes value "Y".
       01  new-employee-name pic X(30).
       01  new-department-code pic X(4).
       01  manual-table.
           05 manual-entry occurs 1000 times.
              10 mn-employee-id  pic X(6).
       01  manual-count pic 9(4) value zero.
       01  manual-limit pic 9(4) value 1000.
       01  manual-index pic 9(4) value zero.
       01  search-employee-id pic X(6).
       01  manual-found-switch pic X(1) value "N".
           88 manual-found value "Y".
       01  records-read-count pic 9(6) value zero.
       01  records-applied-count pic 9(6) value zero.
       01  records-unchanged-count pic 9(6) value zero.
       01  records-rejected-count pic 9(6) value zero.
       01  adds-count pic 9(6) value zero.
       01  changes-count pic 9(6) value zero.
       01  deactivations-count pic 9(6) value zero.
       01  exception-line.
           05 ex-employee-id pic X(6).
           05 filler pic X(2) value spaces.
           05 ex-action pic X(1).
           05 filler pic X(2) value spaces.
           05 ex-reason-code pic X(2).
           05 filler pic X(2) value spaces.
           05 ex-reason-text pic X(40).

       procedure division.

       program-begin.
           perform get-business-date.
           if not business-date-found
               move "N" to feed-ok-switch
           end-if.
           if feed-ok
               perform open-department-file
           end-if.
           if feed-ok
               perform open-master-file
           end-if.
           if feed-ok
               perform load-recent-manual-changes
           end-if.
           if feed-ok
               perform open-maintenance-audit
           end-if.
           if feed-ok
               perform open-feed-file
           end-if.
           if feed-ok
               perform print-exception-headers
               perform read-feed-record
               perform apply-one-record until feed-eof
               close hr-feed-file
               close maintenance-audit-file
               perform print-feed-trailer
               if records-rejected-count > zero
                   move 8 to return-code
               else
                   move zero to return-code
               end-if
           else
               move 8 to return-code
           end-if.
           close employee-master-file.
           close department-file.

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

      * The feed is held to the same department rules as empmaint,
      * so it refuses to run without the reference file.

       open-department-file.
           open input department-file.
           if dept-file-status not = "00"
               display "Cannot open deptref.dat, status "
                   dept-file-status
               display "Run deptmaint to set up the department "
                   "reference file."
               move "N" to feed-ok-switch
           end-if.

       open-master-file.
           open i-o employee-master-file.
           if master-file-status = "35"
               open output employee-master-file
               close employee-master-file
               open i-o employee-master-file
           end-if.
           if master-file-status not = "00"
               display "Cannot open empmast.dat, status "
                   master-file-status
               move "N" to feed-ok-switch
           end-if.

       open-maintenance-audit.
           open extend maintenance-audit-file.
           if audit-file-status = "35"
               open output maintenance-audit-file
           end-if.
           if audit-file-status not = "00"
               display "Cannot open maintenance audit empaudit.dat, "
                   "status " audit-file-status
               move "N" to feed-ok-switch
           end-if.

       open-feed-file.
           open input hr-feed-file.
           if feed-file-status not = "00"
               display "Cannot open HR feed hrfeed.dat, status "
                   feed-file-status
               move "N" to feed-ok-switch
           end-if.

      * The employees changed by hand inside the conflict window are
      * collected from the audit trail before the feed is applied.
      * Entries written by the feed itself are not manual changes.

       load-recent-manual-changes.
           compute window-start-day =
               function integer-of-date(run-date)
               - conflict-window-days.
           open input maintenance-audit-file.
           if audit-file-status = "00"
               perform read-audit-record
               perform collect-manual-change until audit-eof
               close maintenance-audit-file
           end-if.

       read-audit-record.
           read maintenance-audit-file
               at end set audit-eof to true
           end-read.

       collect-manual-change.
           if ea-operator-id not = feed-operator-id
              and ea-date numeric and ea-date > 16010101
               if function integer-of-date(ea-date)
                       not < window-start-day
                   perform add-manual-entry
               end-if
           end-if.
           perform read-audit-record.

       add-manual-entry.
           move ea-employee-id to search-employee-id.
           perform find-manual-change.
           if not manual-found
               if manual-count < manual-limit
                   add 1 to manual-count
                   move ea-employee-id to mn-employee-id(manual-count)
               else
                   display "More than " manual-limit " employees "
                       "changed by hand in the window; feed refused."
                   move "N" to feed-ok-switch
                   set audit-eof to true
               end-if
           end-if.

       find-manual-change.
           move "N" to manual-found-switch.
           move zero to manual-index.
           perform check-one-manual-entry
               until manual-found or manual-index >= manual-count.

       check-one-manual-entry.
           add 1 to manual-index.
           if mn-employee-id(manual-index) = search-employee-id
               set manual-found to true
           end-if.

       read-feed-record.
           read hr-feed-file
               at end set feed-eof to true
           end-read.

       apply-one-record.
           add 1 to records-read-count.
           move spaces to reject-reason.
           move "N" to record-changes-switch.
           if hr-employee-id = spaces
               move "02" to reject-reason
           else
               if not hr-add and not hr-change and not hr-deactivate
                   move "01" to reject-reason
               else
                   perform look-up-employee
               end-if
           end-if.
           if record-accepted
               evaluate true
                   when hr-add perform edit-add
                   when hr-change perform edit-change
                   when other perform edit-deactivation
               end-evaluate
           end-if.
           if record-accepted and record-changes
               perform check-manual-conflict
           end-if.
           if not record-accepted
               perform report-exception
           else
               if record-changes
                   perform apply-to-master
               else
                   add 1 to records-unchanged-count
               end-if
           end-if.
           perform read-feed-record.

       look-up-employee.
           move "N" to employee-on-file-switch.
           move hr-employee-id to em-employee-id.
           read employee-master-file
               invalid key continue
               not invalid key set employee-on-file to true
           end-read.

      * An add HR sends again for an employee already on file as
      * sent is harmless and counted as unchanged.

       edit-add.
           move hr-employee-name to new-employee-name.
           move hr-department-code to new-department-code.
           if employee-on-file
               if em-employee-name not = new-employee-name
                  or em-department-code not = new-department-code
                  or em-inactive
                   move "06" to reject-reason
               end-if
           else
               if new-employee-name = spaces
                   move "08" to reject-reason
               else
                   perform validate-department-code
                   set record-changes to true
               end-if
           end-if.

       edit-change.
           if not employee-on-file
               move "07" to reject-reason
           else
               move em-employee-name to new-employee-name
               move em-department-code to new-department-code
               if hr-employee-name not = spaces
                   move hr-employee-name to new-employee-name
               end-if
               if hr-department-code not = spaces
                   move hr-department-code to new-department-code
               end-if
               if new-department-code not = em-department-code
                   perform validate-department-code
               end-if
               if new-employee-name not = em-employee-name
                  or new-department-code not = em-department-code
                   set record-changes to true
               end-if
           end-if.

       edit-deactivation.
           if not employee-on-file
               move "07" to reject-reason
           else
               move em-employee-name to new-employee-name
               move em-department-code to new-department-code
               if em-active
                   set record-changes to true
               end-if
           end-if.

       validate-department-code.
           move new-department-code to dp-department-code.
           read department-file
               invalid key move "03" to reject-reason
               not invalid key
                   if dp-inactive
                       move "04" to reject-reason
                   end-if
           end-read.

       check-manual-conflict.
           move hr-employee-id to search-employee-id.
           perform find-manual-change.
           if manual-found
               move "05" to reject-reason
           end-if.

      * The master is updated and the change logged the same way
      * empmaint does it: A added, C changed, D deactivated.

       apply-to-master.
           move hr-employee-id to em-employee-id.
           move new-employee-name to em-employee-name.
           move new-department-code to em-department-code.
           if hr-add
               set em-active to true
               write employee-master-record
                   invalid key
                       display "Cannot add employee " hr-employee-id
                           ", status " master-file-status
                       add 1 to records-rejected-count
                   not invalid key
                       move "A" to entry-action
                       add 1 to adds-count
                       perform log-feed-action
               end-write
           else
               if hr-deactivate
                   set em-inactive to true
               end-if
               rewrite employee-master-record
                   invalid key
                       display "Cannot update employee "
                           hr-employee-id ", status "
                           master-file-status
                       add 1 to records-rejected-count
                   not invalid key
                       move hr-action to entry-action
                       perform count-update
                       perform log-feed-action
               end-rewrite
           end-if.

       count-update.
           if hr-deactivate
               add 1 to deactivations-count
           else
               add 1 to changes-count
           end-if.

       log-feed-action.
           add 1 to records-applied-count.
           move run-date to stamp-date.
           accept stamp-time from time.
           move stamp-date to ea-date.
           move stamp-time to ea-time.
           move feed-operator-id to ea-operator-id.
           move entry-action to ea-action.
           move em-employee-id to ea-employee-id.
           move em-employee-name to ea-employee-name.
           move em-department-code to ea-department-code.
           move em-active-flag to ea-active-flag.
           write maintenance-audit-record.

       print-exception-headers.
           display "=================================================".
           display "        HR feed exception report  " run-date.
           display "=================================================".
           display "emp id  a  rc  reason".
           display "------  -  --  ----------------------------------".

       report-exception.
           add 1 to records-rejected-count.
           evaluate reject-reason
               when "01" move "unknown action code" to reason-text
               when "02" move "employee ID blank" to reason-text
               when "03"
                   move "department not on reference file"
                       to reason-text
               when "04" move "department inactive" to reason-text
               when "05"
                   move "conflicts with recent empmaint change"
                       to reason-text
               when "06"
                   move "add for employee already on file"
                       to reason-text
               when "07"
                   move "employee not on file" to reason-text
               when other
                   move "employee name blank on add" to reason-text
           end-evaluate.
           move hr-employee-id to ex-employee-id.
           move hr-action to ex-action.
           move reject-reason to ex-reason-code.
           move reason-text to ex-reason-text.
           display exception-line.

       print-feed-trailer.
           display "=================================================".
           display "        HR feed control trailer".
           display "=================================================".
           display "records read:      " records-read-count.
           display "records applied:   " records-applied-count.
           display "  adds:            " adds-count.
           display "  changes:         " changes-count.
           display "  deactivations:   " deactivations-count.
           display "records unchanged: " records-unchanged-count.
           display "records rejected:  " records-rejected-count.
           display "=================================================".

       end program empfeed.
