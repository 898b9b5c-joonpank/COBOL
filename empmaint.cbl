      * reference file kept by deptmaint: an add or change whose
      * department code is not on the reference file is rejected,
      * so a typo department can no longer split the department
      * reporting. A department deptmaint has marked inactive is
      * refused the same way, so nobody can be added or transferred
      * into a department that is being wound down. The reference
      * file must be set up before this program will run.
      * Maintaining the master is authorization level 2 work: the
      * operator is taken from the mainmenu sign-on through the
      * environment variable operator_id, or signed on here when
      * empaudit.dat with the operator, a timestamp and the record
      * as it stood after the action, so an unexpected change to an
      * employee record can always be traced to who made it and
      * when. The nightly HR feed empfeed applies the personnel
      * system's adds, changes and leavers to the same master and
      * logs them to the same trail under its batch operator ID.
      * The audit trail is dated with the business date from the
      * processing date control file procdate.dat kept by
      * datemaint, with the clock time; without a business date the
      * dialog does not start.

       environment division.
       input-output section.
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
       01  department-record.
           05 dp-department-code  pic X(4).
           05 dp-department-name  pic X(20).
           05 dp-active-flag      pic X(1).
              88 dp-active value "A".
              88 dp-inactive value "I".

       fd  maintenance-audit-file.
       01  maintenance-audit-record.
           05 ea-department-code  pic X(4).
           05 ea-active-flag      pic X(1).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01  master-file-status pic X(2).
       01  dept-file-status pic X(2).
       01  audit-file-status pic X(2).
       01  operator-id pic X(6) value spaces.
       01  signed-on-switch pic X(1) value "N".
       01  entry-action pic X(1) value space.
       01  stamp-date pic 9(8).
       01  stamp-time pic 9(8).
       01  procdate-file-status pic X(2).
       01  business-date-switch pic X(1) value "N".
           88 business-date-found value "Y".
       01  dept-valid-switch pic X(1) value "N".
           88 dept-valid value "Y".
       01  menu-choice pic X(1).

       program-begin.
           perform get-operator-identity.
           if not exit-maintenance
               perform get-business-date
               if not business-date-found
                   set exit-maintenance to true
                   move 8 to return-code
               end-if
           end-if.
           if not exit-maintenance
               perform open-department-file
           end-if.

      * The mainmenu sign-on hands the operator down through the
      * environment; run on its own the program signs the operator
      * on through opersign. Either way the master is only
      * maintained by an active operator with authorization level 2.

       get-operator-identity.
           display "signon_program" upon environment-name.
           display "empmaint" upon environment-value.
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
                       move pd-business-date to stamp-date
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

       open-maintenance-audit.
           open extend maintenance-audit-file.
           if audit-file-status = "35"
               invalid key
                   display "Department code " entry-department-code
                       " is not on the department reference file."
               not invalid key
                   if dp-inactive
                       display "Department " entry-department-code
                           " is inactive; no employees may be "
                           "filed under it."
                   else
                       set dept-valid to true
                   end-if
           end-read.

       change-one-employee.
      * action: A added, C changed, D deactivated.

       log-maintenance-action.
           accept stamp-time from time.
           move stamp-date to ea-date.
           move stamp-time to ea-time.
