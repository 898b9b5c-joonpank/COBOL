      * a code keyed in error and list the file. Like the employee
      * master, the file is created empty the first time this
      * program runs.
      * A department that is being wound down is marked inactive
      * rather than deleted, so the employees and screenings still
      * filed under it keep their department name in the reports;
      * empmaint and the HR feed empfeed refuse to add or transfer
      * anybody into an inactive department. A department is
      * active when it is added and can be set back to active.

       environment division.
       input-output section.
       01  department-record.
           05 dp-department-code  pic X(4).
           05 dp-department-name  pic X(20).
           05 dp-active-flag      pic X(1).
              88 dp-active value "A".
              88 dp-inactive value "I".

       working-storage section.
       01  dept-file-status pic X(2).
           88 add-department value "A" "a".
           88 change-department value "C" "c".
           88 delete-department value "D" "d".
           88 set-department-status value "S" "s".
           88 list-departments value "L" "l".
           88 exit-maintenance value "0".
       01  entry-department-code pic X(4).
       01  entry-department-name pic X(20).
       01  entry-active-flag pic X(1).
           88 valid-active-flag value "A" "I".
       01  status-name pic X(8).
       01  dept-eof-switch pic X(1) value "N".
           88 dept-eof value "Y".
       01  listed-count pic 9(4) value zero.
           display "  A. add department".
           display "  C. change department name".
           display "  D. delete department".
           display "  S. set department active or inactive".
           display "  L. list departments".
           display "  0. exit".
           display "=========================================".
                   if delete-department
                       perform delete-one-department
                   else
                       if set-department-status
                           perform change-department-status
                       else
                           perform process-other-selection
                       end-if
                   end-if
               end-if
           end-if.

       process-other-selection.
           if list-departments
               perform list-all-departments
           else
               if not exit-maintenance
                   display "Invalid selection, try again."
               end-if
           end-if.

       add-one-department.
           display "Enter department code: ".
           accept entry-department-code.
           else
               move entry-department-code to dp-department-code
               move entry-department-name to dp-department-name
               set dp-active to true
               write department-record
                   invalid key
                       display "Cannot add department, status "
                       " deleted."
           end-read.

       change-department-status.
           display "Enter department code: ".
           accept entry-department-code.
           move entry-department-code to dp-department-code.
           read department-file
               invalid key
                   display "Department " entry-department-code
                       " is not on file."
               not invalid key perform apply-status-change
           end-read.

       apply-status-change.
           perform look-up-status-name.
           display "Department: " dp-department-name "  " status-name.
           display "New status (A=active, I=inactive): ".
           accept entry-active-flag.
           if not valid-active-flag
               display "Unknown status, department left as it is."
           else
               move entry-active-flag to dp-active-flag
               rewrite department-record
                   invalid key
                       display "Cannot change department, status "
                           dept-file-status
                   not invalid key
                       perform look-up-status-name
                       display "Department " entry-department-code
                           " set to " status-name "."
               end-rewrite
           end-if.

       look-up-status-name.
           if dp-inactive
               move "inactive" to status-name
           else
               move "active" to status-name
           end-if.

       list-all-departments.
           move zero to listed-count.
           move low-values to dp-department-code.

       list-one-department.
           add 1 to listed-count.
           perform look-up-status-name.
           display dp-department-code "  " dp-department-name "  "
               status-name.
           perform read-next-department.

       end program deptmaint.
