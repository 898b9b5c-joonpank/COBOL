       identification division.
       program-id. calcpost is initial program.

      * This program is the post-balancing step of the calculator
      * stream. Once calcrecon has proved the run in balance it
      * distributes the results to the departments they belong to.
      * calcdrive runs it as the fourth step of the stream, so it
      * only ever runs after calcrecon has returned zero and an
      * out-of-balance stream is never distributed.
      * Each result in calc-result-file is tied back to its
      * department through the batch header in calc-trans-file:
      * the result carries the batch ID (rs-batch-id) and the
      * header of that batch names the department (bh-department)
      * it was keyed or generated for. As in calcrecon, only the
      * results whose sequence numbers are in the current
      * calctran.dat are posted; results from earlier runs, still on
      * the file because calculator opens it extend, are passed
      * over. A result keyed before batching existed, or whose
      * batch has no header, has no department; it is shown on the
      * report as unassigned and is not distributed.
      * The department posting report lists, department by
      * department and batch by batch, the number of transactions,
      * the total of their results and the number of results that
      * ended in an error status - divide by zero, invalid
      * operation and the like - with a total for each department
      * and for the run.
      * For every department an interface file is written for the
      * downstream systems, named cpDDDDYYYYMMDD.dat for the
      * department and the business date from the processing date
      * control file procdate.dat kept by datemaint, through the dd
      * name POSTFILE the same way calcpurge names its archives.
      * Every record is 120 bytes, fixed format:
      *   H  interface header - interface ID CALCPOST, department,
      *      business date, and the system date and time written
      *   D  one result - batch ID, sequence number, both numbers,
      *      operation, result, error flag E and the status text
      *   T  interface trailer - department, record count, the
      *      hash total of the results and the error count
      * A rerun for the same business date rewrites each file in
      * full. The job ends with return code 8 when the transaction
      * or result file cannot be read or an interface file cannot
      * be written, which holds the stream at this step.

       environment division.
       input-output section.
       file-control.
           select calc-trans-file assign to "calctran.dat"
               organization is line sequential
               file status is trans-file-status.
           select calc-result-file assign to "calcrslt.dat"
               organization is line sequential
               file status is rslt-file-status.
           select posting-work-file assign to "calcpwrk.tmp"
               organization is line sequential
               file status is work-file-status.
           select sort-work-file assign to "calcpsrt.tmp".
           select sorted-posting-file assign to "calcpsrd.tmp"
               organization is line sequential
               file status is sorted-file-status.
           select interface-file assign to postfile
               organization is line sequential
               file status is interface-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
       fd  calc-trans-file.
       01  trans-record.
           05 tr-seq-no       pic 9(6).
           05 tr-first-number pic S9(11)V99 sign is trailing separate.
           05 tr-operation    pic X(3).
           05 tr-second-number pic S9(11)V99 sign is trailing separate.
       01  batch-header-record.
           05 bh-record-type  pic X(1).
           05 bh-batch-id     pic X(14).
           05 bh-department   pic X(4).
           05 bh-entry-date   pic 9(8).

       fd  calc-result-file.
       01  result-record.
           05 rs-seq-no       pic 9(6).
           05 rs-first-number pic S9(11)V99 sign is trailing separate.
           05 rs-operation    pic X(3).
           05 rs-second-number pic S9(11)V99 sign is trailing separate.
           05 rs-result       pic S9(11)V99 sign is trailing separate.
           05 rs-status       pic X(40).
           05 rs-batch-id     pic X(14).

       fd  posting-work-file.
       01  posting-work-record.
           05 pw-department   pic X(4).
           05 pw-batch-id     pic X(14).
           05 pw-seq-no       pic 9(6).
           05 pw-first-number pic S9(11)V99 sign is trailing separate.
           05 pw-operation    pic X(3).
           05 pw-second-number pic S9(11)V99 sign is trailing separate.
           05 pw-result       pic S9(11)V99 sign is trailing separate.
           05 pw-status       pic X(40).

       sd  sort-work-file.
       01  sort-record.
           05 sr-department   pic X(4).
           05 sr-batch-id     pic X(14).
           05 sr-seq-no       pic 9(6).
           05 sr-rest         pic X(85).

       fd  sorted-posting-file.
       01  sorted-posting-record.
           05 sp-department   pic X(4).
           05 sp-batch-id     pic X(14).
           05 sp-seq-no       pic 9(6).
           05 sp-first-number pic S9(11)V99 sign is trailing separate.
           05 sp-operation    pic X(3).
           05 sp-second-number pic S9(11)V99 sign is trailing separate.
           05 sp-result       pic S9(11)V99 sign is trailing separate.
           05 sp-status       pic X(40).

       fd  interface-file.
       01  interface-header-record.
           05 ih-record-type  pic X(1).
           05 ih-interface-id pic X(8).
           05 ih-department   pic X(4).
           05 ih-business-date pic 9(8).
           05 ih-created-date pic 9(8).
           05 ih-created-time pic 9(8).
           05 filler          pic X(83).
       01  interface-detail-record.
           05 id-record-type  pic X(1).
           05 id-batch-id     pic X(14).
           05 id-seq-no       pic 9(6).
           05 id-first-number pic S9(11)V99 sign is trailing separate.
           05 id-operation    pic X(3).
           05 id-second-number pic S9(11)V99 sign is trailing separate.
           05 id-result       pic S9(11)V99 sign is trailing separate.
           05 id-error-flag   pic X(1).
           05 id-status       pic X(40).
           05 filler          pic X(13).
       01  interface-trailer-record.
           05 it-record-type  pic X(1).
           05 it-department   pic X(4).
           05 it-record-count pic 9(6).
           05 it-result-hash  pic S9(15)V99 sign is trailing separate.
           05 it-error-count  pic 9(6).
           05 filler          pic X(85).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01 trans-file-status pic X(2).
       01 rslt-file-status pic X(2).
       01 work-file-status pic X(2).
       01 sorted-file-status pic X(2).
       01 interface-file-status pic X(2).
       01 procdate-file-status pic X(2).
       01 business-date-switch pic X(1) value "N".
          88 business-date-found value "Y".
       01 post-ok-switch pic X(1) value "Y".
          88 post-ok value "Y".
       01 end-of-file-switch pic X(1) value "N".
          88 end-of-file value "Y".
       01 department-started-switch pic X(1) value "N".
          88 department-started value "Y".
       01 interface-open-switch pic X(1) value "N".
          88 interface-open value "Y".
       01 run-date pic 9(8) value zero.
       01 stamp-date pic 9(8).
       01 stamp-time pic 9(8).
       01 record-type-byte pic X(1).
       01 seq-table.
          05 seq-entry occurs 5000 times.
             10 sq-seq-no pic 9(6).
       01 seq-size pic 9(4) value zero.
       01 seq-limit pic 9(4) value 5000.
       01 department-table.
          05 department-entry occurs 100 times.
             10 dt-batch-id   pic X(14).
             10 dt-department pic X(4).
       01 department-count pic 9(3) value zero.
       01 department-limit pic 9(3) value 100.
       01 probe-index pic 9(4) value zero.
       01 found-switch pic X(1) value "N".
          88 entry-found value "Y".
       01 interface-file-name pic X(18).
       01 current-department pic X(4) value spaces.
       01 current-batch-id pic X(14) value spaces.
       01 batch-trans-count pic 9(6) value zero.
       01 batch-result-total pic S9(15)V99 value zero.
       01 batch-error-count pic 9(6) value zero.
       01 department-trans-count pic 9(6) value zero.
       01 department-result-total pic S9(15)V99 value zero.
       01 department-error-count pic 9(6) value zero.
       01 run-trans-count pic 9(6) value zero.
       01 run-result-total pic S9(15)V99 value zero.
       01 run-error-count pic 9(6) value zero.
       01 unassigned-count pic 9(6) value zero.
       01 earlier-run-count pic 9(6) value zero.
       01 files-written-count pic 9(4) value zero.
       01 department-label pic X(10).

       procedure division.

       program-begin.
           perform get-business-date.
           if not business-date-found
               move "N" to post-ok-switch
           end-if.
           if post-ok
               perform load-batch-departments
           end-if.
           if post-ok
               perform extract-current-results
           end-if.
           if post-ok
               perform sort-results-by-department
               perform print-posting-headers
               move "N" to end-of-file-switch
               open input sorted-posting-file
               perform read-sorted-result
               perform post-one-result until end-of-file
               perform close-current-department
               close sorted-posting-file
               perform print-run-totals
           end-if.
           if post-ok
               move zero to return-code
           else
               display "Department posting not completed."
               move 8 to return-code
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

      * Pass one: the department of every batch header, and the
      * sequence numbers of the current run.

       load-batch-departments.
           open input calc-trans-file.
           if trans-file-status not = "00"
               display "Cannot open calctran.dat, status "
                   trans-file-status
               move "N" to post-ok-switch
           else
               move "N" to end-of-file-switch
               perform read-transaction
               perform load-one-transaction until end-of-file
               close calc-trans-file
           end-if.

       read-transaction.
           read calc-trans-file
               at end set end-of-file to true
           end-read.

       load-one-transaction.
           move trans-record(1:1) to record-type-byte.
           if record-type-byte = "H"
               perform load-batch-header
           else
               if record-type-byte not = "T"
                   perform load-sequence-number
               end-if
           end-if.
           if not end-of-file
               perform read-transaction
           end-if.

       load-batch-header.
           if department-count >= department-limit
               display "More than " department-limit " batches; "
                   "cannot post by department."
               move "N" to post-ok-switch
               set end-of-file to true
           else
               add 1 to department-count
               move bh-batch-id to dt-batch-id(department-count)
               move bh-department to dt-department(department-count)
           end-if.

       load-sequence-number.
           if seq-size >= seq-limit
               display "Batch exceeds " seq-limit
                   " transactions, cannot post."
               move "N" to post-ok-switch
               set end-of-file to true
           else
               add 1 to seq-size
               move tr-seq-no to sq-seq-no(seq-size)
           end-if.

      * Pass two: every result of the current run goes to the work
      * file under the department of its batch.

       extract-current-results.
           open input calc-result-file.
           if rslt-file-status not = "00"
               display "Cannot open calcrslt.dat, status "
                   rslt-file-status
               move "N" to post-ok-switch
           else
               open output posting-work-file
               move "N" to end-of-file-switch
               perform read-result-record
               perform extract-one-result until end-of-file
               close posting-work-file
               close calc-result-file
           end-if.

       read-result-record.
           read calc-result-file
               at end set end-of-file to true
           end-read.

       extract-one-result.
           perform find-sequence-number.
           if not entry-found
               add 1 to earlier-run-count
           else
               perform find-batch-department
               move rs-batch-id to pw-batch-id
               move rs-seq-no to pw-seq-no
               move rs-first-number to pw-first-number
               move rs-operation to pw-operation
               move rs-second-number to pw-second-number
               move rs-result to pw-result
               move rs-status to pw-status
               write posting-work-record
           end-if.
           perform read-result-record.

       find-sequence-number.
           move "N" to found-switch.
           move zero to probe-index.
           perform probe-sequence-number
               until entry-found or probe-index >= seq-size.

       probe-sequence-number.
           add 1 to probe-index.
           if sq-seq-no(probe-index) = rs-seq-no
               set entry-found to true
           end-if.

      * A result with no batch, or a batch with no header, posts
      * under a blank department and is reported as unassigned.

       find-batch-department.
           move spaces to pw-department.
           move "N" to found-switch.
           move zero to probe-index.
           if rs-batch-id not = spaces
               perform probe-batch-department
                   until entry-found
                      or probe-index >= department-count
           end-if.
           if entry-found
               move dt-department(probe-index) to pw-department
           end-if.

       probe-batch-department.
           add 1 to probe-index.
           if dt-batch-id(probe-index) = rs-batch-id
               set entry-found to true
           end-if.

       sort-results-by-department.
           sort sort-work-file
               on ascending key sr-department
               on ascending key sr-batch-id
               on ascending key sr-seq-no
               using posting-work-file
               giving sorted-posting-file.

       read-sorted-result.
           read sorted-posting-file
               at end set end-of-file to true
           end-read.

      * Pass three: control breaks on department and batch.

       post-one-result.
           if not department-started
              or sp-department not = current-department
               perform close-current-department
               perform open-new-department
           else
               if sp-batch-id not = current-batch-id
                   perform print-batch-line
                   perform start-new-batch
               end-if
           end-if.
           perform accumulate-result.
           perform read-sorted-result.

       open-new-department.
           set department-started to true.
           move sp-department to current-department.
           move zero to department-trans-count.
           move zero to department-result-total.
           move zero to department-error-count.
           if current-department = spaces
               move "unassigned" to department-label
           else
               move current-department to department-label
               perform open-interface-file
           end-if.
           display " ".
           display "department " department-label.
           perform start-new-batch.

       start-new-batch.
           move sp-batch-id to current-batch-id.
           move zero to batch-trans-count.
           move zero to batch-result-total.
           move zero to batch-error-count.

       accumulate-result.
           add 1 to batch-trans-count.
           add sp-result to batch-result-total.
           if sp-status not = spaces
               add 1 to batch-error-count
           end-if.
           if current-department = spaces
               add 1 to unassigned-count
           end-if.
           if interface-open
               perform write-interface-detail
           end-if.

       print-batch-line.
           display "  " current-batch-id "  " batch-trans-count "  "
               batch-result-total "  " batch-error-count.
           add batch-trans-count to department-trans-count.
           add batch-result-total to department-result-total.
           add batch-error-count to department-error-count.

       close-current-department.
           if department-started
               perform print-batch-line
               display "  department total  " department-trans-count
                   "  " department-result-total "  "
                   department-error-count
               add department-trans-count to run-trans-count
               add department-result-total to run-result-total
               add department-error-count to run-error-count
               if interface-open
                   perform close-interface-file
               end-if
               move "N" to department-started-switch
           end-if.

      * One interface file per department for the business date; a
      * rerun opens it output again and rewrites it whole.

       open-interface-file.
           move spaces to interface-file-name.
           string "cp" current-department run-date ".dat"
               delimited by size into interface-file-name.
           display "dd_postfile" upon environment-name.
           display interface-file-name upon environment-value.
           open output interface-file.
           if interface-file-status not = "00"
               display "Cannot write interface file "
                   interface-file-name ", status "
                   interface-file-status
               move "N" to post-ok-switch
           else
               set interface-open to true
               accept stamp-date from date yyyymmdd
               accept stamp-time from time
               move spaces to interface-header-record
               move "H" to ih-record-type
               move "CALCPOST" to ih-interface-id
               move current-department to ih-department
               move run-date to ih-business-date
               move stamp-date to ih-created-date
               move stamp-time to ih-created-time
               write interface-header-record
           end-if.

       write-interface-detail.
           move spaces to interface-detail-record.
           move "D" to id-record-type.
           move sp-batch-id to id-batch-id.
           move sp-seq-no to id-seq-no.
           move sp-first-number to id-first-number.
           move sp-operation to id-operation.
           move sp-second-number to id-second-number.
           move sp-result to id-result.
           if sp-status not = spaces
               move "E" to id-error-flag
           end-if.
           move sp-status to id-status.
           write interface-detail-record.

      * The trailer totals are the department's own, built up batch
      * by batch, so the file proves against the report line.

       close-interface-file.
           move spaces to interface-trailer-record.
           move "T" to it-record-type.
           move current-department to it-department.
           move department-trans-count to it-record-count.
           move department-result-total to it-result-hash.
           move department-error-count to it-error-count.
           write interface-trailer-record.
           close interface-file.
           move "N" to interface-open-switch.
           add 1 to files-written-count.
           display "  interface file " interface-file-name
               " written".

       print-posting-headers.
           display "=================================================".
           display "    calculator department posting report".
           display "=================================================".
           display "business date:            " run-date.
           display "  batch-id        trans   result total"
               "          errors".

       print-run-totals.
           display " ".
           display "=================================================".
           display "results posted:           " run-trans-count.
           display "total of results:         " run-result-total.
           display "error-status results:     " run-error-count.
           display "unassigned, not sent:     " unassigned-count.
           display "earlier runs passed over: " earlier-run-count.
           display "interface files written:  " files-written-count.
           display "=================================================".

       end program calcpost.
