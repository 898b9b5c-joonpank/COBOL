           select calc-checkpoint-file assign to "calcckpt.dat"
               organization is line sequential
               file status is checkpoint-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
       01  checkpoint-record.
           05 ck-last-seq-no  pic 9(6).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

      * This program reads a batch of calculations from
      * calc-trans-file, one record per calculation, and writes the
      * answer for every record to calc-result-file. Calculation is
      * the environment variable operator_id and stamped on every
      * audit record, so an audit question names who ran the batch;
      * a run outside the menu leaves the operator blank.
      * The audit date is the business date from the processing
      * date control file procdate.dat kept by datemaint, so a run
      * that goes past midnight or reruns an earlier day is stamped
      * with the day it belongs to; the audit time stays the clock
      * time of the posting. Without a business date the batch is
      * not run and the program ends with return code 8.

       working-storage section.
       01 first-number pic S9(11)V99.
       01 result-status pic X(40).
       01 audit-date pic 9(8).
       01 audit-time pic 9(8).
       01 procdate-file-status pic X(2).
       01 business-date-switch pic X(1) value "N".
          88 business-date-found value "Y".
       01 last-checkpoint-seq pic 9(6) value zero.
       01 checkpoint-count pic 9(4) value zero.
       01 checkpoint-interval pic 9(4) value 10.

           display "operator_id" upon environment-name.
           accept operator-id from environment-value.
           perform get-business-date.
           if business-date-found
               perform open-files
               perform read-checkpoint
               perform read-transaction
               perform process-transactions until end-of-file
               perform check-batch-progress
               perform write-checkpoint
               perform close-files
           else
               display "No business date; batch not run."
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
                       move pd-business-date to audit-date
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

       open-files.
           open input calc-trans-file.
           open extend calc-result-file.
           write result-record.

       write-audit-record.
           accept audit-time from time.
           move audit-date to au-date.
           move audit-time to au-time.
