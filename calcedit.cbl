      * with a header naming the department keyed at the start of
      * the session and a trailer carrying their count and hash
      * totals, so they balance per batch downstream like any other
      * session. The header's entry date is the business date from
      * the processing date control file procdate.dat kept by
      * datemaint; without one nothing is resubmitted.
      * Reason codes:
      *   01 sequence number not numeric
      *   02 sequence number not ascending or duplicate
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

       working-storage section.
       01 checkpoint-file-status pic X(2).
       01 trans-file-status pic X(2).
       01 session-department pic X(4) value spaces.
       01 session-date pic 9(8) value zero.
       01 session-time pic 9(8) value zero.
       01 business-date pic 9(8) value zero.
       01 procdate-file-status pic X(2).
       01 business-date-switch pic X(1) value "N".
          88 business-date-found value "Y".
       01 resubmit-first-hash pic S9(13)V99 value zero.
       01 resubmit-second-hash pic S9(13)V99 value zero.

      * sequence numbers and keep the rest in the suspense file.

       resubmit-corrections.
           perform get-business-date.
           if not business-date-found
               display "No business date; nothing resubmitted."
               move 8 to return-code
           else
               perform resubmit-from-suspense
           end-if.

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
                       move pd-business-date to business-date
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

       resubmit-from-suspense.
           open input suspense-file.
           if suspense-file-status not = "00"
               display "No suspense file to resubmit, status "
           move "H" to bh-record-type.
           move session-batch-id to bh-batch-id.
           move session-department to bh-department.
           move business-date to bh-entry-date.
           write batch-header-record.

       write-resubmit-trailer.
