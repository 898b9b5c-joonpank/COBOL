      * When no date range is given the search covers the last 60
      * months of archives plus the live file, which is past the
      * default retention anybody has ever set on calcpurge.
      * Both defaults run back from the business date in the
      * processing date control file procdate.dat kept by datemaint
      * rather than the clock, matching calcpurge's cutoff.
      * The sequence number is keyed as all 6 digits and the dates
      * as YYYYMMDD, the way they print on the reports.
      * The archive file is a single select whose dd name ARCHFILE
           select archive-file assign to archfile
               organization is line sequential
               file status is archive-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
       fd  archive-file.
       01  archive-record      pic X(127).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01 audit-file-status pic X(2).
       01 archive-file-status pic X(2).
       01 from-date pic 9(8) value zero.
       01 to-date pic 9(8) value zero.
       01 run-date pic 9(8).
       01 procdate-file-status pic X(2).
       01 business-date-switch pic X(1) value "N".
          88 business-date-found value "Y".
       01 default-back-months pic 9(3) value 60.
       01 elapsed-months pic 9(6).
       01 search-year pic 9(4).
       procedure division.

       program-begin.
           perform get-business-date.
           if not business-date-found
               display "No business date; inquiry not run."
               move 8 to return-code
           else
               perform get-search-criteria
               perform print-report-headers
               perform search-the-archives
               perform search-live-file
               perform print-inquiry-summary
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

       get-search-criteria.
           display "Sequence number, all 6 digits (blank for any): ".
           accept entry-seq-no.
           else
               set op-filter to true
           end-if.
           display "From date YYYYMMDD (blank for last "
               default-back-months " months): ".
           accept entry-date.
           else
               perform default-from-date
           end-if.
           display "To date YYYYMMDD (blank for business date "
               run-date "): ".
           accept entry-date.
           if entry-date numeric
               move entry-date to to-date
