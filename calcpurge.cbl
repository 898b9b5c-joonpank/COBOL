      * The operator gives the retention period in months; records
      * whose au-date falls in a month older than that many months
      * before the run date are archived, everything newer is kept.
      * The run date is the business date from the processing date
      * control file procdate.dat kept by datemaint, so the cutoff
      * does not slip a month when the job runs past midnight at a
      * month end; without a business date nothing is purged.
      * The audit file is first sorted by timestamp so each monthly
      * archive is written in one piece and the purge report can
      * show the date range moved to each archive.
           select purge-marker-file assign to "calcpurg.flg"
               organization is line sequential
               file status is marker-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
       fd  purge-marker-file.
       01  marker-record       pic X(4).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01 audit-file-status pic X(2).
       01 sorted-file-status pic X(2).
       01 kept-count pic 9(6) value zero.
       01 kept-first-date pic 9(8) value zero.
       01 kept-last-date pic 9(8) value zero.
       01 procdate-file-status pic X(2).
       01 business-date-switch pic X(1) value "N".
          88 business-date-found value "Y".

       procedure division.

       program-begin.
           perform recover-interrupted-copy.
           perform get-business-date.
           if not business-date-found
               display "No business date; nothing purged."
               move 8 to return-code
           else
               perform purge-old-records
           end-if.

       program-done.
           goback.

       purge-old-records.
           perform get-retention-period.
           perform compute-cutoff-month.
           perform sort-audit-by-timestamp.
               perform print-purge-report
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
                       move pd-business-date to run-date
                       set business-date-found to true
               end-read
               close processing-date-file
           end-if.

       get-retention-period.
           display "Retention period in months: ".
      * itself and everything after it is kept.

       compute-cutoff-month.
           move run-date(1:4) to run-year.
           move run-date(5:2) to run-month.
           compute elapsed-months =
