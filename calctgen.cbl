       identification division.
       program-id. calctgen is initial program.

      * This program generates the calculator batches that recur
      * every period from the standing templates kept by tmplmaint
      * in calctmpl.dat. Run it before calcdrive on the business
      * day the batches belong to.
      * The run date is the business date from the processing date
      * control file procdate.dat kept by datemaint. Every active
      * template due on that date is written to calctran.dat as a
      * batch of its own, exactly as calcentry writes a keying
      * session: a header record carrying the batch ID, the
      * template's department and the business date as the entry
      * date, one transaction per template line under the next free
      * sequence numbers, and a trailer carrying the record count
      * and the hash totals of the two amounts. calcedit and
      * calcrecon therefore edit, prove and balance a generated
      * batch like any keyed one.
      * A template is due:
      *   D  daily    - on every run
      *   W  weekly   - when the run date falls on its day of the
      *                 week, 1 Monday to 7 Sunday
      *   M  monthly  - when the run date is its day of the month,
      *                 or is the last day of a month too short to
      *                 have that day
      * The batch ID is G, the business date and a five-digit count
      * of the batches generated for that date, so a generated batch
      * is told apart from a keyed one at a glance and can never
      * share an ID with one: calcentry's IDs are all digits.
      * Every batch generated is logged to the generation log
      * calcglog.dat with the business date, the template and
      * department, the batch ID, the number of lines and the
      * sequence numbers used. A template already logged for the
      * business date is not generated again, so rerunning the job
      * - after an abend, or after templates were added later in the
      * day - only generates what is still missing and can never
      * post a template twice for the same day.
      * Sequence numbers continue past both the file and the
      * calculator checkpoint, as in calcentry.
      * The run ends with a control report of templates read,
      * generated, already generated, not due, inactive and
      * unusable, and with return code 8 when the job could not run.

       environment division.
       input-output section.
       file-control.
           select template-file assign to "calctmpl.dat"
               organization is indexed
               access mode is sequential
               record key is tm-key
               file status is template-file-status.
           select calc-trans-file assign to "calctran.dat"
               organization is line sequential
               file status is trans-file-status.
           select calc-checkpoint-file assign to "calcckpt.dat"
               organization is line sequential
               file status is checkpoint-file-status.
           select generation-log-file assign to "calcglog.dat"
               organization is line sequential
               file status is genlog-file-status.
           select processing-date-file assign to "procdate.dat"
               organization is line sequential
               file status is procdate-file-status.

       data division.
       file section.
       fd  template-file.
       01  template-record.
           05 tm-key.
              10 tm-template-id   pic X(6).
              10 tm-department    pic X(4).
           05 tm-description      pic X(30).
           05 tm-frequency        pic X(1).
              88 tm-daily value "D".
              88 tm-weekly value "W".
              88 tm-monthly value "M".
           05 tm-run-day          pic 9(2).
           05 tm-active-flag      pic X(1).
              88 tm-active value "A".
              88 tm-inactive value "I".
           05 tm-line-count       pic 9(2).
           05 tm-line occurs 20 times.
              10 tl-first-number  pic S9(11)V99
                                  sign is trailing separate.
              10 tl-operation     pic X(3).
              10 tl-second-number pic S9(11)V99
                                  sign is trailing separate.

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
       01  batch-trailer-record.
           05 bt-record-type  pic X(1).
           05 bt-batch-id     pic X(14).
           05 bt-record-count pic 9(6).
           05 bt-first-hash   pic S9(13)V99 sign is trailing separate.
           05 bt-second-hash  pic S9(13)V99 sign is trailing separate.

       fd  calc-checkpoint-file.
       01  checkpoint-record.
           05 ck-last-seq-no  pic 9(6).

       fd  generation-log-file.
       01  generation-log-record.
           05 gl-run-date      pic 9(8).
           05 gl-template-id   pic X(6).
           05 gl-department    pic X(4).
           05 gl-batch-id      pic X(14).
           05 gl-line-count    pic 9(2).
           05 gl-first-seq-no  pic 9(6).
           05 gl-last-seq-no   pic 9(6).
           05 gl-stamp-date    pic 9(8).
           05 gl-stamp-time    pic 9(8).

       fd  processing-date-file.
       01  processing-date-record.
           05 pd-business-date    pic 9(8).
           05 pd-changed-date     pic 9(8).
           05 pd-changed-time     pic 9(8).
           05 pd-changed-by       pic X(6).

       working-storage section.
       01 template-file-status pic X(2).
       01 trans-file-status pic X(2).
       01 checkpoint-file-status pic X(2).
       01 genlog-file-status pic X(2).
       01 procdate-file-status pic X(2).
       01 business-date-switch pic X(1) value "N".
          88 business-date-found value "Y".
       01 generate-ok-switch pic X(1) value "Y".
          88 generate-ok value "Y".
       01 end-of-file-switch pic X(1) value "N".
          88 end-of-file value "Y".
       01 template-eof-switch pic X(1) value "N".
          88 template-eof value "Y".
       01 genlog-eof-switch pic X(1) value "N".
          88 genlog-eof value "Y".
       01 template-due-switch pic X(1) value "N".
          88 template-due value "Y".
       01 already-generated-switch pic X(1) value "N".
          88 already-generated value "Y".
       01 last-day-of-month-switch pic X(1) value "N".
          88 last-day-of-month value "Y".
       01 run-date pic 9(8) value zero.
       01 run-date-parts redefines run-date.
          05 run-year pic 9(4).
          05 run-month pic 9(2).
          05 run-day-of-month pic 9(2).
       01 run-day-number pic 9(7) value zero.
       01 run-day-of-week pic 9(1) value zero.
       01 next-date pic 9(8) value zero.
       01 day-of-week-name pic X(9).
       01 generated-table.
          05 generated-entry occurs 1000 times.
             10 ge-template-id pic X(6).
             10 ge-department  pic X(4).
       01 generated-size pic 9(4) value zero.
       01 generated-limit pic 9(4) value 1000.
       01 table-index pic 9(4) value zero.
       01 batch-counter pic 9(5) value zero.
       01 highest-seq-no pic 9(6) value zero.
       01 batch-first-seq-no pic 9(6) value zero.
       01 line-no pic 9(2) value zero.
       01 session-batch-id pic X(14) value spaces.
       01 session-first-hash pic S9(13)V99 value zero.
       01 session-second-hash pic S9(13)V99 value zero.
       01 stamp-date pic 9(8).
       01 stamp-time pic 9(8).
       01 templates-read-count pic 9(6) value zero.
       01 templates-generated-count pic 9(6) value zero.
       01 templates-already-count pic 9(6) value zero.
       01 templates-not-due-count pic 9(6) value zero.
       01 templates-inactive-count pic 9(6) value zero.
       01 templates-unusable-count pic 9(6) value zero.
       01 lines-generated-count pic 9(6) value zero.

       procedure division.

       program-begin.
           perform get-business-date.
           if not business-date-found
               move "N" to generate-ok-switch
           end-if.
           if generate-ok
               perform work-out-run-day
               perform load-generation-log
           end-if.
           if generate-ok
               perform open-template-file
           end-if.
           if generate-ok
               perform find-highest-seq-no
               perform open-generation-outputs
               perform read-template
               perform process-one-template until template-eof
               close template-file
               close calc-trans-file
               close generation-log-file
               perform print-control-report
               move zero to return-code
           else
               display "Template generation not run."
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

      * Day 1 of the integer date count, 1 January 1601, was a
      * Monday, so the day of the week falls out of the count with
      * Monday as 1. The run date is the last day of its month when
      * the next day is in another month.

       work-out-run-day.
           compute run-day-number = function integer-of-date(run-date).
           compute run-day-of-week =
               function mod(run-day-number - 1, 7) + 1.
           compute next-date =
               function date-of-integer(run-day-number + 1).
           if next-date(5:2) not = run-date(5:2)
               set last-day-of-month to true
           end-if.
           evaluate run-day-of-week
               when 1 move "Monday" to day-of-week-name
               when 2 move "Tuesday" to day-of-week-name
               when 3 move "Wednesday" to day-of-week-name
               when 4 move "Thursday" to day-of-week-name
               when 5 move "Friday" to day-of-week-name
               when 6 move "Saturday" to day-of-week-name
               when 7 move "Sunday" to day-of-week-name
           end-evaluate.

      * Only the log records of this business date matter: they say
      * which templates are already done and how many batch IDs the
      * date has used.

       load-generation-log.
           move zero to generated-size.
           move zero to batch-counter.
           open input generation-log-file.
           if genlog-file-status = "00"
               perform read-generation-log
               perform collect-generated-template until genlog-eof
               close generation-log-file
           end-if.

       read-generation-log.
           read generation-log-file
               at end set genlog-eof to true
           end-read.

       collect-generated-template.
           if gl-run-date = run-date
               add 1 to batch-counter
               if generated-size >= generated-limit
                   display "More than " generated-limit " batches "
                       "logged for " run-date "; cannot check for "
                       "double posting."
                   move "N" to generate-ok-switch
                   set genlog-eof to true
               else
                   add 1 to generated-size
                   move gl-template-id
                       to ge-template-id(generated-size)
                   move gl-department
                       to ge-department(generated-size)
               end-if
           end-if.
           if not genlog-eof
               perform read-generation-log
           end-if.

       open-template-file.
           open input template-file.
           if template-file-status not = "00"
               display "Cannot open calctmpl.dat, status "
                   template-file-status
               display "Run tmplmaint to set up the templates."
               move "N" to generate-ok-switch
           end-if.

      * Sequence numbers continue past both the file and the
      * calculator checkpoint, so a number is never reused even
      * when an edited batch has been pulled back out of the file;
      * a reused number would be skipped as already posted.

       find-highest-seq-no.
           move zero to highest-seq-no.
           open input calc-trans-file.
           if trans-file-status = "00"
               perform read-transaction
               perform scan-for-highest-seq until end-of-file
               close calc-trans-file
           end-if.
           move "N" to end-of-file-switch.
           open input calc-checkpoint-file.
           if checkpoint-file-status = "00"
               read calc-checkpoint-file
                   at end continue
                   not at end
                       if ck-last-seq-no numeric
                          and ck-last-seq-no > highest-seq-no
                           move ck-last-seq-no to highest-seq-no
                       end-if
               end-read
               close calc-checkpoint-file
           end-if.

       read-transaction.
           read calc-trans-file
               at end set end-of-file to true
           end-read.

       scan-for-highest-seq.
           if tr-seq-no numeric and tr-seq-no > highest-seq-no
               move tr-seq-no to highest-seq-no
           end-if.
           perform read-transaction.

       open-generation-outputs.
           open extend calc-trans-file.
           if trans-file-status = "35"
               open output calc-trans-file
           end-if.
           open extend generation-log-file.
           if genlog-file-status = "35"
               open output generation-log-file
           end-if.
           display "=================================================".
           display "        standing template generation".
           display "=================================================".
           display "business date:    " run-date " " day-of-week-name.

       read-template.
           read template-file
               at end set template-eof to true
           end-read.

       process-one-template.
           add 1 to templates-read-count.
           if not tm-active
               add 1 to templates-inactive-count
           else
               perform check-template-due
               if not template-due
                   add 1 to templates-not-due-count
               else
                   perform check-already-generated
                   if already-generated
                       add 1 to templates-already-count
                       display "  " tm-template-id " " tm-department
                           " already generated for " run-date
                   else
                       perform check-and-generate
                   end-if
               end-if
           end-if.
           perform read-template.

       check-template-due.
           move "N" to template-due-switch.
           evaluate true
               when tm-daily
                   set template-due to true
               when tm-weekly
                   if tm-run-day = run-day-of-week
                       set template-due to true
                   end-if
               when tm-monthly
                   if tm-run-day = run-day-of-month
                       set template-due to true
                   else
                       if last-day-of-month
                          and tm-run-day > run-day-of-month
                           set template-due to true
                       end-if
                   end-if
           end-evaluate.

       check-already-generated.
           move "N" to already-generated-switch.
           move zero to table-index.
           perform check-one-generated-entry
               until table-index >= generated-size
                  or already-generated.

       check-one-generated-entry.
           add 1 to table-index.
           if ge-template-id(table-index) = tm-template-id
              and ge-department(table-index) = tm-department
               set already-generated to true
           end-if.

       check-and-generate.
           if tm-line-count not numeric or tm-line-count = zero
              or tm-line-count > 20
               add 1 to templates-unusable-count
               display "  " tm-template-id " " tm-department
                   " has no usable lines; not generated"
           else
               if generated-size >= generated-limit
                   add 1 to templates-unusable-count
                   display "  " tm-template-id " " tm-department
                       " not generated; batch limit for the day "
                       "reached"
               else
                   perform generate-template-batch
               end-if
           end-if.

      * One template, one batch: header, the lines in template
      * order under the next free sequence numbers, trailer, and
      * the log record that stops it being generated again today.

       generate-template-batch.
           add 1 to batch-counter.
           move spaces to session-batch-id.
           string "G" run-date batch-counter
               delimited by size into session-batch-id.
           move zero to session-first-hash.
           move zero to session-second-hash.
           compute batch-first-seq-no = highest-seq-no + 1.
           move "H" to bh-record-type.
           move session-batch-id to bh-batch-id.
           move tm-department to bh-department.
           move run-date to bh-entry-date.
           write batch-header-record.
           move zero to line-no.
           perform write-template-line tm-line-count times.
           move "T" to bt-record-type.
           move session-batch-id to bt-batch-id.
           move tm-line-count to bt-record-count.
           move session-first-hash to bt-first-hash.
           move session-second-hash to bt-second-hash.
           write batch-trailer-record.
           perform log-generated-batch.
           add 1 to templates-generated-count.
           display "  " tm-template-id " " tm-department
               " generated as batch " session-batch-id ", "
               tm-line-count " lines, " batch-first-seq-no
               " to " highest-seq-no.

       write-template-line.
           add 1 to line-no.
           add 1 to highest-seq-no.
           move highest-seq-no to tr-seq-no.
           move tl-first-number(line-no) to tr-first-number.
           move tl-operation(line-no) to tr-operation.
           move tl-second-number(line-no) to tr-second-number.
           write trans-record.
           add tl-first-number(line-no) to session-first-hash.
           add tl-second-number(line-no) to session-second-hash.
           add 1 to lines-generated-count.

       log-generated-batch.
           accept stamp-date from date yyyymmdd.
           accept stamp-time from time.
           move run-date to gl-run-date.
           move tm-template-id to gl-template-id.
           move tm-department to gl-department.
           move session-batch-id to gl-batch-id.
           move tm-line-count to gl-line-count.
           move batch-first-seq-no to gl-first-seq-no.
           move highest-seq-no to gl-last-seq-no.
           move stamp-date to gl-stamp-date.
           move stamp-time to gl-stamp-time.
           write generation-log-record.
           add 1 to generated-size.
           move tm-template-id to ge-template-id(generated-size).
           move tm-department to ge-department(generated-size).

       print-control-report.
           display "=================================================".
           display "templates read:   " templates-read-count.
           display "generated:        " templates-generated-count.
           display "lines generated:  " lines-generated-count.
           display "already generated:" templates-already-count.
           display "not due today:    " templates-not-due-count.
           display "inactive:         " templates-inactive-count.
           display "not usable:       " templates-unusable-count.
           display "=================================================".

       end program calctgen.
