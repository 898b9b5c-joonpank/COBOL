       identification division.
       program-id. tmplmaint is initial program.

      * This program maintains the standing calculation templates
      * that calctgen turns into calctran.dat batches, so the
      * calculations a department sends in every period - the same
      * percentage allocations, the same fixed multipliers - are
      * keyed once instead of through calcentry every time.
      * The template file calctmpl.dat is indexed by template ID
      * and department, so the same template ID can be set up for
      * several departments with their own amounts. Each template
      * carries a description, how often it recurs and an active
      * flag, and up to 20 lines of first amount, operation and
      * second amount:
      *   D  daily    - every business day calctgen runs
      *   W  weekly   - on one day of the week, 1 Monday to 7 Sunday
      *   M  monthly  - on one day of the month, 1 to 31; a day past
      *                 the end of a short month falls on its last
      *                 day
      * Amounts and operations are keyed and checked exactly as
      * calcentry checks them, so a template can never generate a
      * line calcedit would reject. A template that is not to run
      * for a while is set inactive rather than deleted.
      * The operator can add a template, change its description,
      * recurrence or status, re-key all of its lines, change one
      * line's amounts, delete it, view it and list the file. The
      * file is created empty the first time this program runs.
      * Maintaining templates is authorization level 2 work, signed
      * on through opersign.

       environment division.
       input-output section.
       file-control.
           select template-file assign to "calctmpl.dat"
               organization is indexed
               access mode is dynamic
               record key is tm-key
               file status is template-file-status.

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

       working-storage section.
       01 template-file-status pic X(2).
       01 template-open-switch pic X(1) value "N".
          88 template-open value "Y".
       01 operator-id pic X(6) value spaces.
       01 signed-on-switch pic X(1) value "N".
          88 signed-on value "Y".
       01 menu-choice pic X(1).
          88 add-template value "A" "a".
          88 change-template value "C" "c".
          88 rekey-template-lines value "E" "e".
          88 update-template-line value "U" "u".
          88 delete-template value "D" "d".
          88 list-templates value "L" "l".
          88 view-template value "V" "v".
          88 exit-maintenance value "0".
       01 entry-template-id pic X(6).
       01 entry-department pic X(4).
       01 entry-description pic X(30).
       01 entry-frequency pic X(1).
          88 valid-frequency value "D" "W" "M".
       01 entry-run-day pic X(2).
       01 entry-run-day-no pic 9(2).
       01 entry-active-flag pic X(1).
          88 valid-active-flag value "A" "I".
       01 entry-line-no pic X(2).
       01 confirm-choice pic X(1).
          88 confirmed value "Y" "y".
       01 schedule-valid-switch pic X(1) value "N".
          88 schedule-valid value "Y".
       01 more-lines-switch pic X(1) value "Y".
          88 more-lines value "Y" "y".
       01 template-eof-switch pic X(1) value "N".
          88 template-eof value "Y".
       01 line-no pic 9(2) value zero.
       01 listed-count pic 9(4) value zero.
       01 frequency-name pic X(7).
       01 status-name pic X(8).
       01 first-number pic S9(11)V99.
       01 operation pic X(3).
       01 second-number pic S9(11)V99.
       01 first-number-out pic -(11)9.99.
       01 second-number-out pic -(11)9.99.
       01 entry-field pic X(16).
       01 entry-valid-switch pic X(1) value "N".
          88 entry-valid value "Y".
       01 amount-valid-switch pic X(1) value "N".
          88 amount-valid value "Y".
       01 parsed-amount pic S9(11)V99 value zero.
       01 parse-done-switch pic X(1) value "N".
          88 parse-done value "Y".
       01 point-seen-switch pic X(1) value "N".
          88 point-seen value "Y".
       01 parse-index pic 9(2) value zero.
       01 parse-char pic X(1).
       01 entry-sign pic X(1).
       01 whole-value pic 9(11) value zero.
       01 whole-digit-count pic 9(2) value zero.
       01 decimal-value pic 9(2) value zero.
       01 decimal-digit-count pic 9(1) value zero.

       procedure division.

       program-begin.
           perform get-operator-identity.
           if not exit-maintenance
               perform open-template-file
           end-if.
           perform show-menu until exit-maintenance.
           if template-open
               close template-file
           end-if.

       program-done.
           goback.

       get-operator-identity.
           display "signon_program" upon environment-name.
           display "tmplmaint" upon environment-value.
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

       open-template-file.
           open i-o template-file.
           if template-file-status = "35"
               open output template-file
               close template-file
               open i-o template-file
           end-if.
           if template-file-status = "00"
               set template-open to true
           else
               display "Cannot open calctmpl.dat, status "
                   template-file-status
               set exit-maintenance to true
           end-if.

       show-menu.
           display "=========================================".
           display "     standing calculation templates".
           display "  A. add template".
           display "  C. change description, recurrence, status".
           display "  E. re-key template lines".
           display "  U. change one template line".
           display "  D. delete template".
           display "  V. view template".
           display "  L. list templates".
           display "  0. exit".
           display "=========================================".
           display "Enter selection: ".
           accept menu-choice.
           perform process-selection.

       process-selection.
           if add-template
               perform add-one-template
           else
               if change-template
                   perform change-one-template
               else
                   if rekey-template-lines
                       perform rekey-one-template
                   else
                       if update-template-line
                           perform update-one-line
                       else
                           perform process-other-selection
                       end-if
                   end-if
               end-if
           end-if.

       process-other-selection.
           if delete-template
               perform delete-one-template
           else
               if view-template
                   perform view-one-template
               else
                   if list-templates
                       perform list-all-templates
                   else
                       if not exit-maintenance
                           display "Invalid selection, try again."
                       end-if
                   end-if
               end-if
           end-if.

       get-template-key.
           display "Enter template ID: ".
           accept entry-template-id.
           display "Enter department: ".
           accept entry-department.
           move entry-template-id to tm-template-id.
           move entry-department to tm-department.

       add-one-template.
           perform get-template-key.
           if entry-template-id = spaces or entry-department = spaces
               display "Template ID and department may not be blank."
           else
               read template-file
                   invalid key perform write-new-template
                   not invalid key
                       display "Template " entry-template-id " for "
                           entry-department " is already on file."
               end-read
           end-if.

       write-new-template.
           display "Enter description: ".
           accept entry-description.
           perform enter-schedule.
           if not schedule-valid
               display "Template not added."
           else
               move entry-template-id to tm-template-id
               move entry-department to tm-department
               move entry-description to tm-description
               move entry-frequency to tm-frequency
               move entry-run-day-no to tm-run-day
               set tm-active to true
               perform enter-template-lines
               write template-record
                   invalid key
                       display "Cannot add template, status "
                           template-file-status
                   not invalid key
                       display "Template " entry-template-id
                           " added with " tm-line-count " lines."
               end-write
           end-if.

      * Frequency and run day are checked together: the run day is
      * a day of the week for weekly templates and a day of the
      * month for monthly ones, and is not used for daily ones.

       enter-schedule.
           move "N" to schedule-valid-switch.
           move zero to entry-run-day-no.
           display "Recurrence (D=daily, W=weekly, M=monthly): ".
           accept entry-frequency.
           if not valid-frequency
               display "Recurrence must be D, W or M."
           else
               if entry-frequency = "D"
                   set schedule-valid to true
               else
                   perform enter-run-day
               end-if
           end-if.

       enter-run-day.
           if entry-frequency = "W"
               display "Day of the week (1=Monday ... 7=Sunday): "
           else
               display "Day of the month (1-31): "
           end-if.
           accept entry-run-day.
           if entry-run-day(2:1) = space
               move entry-run-day(1:1) to entry-run-day(2:1)
               move "0" to entry-run-day(1:1)
           end-if.
           if entry-run-day not numeric
               display "Run day must be a number."
           else
               move entry-run-day to entry-run-day-no
               if entry-run-day-no = zero
                  or (entry-frequency = "W" and entry-run-day-no > 7)
                  or entry-run-day-no > 31
                   display "Run day " entry-run-day-no
                       " is out of range."
               else
                   set schedule-valid to true
               end-if
           end-if.

      * Lines are keyed the way calcentry keys transactions, one
      * after another until the operator stops or the template is
      * full.

       enter-template-lines.
           move zero to tm-line-count.
           move "Y" to more-lines-switch.
           perform enter-one-line
               until not more-lines or tm-line-count = 20.
           if tm-line-count = 20
               display "Template is full at 20 lines."
           end-if.

       enter-one-line.
           add 1 to tm-line-count.
           display "Line " tm-line-count.
           perform get-first-number.
           perform get-operation.
           if operation = "sqr"
               move zero to second-number
           else
               perform get-second-number
           end-if.
           move first-number to tl-first-number(tm-line-count).
           move operation to tl-operation(tm-line-count).
           move second-number to tl-second-number(tm-line-count).
           if tm-line-count < 20
               display "Enter another line? (Y/N): "
               accept more-lines-switch
           end-if.

       change-one-template.
           perform get-template-key.
           read template-file
               invalid key perform report-template-not-found
               not invalid key perform apply-template-change
           end-read.

       report-template-not-found.
           display "Template " entry-template-id " for "
               entry-department " is not on file.".

       apply-template-change.
           perform show-template-header.
           display "Enter new description (blank to keep): ".
           accept entry-description.
           if entry-description not = spaces
               move entry-description to tm-description
           end-if.
           display "Change recurrence? (Y/N): ".
           accept confirm-choice.
           if confirmed
               perform enter-schedule
               if schedule-valid
                   move entry-frequency to tm-frequency
                   move entry-run-day-no to tm-run-day
               else
                   display "Recurrence kept."
               end-if
           end-if.
           display "Enter status A=active, I=inactive (blank to "
               "keep): ".
           accept entry-active-flag.
           if valid-active-flag
               move entry-active-flag to tm-active-flag
           else
               if entry-active-flag not = space
                   display "Status must be A or I, status kept."
               end-if
           end-if.
           rewrite template-record
               invalid key
                   display "Cannot change template, status "
                       template-file-status
               not invalid key
                   display "Template " entry-template-id " changed."
           end-rewrite.

       rekey-one-template.
           perform get-template-key.
           read template-file
               invalid key perform report-template-not-found
               not invalid key perform rekey-template-lines-now
           end-read.

       rekey-template-lines-now.
           perform show-template-header.
           display "All " tm-line-count " lines are replaced. "
               "Continue? (Y/N): ".
           accept confirm-choice.
           if confirmed
               perform enter-template-lines
               rewrite template-record
                   invalid key
                       display "Cannot change template, status "
                           template-file-status
                   not invalid key
                       display "Template " entry-template-id
                           " now has " tm-line-count " lines."
               end-rewrite
           else
               display "Lines kept."
           end-if.

       update-one-line.
           perform get-template-key.
           read template-file
               invalid key perform report-template-not-found
               not invalid key perform choose-line-to-update
           end-read.

       choose-line-to-update.
           perform show-template-lines.
           display "Line number to change: ".
           accept entry-line-no.
           if entry-line-no(2:1) = space
               move entry-line-no(1:1) to entry-line-no(2:1)
               move "0" to entry-line-no(1:1)
           end-if.
           if entry-line-no not numeric
               display "Line number must be a number."
           else
               move entry-line-no to line-no
               if line-no = zero or line-no > tm-line-count
                   display "No line " line-no " on this template."
               else
                   perform apply-line-update
               end-if
           end-if.

       apply-line-update.
           perform get-first-number.
           perform get-operation.
           if operation = "sqr"
               move zero to second-number
           else
               perform get-second-number
           end-if.
           move first-number to tl-first-number(line-no).
           move operation to tl-operation(line-no).
           move second-number to tl-second-number(line-no).
           rewrite template-record
               invalid key
                   display "Cannot change template, status "
                       template-file-status
               not invalid key
                   display "Line " line-no " changed."
           end-rewrite.

       delete-one-template.
           perform get-template-key.
           read template-file
               invalid key perform report-template-not-found
               not invalid key perform confirm-template-delete
           end-read.

       confirm-template-delete.
           perform show-template-header.
           display "Delete this template? (Y/N): ".
           accept confirm-choice.
           if confirmed
               delete template-file
                   invalid key
                       display "Cannot delete template, status "
                           template-file-status
                   not invalid key
                       display "Template " entry-template-id
                           " deleted."
               end-delete
           else
               display "Template kept."
           end-if.

       view-one-template.
           perform get-template-key.
           read template-file
               invalid key perform report-template-not-found
               not invalid key perform show-template-lines
           end-read.

       show-template-header.
           perform look-up-names.
           display "Template:    " tm-template-id "  department "
               tm-department.
           display "Description: " tm-description.
           display "Recurrence:  " frequency-name "  day "
               tm-run-day "  " status-name.

       show-template-lines.
           perform show-template-header.
           move zero to line-no.
           perform show-one-line tm-line-count times.

       show-one-line.
           add 1 to line-no.
           move tl-first-number(line-no) to first-number-out.
           move tl-second-number(line-no) to second-number-out.
           display "  " line-no "  " first-number-out " "
               tl-operation(line-no) " " second-number-out.

       look-up-names.
           evaluate true
               when tm-daily move "daily" to frequency-name
               when tm-weekly move "weekly" to frequency-name
               when tm-monthly move "monthly" to frequency-name
               when other move "unknown" to frequency-name
           end-evaluate.
           if tm-active
               move "active" to status-name
           else
               move "inactive" to status-name
           end-if.

       list-all-templates.
           move zero to listed-count.
           move low-values to tm-key.
           start template-file key not < tm-key
               invalid key set template-eof to true
               not invalid key move "N" to template-eof-switch
           end-start.
           if not template-eof
               perform read-next-template
               perform list-one-template until template-eof
           end-if.
           display "Templates on file: " listed-count.

       read-next-template.
           read template-file next
               at end set template-eof to true
           end-read.

       list-one-template.
           add 1 to listed-count.
           perform look-up-names.
           display tm-template-id " " tm-department " "
               tm-description " " frequency-name " " tm-run-day
               " " tm-line-count " lines " status-name.
           perform read-next-template.

       get-first-number.
           move "N" to entry-valid-switch.
           perform prompt-first-number until entry-valid.

       prompt-first-number.
           display "First amount: ".
           accept entry-field.
           perform parse-amount.
           if amount-valid
               move parsed-amount to first-number
               set entry-valid to true
           else
               display "Not a valid amount, up to 11 whole and 2 "
                   "decimal digits with optional sign. Try again."
           end-if.

       get-second-number.
           move "N" to entry-valid-switch.
           perform prompt-second-number until entry-valid.

       prompt-second-number.
           display "Second amount: ".
           accept entry-field.
           perform parse-amount.
           if amount-valid
               move parsed-amount to second-number
               set entry-valid to true
           else
               display "Not a valid amount, up to 11 whole and 2 "
                   "decimal digits with optional sign. Try again."
           end-if.

       get-operation.
           move "N" to entry-valid-switch.
           perform prompt-operation until entry-valid.

       prompt-operation.
           display "Operation (add sub mul div pct pow mod sqr): ".
           accept operation.
           if operation = "add" or operation = "sub"
              or operation = "mul" or operation = "div"
              or operation = "pct" or operation = "pow"
              or operation = "mod" or operation = "sqr"
               set entry-valid to true
           else
               display "Unknown operation code. Try again."
           end-if.

      * parse-amount turns the keyed entry-field into parsed-amount
      * the same way calcentry does. An optional + or - may come
      * first, then up to 11 digits, an optional decimal point and
      * up to 2 more digits. The first space ends the entry;
      * anything else makes it invalid.

       parse-amount.
           move "N" to amount-valid-switch.
           move "N" to parse-done-switch.
           move "N" to point-seen-switch.
           move space to entry-sign.
           move zero to parse-index.
           move zero to whole-value.
           move zero to whole-digit-count.
           move zero to decimal-value.
           move zero to decimal-digit-count.
           perform parse-one-char until parse-done.
           if amount-valid
               perform build-parsed-amount
           end-if.

       parse-one-char.
           add 1 to parse-index.
           if parse-index > 16
               set parse-done to true
           else
               move entry-field(parse-index:1) to parse-char
               perform handle-parse-char
           end-if.

       handle-parse-char.
           if parse-char = space
               if whole-digit-count > 0 or decimal-digit-count > 0
                   set amount-valid to true
               end-if
               set parse-done to true
           else
               if parse-char = "+" or parse-char = "-"
                   perform handle-sign-char
               else
                   if parse-char = "."
                       perform handle-point-char
                   else
                       if parse-char numeric
                           perform handle-digit-char
                       else
                           set parse-done to true
                       end-if
                   end-if
               end-if
           end-if.

       handle-sign-char.
           if entry-sign = space and whole-digit-count = zero
              and decimal-digit-count = zero and not point-seen
               move parse-char to entry-sign
           else
               set parse-done to true
           end-if.

       handle-point-char.
           if point-seen
               set parse-done to true
           else
               set point-seen to true
           end-if.

       handle-digit-char.
           if point-seen
               if decimal-digit-count >= 2
                   set parse-done to true
               else
                   compute decimal-value =
                       decimal-value * 10 + function numval(parse-char)
                   add 1 to decimal-digit-count
               end-if
           else
               if whole-digit-count >= 11
                   set parse-done to true
               else
                   compute whole-value =
                       whole-value * 10 + function numval(parse-char)
                   add 1 to whole-digit-count
               end-if
           end-if.

       build-parsed-amount.
           evaluate decimal-digit-count
               when 1
                   compute parsed-amount =
                       whole-value + decimal-value / 10
               when 2
                   compute parsed-amount =
                       whole-value + decimal-value / 100
               when other
                   move whole-value to parsed-amount
           end-evaluate.
           if entry-sign = "-"
               compute parsed-amount = zero - parsed-amount
           end-if.

       end program tmplmaint.
