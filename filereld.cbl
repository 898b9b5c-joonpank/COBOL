       identification division.
       program-id. filereld is initial program.

      * This program rebuilds one of the indexed master files from
      * a dated sequential backup written by fileunld. The operator
      * picks the file (E=employee master, H=bmi history,
      * D=department reference, R=referral master) and the backup
      * date, confirms the replacement - the live indexed file is
      * rewritten from scratch - and the backup is loaded in full.
      * The trailer record fileunld leaves at the end of every
      * backup carries the unloaded count, and the load is only
      * declared successful when the number of records loaded
      * proves against it; any difference, including a duplicate
      * key in the backup, is reported and the job ends with
      * return code 8 so a bad restore can never pass quietly.
      * The backup is read one record ahead, so the last record is
      * known to be the trailer without relying on its contents
      * looking different from data.
               access mode is random
               record key is hs-key
               file status is history-file-status.
           select department-file assign to "deptref.dat"
               organization is indexed
               access mode is random
               record key is dp-department-code
               file status is dept-file-status.
           select referral-master-file assign to "bmirefmx.dat"
               organization is indexed
               access mode is random
               record key is rm-key
               file status is refmaster-file-status.
           select backup-file assign to bkupfile
               organization is line sequential
               file status is backup-file-status.
           05 hs-bmi              pic 9(3)V99.
           05 hs-operator-id      pic X(6).

       fd  department-file.
       01  department-record.
           05 dp-department-code  pic X(4).
           05 dp-department-name  pic X(20).
           05 dp-active-flag      pic X(1).

       fd  referral-master-file.
       01  referral-master-record.
           05 rm-key.
              10 rm-employee-id   pic X(6).
              10 rm-referral-date pic 9(8).
           05 rm-department-code  pic X(4).
           05 rm-prior-date       pic 9(8).
           05 rm-prior-bmi        pic 9(3)V99.
           05 rm-prior-category   pic X(11).
           05 rm-new-bmi          pic 9(3)V99.
           05 rm-new-category     pic X(11).
           05 rm-status           pic X(1).
           05 rm-status-date      pic 9(8).
           05 rm-sent-date        pic 9(8).

       fd  backup-file.
       01  backup-record          pic X(75).

       working-storage section.
       01 master-file-status pic X(2).
       01 history-file-status pic X(2).
       01 dept-file-status pic X(2).
       01 refmaster-file-status pic X(2).
       01 backup-file-status pic X(2).
       01 file-choice pic X(1).
          88 reload-master value "E" "e".
          88 reload-history value "H" "h".
          88 reload-department value "D" "d".
          88 reload-referral value "R" "r".
       01 confirm-choice pic X(1).
          88 confirmed value "Y" "y".
       01 end-of-file-switch pic X(1) value "N".
          88 end-of-file value "Y".
       01 entry-backup-date pic X(8).
       01 backup-file-name pic X(16).
       01 held-record pic X(75).
       01 loaded-count pic 9(9) value zero.
       01 rejected-count pic 9(9) value zero.
       01 backup-trailer.

       program-begin.
           display "Reload which file (E=employee master, "
               "H=bmi history, D=department reference, "
               "R=referral master): ".
           accept file-choice.
           if not reload-master and not reload-history
              and not reload-department and not reload-referral
               display "Invalid choice, nothing reloaded."
               move 8 to return-code
           else
                   string "empm" entry-backup-date ".bak"
                       delimited by size into backup-file-name
               else
                   perform name-other-backup
               end-if
               perform open-backup-input
           end-if.

       name-other-backup.
           if reload-history
               string "bmih" entry-backup-date ".bak"
                   delimited by size into backup-file-name
           else
               if reload-department
                   string "dept" entry-backup-date ".bak"
                       delimited by size into backup-file-name
               else
                   string "bmir" entry-backup-date ".bak"
                       delimited by size into backup-file-name
               end-if
           end-if.

       open-backup-input.
           display "dd_bkupfile" upon environment-name.
           display backup-file-name upon environment-value.
               display "This replaces empmast.dat from "
                   backup-file-name ". Continue? (Y/N): "
           else
               perform show-other-replacement
           end-if.
           accept confirm-choice.
           if not confirmed
               perform load-the-backup
           end-if.

       show-other-replacement.
           if reload-history
               display "This replaces bmihistx.dat from "
                   backup-file-name ". Continue? (Y/N): "
           else
               if reload-department
                   display "This replaces deptref.dat from "
                       backup-file-name ". Continue? (Y/N): "
               else
                   display "This replaces bmirefmx.dat from "
                       backup-file-name ". Continue? (Y/N): "
               end-if
           end-if.

      * One record ahead: the record in hand is only loaded once
      * another has been read behind it, so the record left in
      * hand at end of file is the trailer.
           if reload-master
               open output employee-master-file
           else
               if reload-history
                   open output bmi-history-file
               else
                   if reload-department
                       open output department-file
                   else
                       open output referral-master-file
                   end-if
               end-if
           end-if.
           perform read-backup-record.
           if end-of-file
           if reload-master
               close employee-master-file
           else
               if reload-history
                   close bmi-history-file
               else
                   if reload-department
                       close department-file
                   else
                       close referral-master-file
                   end-if
               end-if
           end-if.

       read-backup-record.
           if reload-master
               perform load-master-record
           else
               if reload-history
                   perform load-history-record
               else
                   if reload-department
                       perform load-department-record
                   else
                       perform load-referral-record
                   end-if
               end-if
           end-if.
           move backup-record to held-record.
           perform read-backup-record.
                   add 1 to loaded-count
           end-write.

       load-department-record.
           move held-record to department-record.
           write department-record
               invalid key
                   add 1 to rejected-count
                   display "Duplicate key " dp-department-code
                       " in backup, record skipped"
               not invalid key
                   add 1 to loaded-count
           end-write.

       load-referral-record.
           move held-record to referral-master-record.
           write referral-master-record
               invalid key
                   add 1 to rejected-count
                   display "Duplicate key " rm-employee-id " "
                       rm-referral-date
                       " in backup, record skipped"
               not invalid key
                   add 1 to loaded-count
           end-write.

       verify-against-trailer.
           move held-record to backup-trailer.
           display "=================================================".
