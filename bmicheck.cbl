       01  department-record.
           05 dp-department-code  pic X(4).
           05 dp-department-name  pic X(20).
           05 dp-active-flag      pic X(1).

       fd  wellness-referral-file.
       01  referral-record.
           05 rm-new-category     pic X(11).
           05 rm-status           pic X(1).
           05 rm-status-date      pic 9(8).
           05 rm-sent-date        pic 9(8).

       working-storage section.
       01  history-file-status pic X(2).
