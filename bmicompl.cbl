       01  department-record.
           05 dp-department-code  pic X(4).
           05 dp-department-name  pic X(20).
           05 dp-active-flag      pic X(1).

       fd  match-work-file.
       01  match-work-record.
