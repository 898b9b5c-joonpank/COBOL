       01  department-record.
           05 dp-department-code  pic X(4).
           05 dp-department-name  pic X(20).
           05 dp-active-flag      pic X(1).

       working-storage section.
       01  history-file-status pic X(2).
