       SELECT ROLL-REPORT-FILE
       ASSIGN TO "bd-comic-rollover-report.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
