       SELECT ADHRPT-FILE
       ASSIGN TO "bd-comic-adhoc-report.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ADHRPT-FILE-STATUS.
