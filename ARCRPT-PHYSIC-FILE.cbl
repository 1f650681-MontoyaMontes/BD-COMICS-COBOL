       SELECT ARC-REPORT-FILE
       ASSIGN TO "bd-comic-arc-report.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
