       SELECT CHAIN-REPORT-FILE
       ASSIGN TO "bd-comic-chain-report.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
