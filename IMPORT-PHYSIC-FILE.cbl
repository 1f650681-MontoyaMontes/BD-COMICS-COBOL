       SELECT IMPORT-FILE
      * One fixed-width comic per line: HOUSE, ISSUE, CHARACTER,
      * NAME, in the same widths as COMIC-RECORD, then the optional
      * dealer, purchase details and owner code a shorter line
      * simply leaves blank. The line carries no ID: BULK-IMPORT
      * draws IDs from the same control file the interactive add
      * uses, so the two paths cannot collide.
       ASSIGN TO "bd-comic-import.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS IMPORT-FILE-STATUS.
