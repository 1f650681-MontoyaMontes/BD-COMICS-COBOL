      * corrected reject file can be renamed and rerun as an import
      * file; the reason code rides at the end past the data.
       01  REJECT-RECORD.
           05 REJECT-IMPORT-DATA PIC X(128).
           05 FILLER             PIC X(02).
           05 REJECT-REASON      PIC X(30).
