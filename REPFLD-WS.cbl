      * The COMIC-RECORD fields a report definition can select on,
      * sort by and print, numbered in record order; the number is
      * what REPDEF-RECORD stores. Beside each name sits its kind,
      * N a whole number, M an amount with cents, X text, and the
      * width of its printed column, never narrower than the name
      * that heads it.
       77 REPORT-FIELD-COUNT PIC 9(02) VALUE 21.
       01 REPORT-FIELD-VALUES.
           05 FILLER PIC X(20) VALUE "COMIC-ID".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(02) VALUE 08.
           05 FILLER PIC X(20) VALUE "COMIC-HOUSE".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 20.
           05 FILLER PIC X(20) VALUE "COMIC-ISSUE".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(02) VALUE 11.
           05 FILLER PIC X(20) VALUE "COMIC-CHARACTER".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 20.
           05 FILLER PIC X(20) VALUE "COMIC-NAME".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 40.
           05 FILLER PIC X(20) VALUE "COMIC-SERIES-ID".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(02) VALUE 15.
           05 FILLER PIC X(20) VALUE "COMIC-COPY-NUMBER".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(02) VALUE 17.
           05 FILLER PIC X(20) VALUE "COMIC-CONDITION".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 15.
           05 FILLER PIC X(20) VALUE "COMIC-VALUE".
           05 FILLER PIC X(01) VALUE "M".
           05 FILLER PIC 9(02) VALUE 11.
           05 FILLER PIC X(20) VALUE "LOAN-TO-NAME".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 30.
           05 FILLER PIC X(20) VALUE "LOAN-DATE".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(02) VALUE 09.
           05 FILLER PIC X(20) VALUE "LOAN-DUE-DATE".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(02) VALUE 13.
           05 FILLER PIC X(20) VALUE "COMIC-COVER-PATH".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 60.
           05 FILLER PIC X(20) VALUE "DATE-ACQUIRED".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(02) VALUE 13.
           05 FILLER PIC X(20) VALUE "COMIC-DEALER".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 20.
           05 FILLER PIC X(20) VALUE "COMIC-STATUS".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 12.
           05 FILLER PIC X(20) VALUE "COMIC-STATUS-DATE".
           05 FILLER PIC X(01) VALUE "N".
           05 FILLER PIC 9(02) VALUE 17.
           05 FILLER PIC X(20) VALUE "COMIC-LOCATION".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 14.
           05 FILLER PIC X(20) VALUE "COMIC-BARCODE".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 13.
           05 FILLER PIC X(20) VALUE "COMIC-CURRENCY".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 14.
           05 FILLER PIC X(20) VALUE "COMIC-OWNER".
           05 FILLER PIC X(01) VALUE "X".
           05 FILLER PIC 9(02) VALUE 11.
       01 REPORT-FIELD-TABLE REDEFINES REPORT-FIELD-VALUES.
           05 REPORT-FIELD OCCURS 21 TIMES.
               10 RF-NAME      PIC X(20).
               10 RF-KIND      PIC X(01).
               10 RF-WIDTH     PIC 9(02).
