      * Hand-off area for the CONVERT-TO-BASE subprogram: the caller
      * fills the currency, the date the money changed hands and
      * the amount; the subprogram returns the rate it used and the
      * amount in house currency. A blank currency is the house
      * currency itself and always converts at one. When no rate
      * is on file for the currency on or before that date,
      * RCA-RATE-MISSING is set and the base amount is left at zero
      * so a report can flag the line instead of guessing.
       01 RATE-CALL-AREA.
           05 RCA-CURRENCY      PIC X(03).
           05 RCA-DATE          PIC 9(08).
           05 RCA-AMOUNT        PIC S9(09)V99.
           05 RCA-RATE          PIC 9(05)V9(06).
           05 RCA-BASE-AMOUNT   PIC S9(09)V99.
           05 RCA-RATE-STATUS   PIC X(01).
               88 RCA-RATE-FOUND   VALUE "Y".
               88 RCA-RATE-MISSING VALUE "N".
