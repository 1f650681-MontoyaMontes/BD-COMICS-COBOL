      * clean of sales that never happened. The trade ledger
      * carries both sides of the story.
               88 COMIC-TRADED VALUE "T".
      * Left with a dealer to sell on commission: still ours until
      * the settlement run either posts the sale or brings it back
      * to "A", and the consignment ledger says who has it.
               88 COMIC-CONSIGNED VALUE "C".
      * When COMIC-STATUS last changed, so the purge job can age a
      * soft delete; rows from before this field carry spaces and
      * count as older than any cutoff.
      * when the issue predates cover barcodes or was never
      * scanned in.
           05 COMIC-BARCODE     PIC X(13).
      * ISO code of the currency COMIC-VALUE was paid in, checked
      * against the exchange-rate master; spaces mean the house
      * currency. A file from before this field must go through
      * WIDEN-COMICS-FILE once before the programs can open it.
           05 COMIC-CURRENCY    PIC X(03).
      * Which member of the household the comic belongs to, a code
      * on the owner registry; spaces when nobody has said. A file
      * from before this field must go through EXTEND-COMICS-FILE
      * once before the programs can open it.
           05 COMIC-OWNER       PIC X(05).
