               MOVE "Y" TO EOF-SWITCH.

      * The fields the old layout never had get the same defaults a
      * fresh interactive add would leave: no location filed, no
      * barcode scanned, the value in the house currency and no
      * owner named.
       EXPAND-ONE-RECORD.
           READ PREV-COMICS-FILE NEXT RECORD
               AT END
               MOVE PREV-COMIC-STATUS-DATE TO COMIC-STATUS-DATE
               MOVE SPACE TO COMIC-LOCATION
               MOVE SPACE TO COMIC-BARCODE
               MOVE SPACE TO COMIC-CURRENCY
               MOVE SPACE TO COMIC-OWNER
               PERFORM WRITE-EXPANDED-RECORD.

       WRITE-EXPANDED-RECORD.
