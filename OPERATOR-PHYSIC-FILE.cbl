       SELECT OPERATOR-FILE
      * One row per person allowed to sign on at a station, keyed
      * by the short ID they type at the menu; the role on the row
      * decides which menu options and console jobs they may run.
       ASSIGN TO "bd-comic-operators.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OPERATOR-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OPERATOR-FILE-STATUS.
