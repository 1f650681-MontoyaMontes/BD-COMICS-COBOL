       SELECT SYSTEM-STATE-FILE
      * Who is signed on at the stations and what the nightly batch
      * is doing, shared by the menu, the console and the batch so
      * none of them starts work the others would trip over. Every
      * program opens it only for the moment it needs it.
       ASSIGN TO "bd-comic-system-state.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SS-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SYSTEM-STATE-FILE-STATUS.
