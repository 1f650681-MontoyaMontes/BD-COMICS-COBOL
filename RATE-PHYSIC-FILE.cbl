       SELECT RATE-FILE
      * One row per currency and date the rate took effect, so a
      * foreign amount can be turned into the house currency at
      * whatever rate held on the day it changed hands; the key
      * sorts every rate of one currency together, oldest first.
       ASSIGN TO "bd-comic-rates.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RATE-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RATE-FILE-STATUS.
