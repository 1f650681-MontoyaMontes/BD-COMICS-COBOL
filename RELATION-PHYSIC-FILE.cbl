       SELECT RELATION-FILE
      * Links between a variant cover, a later printing, a facsimile
      * or a collected edition and the issue it comes from, one row
      * per link. A trade paperback collects several issues, so the
      * key is the linked comic and its parent together.
       ASSIGN TO "bd-comic-relations.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS REL-KEY
      * Walks a whole family from the parent issue down.
       ALTERNATE RECORD KEY IS REL-PARENT-ID
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS RELATION-FILE-STATUS.
