       SELECT OWNER-FILE
      * One row per member of the household who owns comics on the
      * shared file, keyed by the short code COMIC-OWNER carries.
      * The operator link lets an add default the owner to whoever
      * is signed on; duplicates because an owner without a login
      * of their own carries spaces there.
       ASSIGN TO "bd-comic-owners.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS OWNER-CODE
       ALTERNATE RECORD KEY IS OWNER-OPERATOR-ID
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS OWNER-FILE-STATUS.
