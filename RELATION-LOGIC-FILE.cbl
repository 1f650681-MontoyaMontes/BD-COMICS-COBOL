       FD  RELATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RELATION-RECORD.
           05 REL-KEY.
               10 REL-COMIC-ID   PIC 9(05).
               10 REL-PARENT-ID  PIC 9(05).
      * What the linked comic is to its parent issue. Only a
      * collected edition may have more than one parent.
           05 REL-TYPE           PIC X(01).
               88 REL-VARIANT-COVER   VALUE "V".
               88 REL-SECOND-PRINTING VALUE "P".
               88 REL-FACSIMILE       VALUE "F".
               88 REL-COLLECTED-IN    VALUE "T".
               88 REL-TYPE-VALID      VALUE "V" "P" "F" "T".
           05 REL-LINK-DATE      PIC 9(08).
