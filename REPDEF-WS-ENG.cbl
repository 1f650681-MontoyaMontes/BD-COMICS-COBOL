      * English wording for the texts REPDEF-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "AD HOC REPORT:"
               TO TEXT-ADHOC-TITLE.
           MOVE "Date:"
               TO TEXT-ADHOC-RUN-DATE.
           MOVE "Selection:"
               TO TEXT-ADHOC-SELECTION.
           MOVE "every comic not deleted"
               TO TEXT-ADHOC-ALL-COMICS.
           MOVE "Subtotal"
               TO TEXT-ADHOC-SUBTOTAL.
           MOVE "TOTAL"
               TO TEXT-ADHOC-TOTAL.
           MOVE " comics, value "
               TO TEXT-ADHOC-COMICS.
           MOVE "No comic meets the selection."
               TO TEXT-ADHOC-NONE.
           MOVE "Picked comics that did not fit in the listing:"
               TO TEXT-ADHOC-OVERFLOW.
           MOVE "What do you want to do?"
               TO TEXT-REPDEF-MODE-PROMPT.
           MOVE "1. Add a report definition"
               TO TEXT-REPDEF-MODE-OPTION-1.
           MOVE "2. Change a definition"
               TO TEXT-REPDEF-MODE-OPTION-2.
           MOVE "3. Delete a definition"
               TO TEXT-REPDEF-MODE-OPTION-3.
           MOVE "4. List definitions"
               TO TEXT-REPDEF-MODE-OPTION-4.
           MOVE "5. Exit"
               TO TEXT-REPDEF-MODE-OPTION-5.
           MOVE "Definition name (blank goes back)."
               TO TEXT-REPDEF-NAME-PROMPT.
           MOVE "Report title."
               TO TEXT-REPDEF-TITLE-PROMPT.
           MOVE "Printed by the nightly chain? (Y/N)"
               TO TEXT-REPDEF-SCHEDULED-PROMPT.
           MOVE "Leave blank to keep the current value."
               TO TEXT-REPDEF-KEEP-BLANK.
           MOVE "Change the criteria? (Y/N)"
               TO TEXT-REPDEF-CHANGE-CRITERIA.
           MOVE "Change the sort keys? (Y/N)"
               TO TEXT-REPDEF-CHANGE-SORT.
           MOVE "Change the columns? (Y/N)"
               TO TEXT-REPDEF-CHANGE-COLUMNS.
           MOVE "Delete this definition? (Y/N)"
               TO TEXT-REPDEF-CONFIRM-DELETE.
           MOVE "Fields available:"
               TO TEXT-REPDEF-FIELDS-TITLE.
           MOVE "Criteria, up to 5; all must hold."
               TO TEXT-REPDEF-CRITERIA-TITLE.
           MOVE "Criterion field (blank ends) "
               TO TEXT-REPDEF-CRITERION-FIELD.
           MOVE "Operator (= <> > >= < <=)."
               TO TEXT-REPDEF-OPERATOR-PROMPT.
           MOVE "Value, exactly as stored."
               TO TEXT-REPDEF-VALUE-TEXT.
           MOVE "Value, a whole number (amounts in units)."
               TO TEXT-REPDEF-VALUE-NUMBER.
           MOVE "Sort keys, up to 3."
               TO TEXT-REPDEF-SORT-TITLE.
           MOVE "Sort field (blank ends) "
               TO TEXT-REPDEF-SORT-FIELD.
           MOVE "Ascending (A) or descending (D)?"
               TO TEXT-REPDEF-SORT-ORDER.
           MOVE "Columns to print, up to 8."
               TO TEXT-REPDEF-COLUMNS-TITLE.
           MOVE "Column field (blank ends) "
               TO TEXT-REPDEF-COLUMN-FIELD.
           MOVE "No columns: ID, title, issue and value are printed."
               TO TEXT-REPDEF-DEFAULT-COLUMNS.
           MOVE "Subtotals: 0 none, 1 on key 1, 2 on keys 1 and 2."
               TO TEXT-REPDEF-SUBTOTAL-PROMPT.
           MOVE "Definition added."
               TO TEXT-REPDEF-ADDED.
           MOVE "Definition updated."
               TO TEXT-REPDEF-UPDATED.
           MOVE "Definition deleted."
               TO TEXT-REPDEF-DELETED.
           MOVE "NAME: "
               TO TEXT-REPDEF-SHOW-NAME.
           MOVE "TITLE: "
               TO TEXT-REPDEF-SHOW-TITLE.
           MOVE "NIGHTLY: "
               TO TEXT-REPDEF-SHOW-SCHEDULED.
           MOVE "CRITERION: "
               TO TEXT-REPDEF-SHOW-CRITERION.
           MOVE "SORT: "
               TO TEXT-REPDEF-SHOW-SORT.
           MOVE "COLUMN: "
               TO TEXT-REPDEF-SHOW-COLUMN.
           MOVE "SUBTOTALS: "
               TO TEXT-REPDEF-SHOW-SUBTOTAL.
           MOVE "NAME       N TITLE"
               TO TEXT-REPDEF-LIST-TITLE.
           MOVE "There are no report definitions."
               TO TEXT-REPDEF-LIST-NONE.
           MOVE "There is already a definition with that name."
               TO ERROR-REPDEF-DUPLICATE.
           MOVE "There is no definition with that name."
               TO ERROR-REPDEF-NO-FOUND.
           MOVE "ERROR UPDATING THE DEFINITION."
               TO ERROR-REPDEF-CANT-UPDATE.
           MOVE "Invalid field number."
               TO ERROR-REPDEF-BAD-FIELD.
           MOVE "Invalid operator."
               TO ERROR-REPDEF-BAD-OPERATOR.
           MOVE "Must be a whole number of up to 9 digits."
               TO ERROR-REPDEF-BAD-NUMBER.
           MOVE "Invalid subtotal level."
               TO ERROR-REPDEF-BAD-SUBTOTAL.
           MOVE "Ad hoc reports printed: "
               TO TEXT-ADHOC-RUN-DONE.
           MOVE "Comics with no rate, left out of the money total:"
               TO TEXT-ADHOC-NO-RATE.
