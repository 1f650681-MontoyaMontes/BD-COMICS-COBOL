      * What the "today" screen hands back to the menu: the menu
      * option that handles the item the operator picked, or
      * spaces when the operator went on to the menu instead.
       01 TODAY-PICK-AREA.
           05 TDC-MENU-OPTION    PIC X(02).
