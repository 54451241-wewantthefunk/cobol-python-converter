                                       SIGN LEADING SEPARATE.
           05  CUSTBFW-CLOSING-TOTAL   PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
      *    Open unapplied-cash suspense items (CUSTUNA.CPY), folded
      *    into the closing total on the same terms as quarantine:
      *    applying an item to its customer is an internal transfer.
      *    Kept last so records written before it existed still
      *    read the same in every other field.
           05  CUSTBFW-SUSPENSE-TOTAL  PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
