  05 LINE 13 COL + 1 PIC X(10) USING WS-Maint-Key
    REVERSE-VIDEO.

*> Account Reference Maintenance - name/contact/product entry for Add/Amend.
*> On Amend the fields arrive pre-filled with the stored values.
01 SC-Acct-Maint-Fields
  BACKGROUND-COLOUR 7
  05 LINE 10 COL 3 VALUE "Contact line: ".
  05 LINE 10 COL + 1 PIC X(40) USING WS-Maint-Contact
    REVERSE-VIDEO.
  05 LINE 11 COL 3 VALUE "Product code: ".
  05 LINE 11 COL + 1 PIC X(4) USING WS-Maint-Product
    REVERSE-VIDEO.
  05 LINE 11 COL + 2 VALUE "(blank = no product)".

*> Account Reference Maintenance - delete confirmation, showing the
*> stored row about to be removed.
  05 LINE 7 COL + 1 PIC X(30) FROM WS-Maint-Name.
  05 LINE 8 COL 3 VALUE "Contact: ".
  05 LINE 8 COL + 1 PIC X(40) FROM WS-Maint-Contact.
  05 LINE 9 COL 3 VALUE "Product: ".
  05 LINE 9 COL + 1 PIC X(4) FROM WS-Maint-Product.
  05 LINE 10 COL 3 VALUE "Delete this account? (Y/N): ".
  05 LINE 10 COL + 1 PIC A USING WS-Maint-Confirm
    REVERSE-VIDEO
