*> Customer Maintenance - action, customer and key prompt.
01 SC-Cust-Maint-Menu
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Customer Maintenance".
  05 LINE 4 COL 3 VALUE "--------------------".
  05 LINE 6 COL 3 VALUE "1. Add a customer".
  05 LINE 7 COL 3 VALUE "2. Amend a customer".
  05 LINE 8 COL 3 VALUE "3. Delete a customer".
  05 LINE 9 COL 3 VALUE "4. Link an account key to a customer".
  05 LINE 10 COL 3 VALUE "5. Unlink an account key".
  05 LINE 11 COL 3 VALUE "6. Back to the Main Menu".
  05 LINE 13 COL 3 VALUE "Your choice: ".
  05 LINE 13 COL + 1 PIC 9 USING WS-Maint-Action
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 15 COL 3 VALUE "Customer number (8 chars):      ".
  05 LINE 15 COL + 1 PIC X(8) USING WS-Maint-Cust-No
    REVERSE-VIDEO.
  05 LINE 16 COL 3 VALUE "Account key (link/unlink only): ".
  05 LINE 16 COL + 1 PIC X(10) USING WS-Maint-Acct-Key
    REVERSE-VIDEO.

*> Customer Maintenance - name/address/segment entry for Add/Amend.
*> On Amend the fields arrive pre-filled with the stored values.
01 SC-Cust-Maint-Fields
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Customer Maintenance".
  05 LINE 4 COL 3 VALUE "--------------------".
  05 LINE 5 COL 3 PIC X(20) FROM WS-Maint-Action-Label.
  05 LINE 7 COL 3 VALUE "Customer: ".
  05 LINE 7 COL + 1 PIC X(8) FROM WS-Maint-Cust-No.
  05 LINE 9 COL 3 VALUE "Name:      ".
  05 LINE 9 COL + 1 PIC X(30) USING WS-Maint-Name
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 10 COL 3 VALUE "Address:   ".
  05 LINE 10 COL + 1 PIC X(30) USING WS-Maint-Addr-1
    REVERSE-VIDEO.
  05 LINE 11 COL 15 PIC X(30) USING WS-Maint-Addr-2
    REVERSE-VIDEO.
  05 LINE 12 COL 15 PIC X(30) USING WS-Maint-Addr-3
    REVERSE-VIDEO.
  05 LINE 13 COL 3 VALUE "Postcode:  ".
  05 LINE 13 COL + 1 PIC X(8) USING WS-Maint-Postcode
    REVERSE-VIDEO.
  05 LINE 15 COL 3 VALUE "Segment (RETL/PRIV/SME/CORP): ".
  05 LINE 15 COL + 1 PIC X(4) USING WS-Maint-Segment
    REVERSE-VIDEO
    REQUIRED.
  05 LINE 17 COL 3 PIC X(60) FROM WS-Maint-Fields-Msg.

*> Customer Maintenance - delete confirmation, showing the stored row
*> about to be removed.
01 SC-Cust-Maint-Confirm
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Customer Maintenance - Delete".
  05 LINE 4 COL 3 VALUE "-----------------------------".
  05 LINE 6 COL 3 VALUE "Customer: ".
  05 LINE 6 COL + 1 PIC X(8) FROM WS-Maint-Cust-No.
  05 LINE 7 COL 3 VALUE "Name:     ".
  05 LINE 7 COL + 1 PIC X(30) FROM WS-Maint-Name.
  05 LINE 8 COL 3 VALUE "Segment:  ".
  05 LINE 8 COL + 1 PIC X(4) FROM WS-Maint-Segment.
  05 LINE 10 COL 3 VALUE "Delete this customer? (Y/N): ".
  05 LINE 10 COL + 1 PIC A USING WS-Maint-Confirm
    REVERSE-VIDEO
    REQUIRED.

*> Customer Maintenance - outcome of the action just taken.
01 SC-Cust-Maint-Result
  BACKGROUND-COLOUR 7
  FOREGROUND-COLOUR 0.
  05 BLANK SCREEN.
  05 LINE 1 COL 65 PIC X(12) FROM WS-Training-Banner.
  05 LINE 3 COL 3 VALUE "Customer Maintenance".
  05 LINE 4 COL 3 VALUE "--------------------".
  05 LINE 6 COL 3 PIC X(60) FROM WS-Maint-Result-Label.
  05 LINE 8 COL 3 VALUE "Press Enter to continue.".
