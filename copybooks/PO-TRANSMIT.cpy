      *> PO-TRANSMIT.cpy - shared record layout for one line of a
      *> supplier order file, as POTRANS writes it: each purchase
      *> order goes as a header, one line per product and branch, and
      *> a control trailer carrying the number of lines and their
      *> total quantity, so the supplier can refuse an order that
      *> arrives short. The first character says which of the three
      *> the line is.
           05 PT-TYPE PIC X(1).
               88 PT-HEADER VALUE "H".
               88 PT-LINE VALUE "L".
               88 PT-TRAILER VALUE "T".
           05 PT-PO-NUMBER PIC 9(6).
           05 PT-BODY PIC X(45).
           05 PT-HEADER-BODY REDEFINES PT-BODY.
               10 PT-SUPPLIER PIC 9(3).
               10 PT-SUPPLIER-NAME PIC X(20).
               10 PT-ORDER-DATE PIC 9(8).
               10 PT-SENT-DATE PIC 9(8).
               10 FILLER PIC X(6).
           05 PT-LINE-BODY REDEFINES PT-BODY.
               10 PT-BRANCH PIC 9(3).
               10 PT-PRODUCT PIC 9(2).
               10 PT-QUANTITY PIC 9(5).
      *> the date we want the goods, from the supplier's lead days
               10 PT-WANTED-DATE PIC 9(8).
               10 FILLER PIC X(27).
           05 PT-TRAILER-BODY REDEFINES PT-BODY.
               10 PT-LINE-COUNT PIC 9(4).
               10 PT-TOTAL-QTY PIC 9(8).
               10 FILLER PIC X(33).
