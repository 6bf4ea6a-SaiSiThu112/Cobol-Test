      *> AP-OPEN-ITEM.cpy - shared record layout for one line of
      *> SupplierOpenItems.txt: a supplier invoice that has passed
      *> the three-way match and may be paid. INVMATCH appends one
      *> line per matched invoice; nothing held ever reaches here.
           05 AP-SUPPLIER PIC 9(3).
           05 AP-INVOICE-NO PIC X(10).
           05 AP-INVOICE-DATE PIC 9(8).
           05 AP-AMOUNT PIC 9(9)V99.
           05 AP-MATCH-DATE PIC 9(8).
      *> O = open for payment, P = paid
           05 AP-STATUS PIC X(1).
               88 AP-OPEN VALUE "O".
               88 AP-PAID VALUE "P".
