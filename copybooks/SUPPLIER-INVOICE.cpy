      *> SUPPLIER-INVOICE.cpy - shared record layout for one line of
      *> SupplierInvoices.txt: one line of a supplier's invoice as
      *> keyed from the paper by SUPINVENT, tied to the purchase
      *> order line it bills. INVMATCH sets each line against the
      *> PO's receipted quantity and the product's standard cost -
      *> an invoice whose lines all agree is MATCHED and passed to
      *> the open-items file for payment; one line out and the whole
      *> invoice is HELD until the difference is sorted out. On the
      *> match the line takes its input tax at the product's tax
      *> code and the PO line's branch, for the tax return and
      *> GLEXTRACT.
           05 SI-SUPPLIER PIC 9(3).
           05 SI-INVOICE-NO PIC X(10).
           05 SI-INVOICE-DATE PIC 9(8).
           05 SI-PO-NUMBER PIC 9(6).
           05 SI-PRODUCT PIC 9(2).
           05 SI-QUANTITY PIC 9(5).
           05 SI-UNIT-PRICE PIC 9(5)V99.
      *> E = entered, not yet matched, M = matched, H = held
           05 SI-STATUS PIC X(1).
               88 SI-ENTERED VALUE "E".
               88 SI-MATCHED VALUE "M".
               88 SI-HELD VALUE "H".
           05 SI-ENTRY-DATE PIC 9(8).
           05 SI-OPERATOR-ID PIC X(10).
      *> filled in by INVMATCH when the line matches - blank before
           05 SI-TAX-CODE PIC X(1).
           05 SI-TAX-RATE PIC 9(2)V99.
           05 SI-TAX-AMOUNT PIC 9(7)V99.
           05 SI-BRANCH PIC 9(3).
           05 SI-MATCH-DATE PIC 9(8).
