      *> SUPPLIER-PRODUCT.cpy - shared record layout for one line of
      *> SupplierProduct.txt: one supplier's terms for one product -
      *> what it charges, the least it will take on one order line
      *> and how long it takes to deliver that product. A product can
      *> be bought from as many suppliers as carry a line for it;
      *> SUPPRMAINT keeps the file and SUPPICK chooses among the
      *> lines for PORDGEN and PURCHSUGG.
           05 SPP-SUPPLIER PIC 9(3).
           05 SPP-PRODUCT PIC 9(2).
           05 SPP-UNIT-PRICE PIC 9(5)V99.
      *> zero means the supplier takes any quantity
           05 SPP-MIN-QTY PIC 9(5).
           05 SPP-LEAD-DAYS PIC 9(3).
      *> U while the supplier cannot supply the product (out of
      *> stock, on stop) - the line stays, but nothing is ordered
      *> from it until it is made available again
           05 SPP-STATUS PIC X(1).
               88 SPP-AVAILABLE VALUE "A".
               88 SPP-UNAVAILABLE VALUE "U".
