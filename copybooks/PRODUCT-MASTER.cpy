               88 PM-PROD-ACTIVE VALUE "A".
               88 PM-PROD-INACTIVE VALUE "I".
               88 PM-PROD-RUNDOWN VALUE "R".
      *> what one unit sells for, alongside what it costs - the
      *> price a sale falls back to when no PriceList.txt line is in
      *> force for its date and branch. A master written before
      *> selling prices existed leaves the column blank; readers
      *> treat that as zero, not an abend
           05 PM-SELL-PRICE PIC 9(5)V99.
      *> too much stock is a problem PM-REORDER-LEVEL never sees: a
      *> card ending the day above this ceiling goes on the overstock
      *> sell by the case - zero (or blank on an older master) means
      *> the product moves in loose units and no pack edits apply
           05 PM-UNITS-PER-PACK PIC 9(3).
      *> the sales tax code on SalesTaxCodes.txt this product is
      *> sold and bought under - blank (as on an older master) means
      *> the product carries no tax
           05 PM-TAX-CODE PIC X(1).
