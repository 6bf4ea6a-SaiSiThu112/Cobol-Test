      *> SUP-PICK-PARM.cpy - the parameter block passed to SUPPICK,
      *> the one choice of supplier shared by PORDGEN and PURCHSUGG.
      *> The caller sets the product, its preferred supplier
      *> (PM-SUPPLIER), the quantity it wants and how many days it
      *> has before the stock is needed (99999 when there is no
      *> telling); SUPPICK answers with the supplier to buy from.
           05 SK-PRODUCT PIC 9(2).
           05 SK-PREFERRED PIC 9(3).
      *> in: the quantity wanted; out: raised to the chosen
      *> supplier's minimum order where it falls short of it
           05 SK-QUANTITY PIC 9(5).
           05 SK-NEEDED-DAYS PIC 9(5).
           05 SK-SUPPLIER PIC 9(3).
      *> the chosen supplier's lead days and price for the product -
      *> zero when the product has no supplier lines and the
      *> preferred supplier is used as it always was
           05 SK-LEAD-DAYS PIC 9(3).
           05 SK-UNIT-PRICE PIC 9(5)V99.
           05 SK-SOURCE PIC X(1).
               88 SK-FROM-LINES VALUE "L".
               88 SK-FROM-PREFERRED VALUE "P".
      *> why the choice is not the preferred supplier, or why no
      *> supplier could meet the date - blank when it is and could
           05 SK-REASON PIC X(24).
