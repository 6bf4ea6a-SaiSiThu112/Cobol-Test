      *> against the OPEN lines and flips them RECEIVED, and the
      *> supplier performance report reads the RECEIVED lines back to
      *> compare promised lead days against what actually happened.
      *> POTRANS sends the lines to the supplier as an order file and
      *> POACK takes the supplier's acknowledgement back in: the
      *> confirmed quantity and date, or a refusal that cancels the
      *> line so the card can be ordered again elsewhere.
           05 PO-NUMBER PIC 9(6).
           05 PO-SUPPLIER PIC 9(3).
           05 PO-BRANCH PIC 9(3).
           05 PO-STATUS PIC X(1).
               88 PO-OPEN VALUE "O".
               88 PO-RECEIVED VALUE "R".
               88 PO-CANCELLED VALUE "X".
           05 PO-RECEIPT-DATE PIC 9(8).
           05 PO-RECEIPT-QTY PIC 9(5).
      *> the supplier side of the line. A line written before orders
      *> were transmitted has this group blank - it went by phone -
      *> and is never sent again; PORDGEN writes it zero, not sent.
           05 PO-TRANSMISSION.
               10 PO-TRANSMIT-DATE PIC 9(8).
               10 PO-ACK-STATUS PIC X(1).
                   88 PO-ACK-NONE VALUE " ".
                   88 PO-ACK-ACCEPTED VALUE "A".
                   88 PO-ACK-CUT VALUE "C".
                   88 PO-ACK-REFUSED VALUE "R".
      *> the quantity first ordered - PO-QUANTITY is cut to what the
      *> supplier confirms
               10 PO-ORDERED-QTY PIC 9(5).
               10 PO-ACK-DATE PIC 9(8).
