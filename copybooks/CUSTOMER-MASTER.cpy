           05 CU-STATUS PIC X(1).
               88 CU-ACTIVE VALUE "A".
               88 CU-INACTIVE VALUE "I".
      *> most the customer may owe - open receivables plus orders
      *> not yet shipped - before ORDERENT parks a new order for a
      *> supervisor. Zero (or blank on an older master) means no
      *> limit has been set
           05 CU-CREDIT-LIMIT PIC 9(9)V99.
      *> H = on credit hold: every new order parks, whatever the
      *> balance. Blank means trading normally
           05 CU-CREDIT-HOLD PIC X(1).
               88 CU-ON-HOLD VALUE "H".
