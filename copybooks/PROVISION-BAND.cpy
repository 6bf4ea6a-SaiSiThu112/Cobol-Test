      *> PROVISION-BAND.cpy - shared record layout for one line of
      *> ProvisionBands.txt, the obsolescence write-down table
      *> PROVMAINT keeps and PROVRUN applies. An age band writes a
      *> card down by its percentage once the card has gone that
      *> many days without a movement (STK-LAST-MOVE-DATE); an
      *> expiry band writes a lot down once it is within that many
      *> days of its expiry date, or past it. Where several bands
      *> reach the same stock the heaviest percentage is the one
      *> taken.
           05 PB-KIND PIC X(1).
               88 PB-AGE-BAND VALUE "A".
               88 PB-EXPIRY-BAND VALUE "E".
           05 PB-DAYS PIC 9(5).
      *> percentage of the stock's cost value written down
           05 PB-RATE PIC 9(3)V99.
