      *> LATE-FEE.cpy - shared record layout for one line of
      *> LateFees.txt: a band of the late-payment fee table. An
      *> instalment more than LF-OVER-DAYS days past its due date
      *> draws the band's flat fee plus its percentage of what is
      *> still unpaid on the instalment; the band with the most
      *> days the lateness exceeds is the one that applies. The
      *> lowest band's days are the grace period - nothing is
      *> charged inside it. LATEMAINT maintains it.
           05 LF-OVER-DAYS PIC 9(3).
           05 LF-FLAT-FEE PIC 9(5)V99.
           05 LF-PERCENT PIC 9(3)V99.
