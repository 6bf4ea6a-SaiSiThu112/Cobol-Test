      *> REFUND-SCHEDULE.cpy - shared record layout for one line of
      *> RefundSchedule.txt: for a term, the last week of the term
      *> (counted from TM-START-DATE, week 1 being the first seven
      *> days) up to which a dropped or withdrawn course still earns
      *> the given percentage of its charge back. The lowest week
      *> that reaches the drop date is the one taken; a drop after
      *> the term's last line earns nothing. REFMAINT maintains it,
      *> REFUNDCR applies it.
           05 RS-TERM PIC X(6).
           05 RS-THRU-WEEK PIC 9(2).
           05 RS-PERCENT PIC 9(3).
