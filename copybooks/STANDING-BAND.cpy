      *> STANDING-BAND.cpy - shared record layout for one line of
      *> StandingBands.txt: the lowest term average and the lowest
      *> cumulative average that still earn a standing. STANDRUN
      *> tries the standings best first - H honours, G good,
      *> P probation - and a student who reaches none of them is
      *> S, suspended. STANDMAINT maintains the table.
           05 SB-STANDING PIC X(1).
           05 SB-MIN-TERM-AVG PIC 9(3)V9.
           05 SB-MIN-CUM-AVG PIC 9(3)V9.
