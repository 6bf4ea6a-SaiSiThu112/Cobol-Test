      *> ROOM-MASTER.cpy - shared record layout for one line of
      *> RoomMaster.txt: a teaching room and the seats it holds.
      *> ROOMMAINT maintains it; COURSEMAINT refuses a course whose
      *> capacity is more than its room holds or whose room is
      *> already booked at the course's day and period, and ROOMRPT
      *> reports each room's booked periods and seat fill.
           05 RM-ROOM-CODE PIC X(5).
           05 RM-DESCRIPTION PIC X(20).
           05 RM-SEATS PIC 9(3).
