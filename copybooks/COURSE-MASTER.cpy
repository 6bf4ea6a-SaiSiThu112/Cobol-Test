      *> supervisor authorization override for the genuine
      *> exceptions
           05 COURSE-PREREQ PIC X(5).
      *> credit hours a pass in the course counts towards the
      *> programme total DEGAUDIT checks - zero (or blank on an
      *> older master) earns nothing
           05 COURSE-CREDITS PIC 9(2).
      *> the room the course is taught in, off RoomMaster.txt -
      *> spaces (as on an older master) when no room is set.
      *> COURSEMAINT keeps the capacity within the room's seats and
      *> no two courses in one room at the same day and period
           05 COURSE-ROOM PIC X(5).
