      *> LETTER-LOG.cpy - shared record layout for one line of
      *> LetterLog.txt: a letter LETTERRUN has produced, keyed by
      *> the event it answers - letter type, student, course (spaces
      *> where the letter is not about one course) and the date of
      *> the event - so a rerun never produces the same letter for
      *> the same event twice.
           05 LL-EVENT-KEY.
               10 LL-LETTER-TYPE PIC X(1).
               10 LL-STUDENT-ID PIC 9(5).
               10 LL-COURSE-CODE PIC X(5).
               10 LL-EVENT-DATE PIC 9(8).
           05 LL-PRINTED-DATE PIC 9(8).
