      *> STUDENT-AWARD.cpy - shared record layout for one line of
      *> StudentAwards.txt: a bursary, scholarship or discount held
      *> by one student. The award code names the award and the
      *> description the body that funds it. A percentage award (P)
      *> takes that percentage off every charge it reaches; a fixed
      *> award (F) takes its amount off each course charge (per
      *> course, C) or off the term's charges between them until the
      *> amount is used up (per term, T). A blank course reaches
      *> every course. The award runs from its start term to its
      *> end term, both counted in, a blank end term meaning it
      *> runs on. AWARDMAINT maintains it, INVOICE applies it.
           05 AW-STUDENT-ID PIC 9(5).
           05 AW-AWARD-CODE PIC X(6).
           05 AW-DESCRIPTION PIC X(20).
           05 AW-BASIS PIC X(1).
               88 AW-PERCENTAGE VALUE "P".
               88 AW-FIXED VALUE "F".
           05 AW-VALUE PIC 9(5)V99.
           05 AW-PER PIC X(1).
               88 AW-PER-TERM VALUE "T".
               88 AW-PER-COURSE VALUE "C".
           05 AW-COURSE-CODE PIC X(5).
           05 AW-START-TERM PIC X(6).
           05 AW-END-TERM PIC X(6).
