      *> COUNT-LIST.cpy - shared record layout for one line of
      *> CountList.txt: a card CYCLECNT has put on a branch's count
      *> list for the day, with its ABC class and when it was last
      *> counted (zero for never). COUNTENTRY walks the list for the
      *> branch in front of it so the counter keys quantities only.
           05 CL-BRANCH-CODE PIC 9(3).
           05 CL-PRODUCT-CODE PIC 9(2).
           05 CL-CLASS PIC X(1).
           05 CL-LIST-DATE PIC 9(8).
           05 CL-LAST-COUNTED PIC 9(8).
