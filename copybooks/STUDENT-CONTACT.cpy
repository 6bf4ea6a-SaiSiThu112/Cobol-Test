      *> STUDENT-CONTACT.cpy - shared record layout for one line of
      *> StudentContacts.txt: the guardians and emergency contacts
      *> for one student, keyed on the student ID, up to three of
      *> them. Each contact carries a name, the relationship to the
      *> student (MOTHER, FATHER, GUARDIAN, NEIGHBOUR ...), a phone
      *> number and a priority - 1 is rung first. The contacts are
      *> kept in priority order, used slots first; an unused slot is
      *> spaces with a zero priority. CONTACTMAINT maintains it,
      *> CONTACTRPT prints the class contact sheets from it.
           05 SC-STUDENT-ID PIC 9(5).
           05 SC-CONTACT OCCURS 3 TIMES.
               10 SC-NAME PIC X(20).
               10 SC-RELATION PIC X(10).
               10 SC-PHONE PIC X(15).
               10 SC-PRIORITY PIC 9(1).
