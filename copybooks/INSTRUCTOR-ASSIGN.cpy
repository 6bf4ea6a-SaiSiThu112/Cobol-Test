      *> INSTRUCTOR-ASSIGN.cpy - shared record layout for one line of
      *> InstructorAssign.txt: who teaches a course in a term. One
      *> line per course per term, the instructor being a PERSON-ID
      *> off Person Info.txt who was active when INSTMAINT keyed the
      *> line and not already teaching elsewhere in the course's
      *> COURSE-DAY/COURSE-PERIOD slot that term. INSTRPT reports
      *> the teaching loads and the courses nobody teaches, and
      *> COURSEREPT names the instructor on each class roster.
           05 IA-TERM PIC X(6).
           05 IA-COURSE-CODE PIC X(5).
           05 IA-PERSON-ID PIC 9(5).
