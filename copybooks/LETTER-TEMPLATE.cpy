      *> LETTER-TEMPLATE.cpy - shared record layout for one line of
      *> LetterTemplates.txt: one printed line of a standard letter.
      *> The lines of a letter are kept in the order they print,
      *> under the letter's type code. LETTERRUN fills the merge
      *> fields in each line from the event it is writing about:
      *>   <NAME>   student name        <ID>     student ID
      *>   <COURSE> course code         <TITLE>  course title
      *>   <TERM>   term code           <AMOUNT> amount of money
      *>   <DATE>   date of the event   <DUE>    instalment due date
      *>   <TODAY>  date of the letter
      *> AMOUNT is the refund credited on a withdrawal and the sum
      *> overdue on an arrears reminder; DUE is the oldest unpaid
      *> instalment's due date on a reminder.
           05 LT-LETTER-TYPE PIC X(1).
               88 LT-ENROLLED VALUE "E".
               88 LT-WITHDRAWN VALUE "W".
               88 LT-PROMOTED VALUE "P".
               88 LT-ARREARS VALUE "A".
           05 LT-TEXT PIC X(70).
