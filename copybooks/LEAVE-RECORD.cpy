      *> LEAVE-RECORD.cpy - shared record layout for one line of
      *> Leave.txt, one leave request. LEAVEENT appends it pending,
      *> with the day it was keyed; the employee's manager approves
      *> or rejects it from the LEAVEAPPR queue, which stamps the
      *> decision, the day and the operator who made it. Lines from
      *> before approvals existed have a blank status and count as
      *> approved. Pending and approved days both come off the
      *> balance LEAVEENT checks, so a queue cannot overdraw it; only
      *> approved days are leave taken.
           05 LV-PERSON-ID PIC 9(5).
           05 LV-FROM-DATE PIC 9(8).
           05 LV-TO-DATE PIC 9(8).
           05 LV-DAYS PIC 9(3).
           05 LV-STATUS PIC X(1).
               88 LV-PENDING VALUE "P".
               88 LV-APPROVED VALUE "A" " ".
               88 LV-REJECTED VALUE "R".
           05 LV-REQUESTED-DATE PIC 9(8).
           05 LV-DECIDED-DATE PIC 9(8).
           05 LV-DECIDED-BY PIC X(10).
