      *> accrues from PERSON-HIRE-DATE: a twelfth of the annual
      *> entitlement per completed month of this year (from January,
      *> or from the hire month for this year's joiners), less the
      *> days already booked this year. A request that fits appends
      *> to Leave.txt pending, for the employee's manager
      *> (PERSON-MANAGER-ID) to approve or reject from the LEAVEAPPR
      *> queue - pending days hold the balance down meanwhile, and a
      *> rejected request gives them back. The append is taken under
      *> the LEAVE lock LEAVEAPPR holds while it rewrites the file.
      *> Loops until the 99999 quit sentinel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

      *> one leave request
           FD LEAVE-FILE.
           01 LEAVE-REC.
               COPY LEAVE-RECORD.

       WORKING-STORAGE SECTION.
           01 WS-QUIT-ID PIC 9(5) VALUE 99999.
           01 WS-LEAVE-EOF PIC A(1).
           01 WS-BOOKED-COUNT PIC 9(4) VALUE ZERO.
           01 WS-BAL-EDIT PIC -ZZ9.9.
           01 WS-OPERATOR-ID PIC X(10).

      *> the shared-file interlock
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).

           01 WS-PERSON-PATH PIC X(80).
           01 WS-LEAVE-PATH PIC X(80).
               MOVE "C:\Users\25-00229\Desktop\Leave.txt"
                   TO WS-LEAVE-PATH
           END-IF.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "LEAVEENT" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.

           OPEN INPUT PERSON.
           END-PERFORM.

           CLOSE PERSON.
           DISPLAY WS-BOOKED-COUNT " LEAVE REQUESTS SENT FOR APPROVAL".
           STOP RUN.

       BOOK-ONE-REQUEST.
      *> a twelfth of the entitlement per completed month this year,
      *> counted from January - or from the hire month for someone
      *> who joined this year - less what is already booked in the
      *> current year, approved or still waiting on the manager
       COMPUTE-THE-BALANCE.
           MOVE PERSON-HIRE-DATE TO WS-HIRE-FIELDS.
           IF WS-HIRE-YEAR = WS-TODAY-YEAR
                       NOT AT END
                           IF LV-PERSON-ID = WS-ASK-ID AND
                                   LV-FROM-DATE (1:4)
                                       = WS-TODAY (1:4) AND
                                   NOT LV-REJECTED
                               ADD LV-DAYS TO WS-TAKEN-DAYS
                           END-IF
                   END-READ
               WS-TO-SERIAL - WS-FROM-SERIAL + 1.
           DISPLAY "REQUEST IS FOR " WS-REQUEST-DAYS " DAYS".

      *> the request goes on pending - the manager decides it. An
      *> employee with no manager on file waits for a supervisor in
      *> the same queue
       WRITE-THE-BOOKING.
           MOVE "A" TO FL-ACTION.
           MOVE "LEAVE" TO FL-LOCK-NAME.
           MOVE WS-OPERATOR-ID TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "LEAVE REQUESTS ARE BEING DECIDED BY "
                   FL-HOLDER " - NOT BOOKED, TRY AGAIN SHORTLY"
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND LEAVE-FILE.
           IF WS-LEAVE-STATUS = "35"
               OPEN OUTPUT LEAVE-FILE
               MOVE WS-ASK-FROM TO LV-FROM-DATE
               MOVE WS-ASK-TO TO LV-TO-DATE
               MOVE WS-REQUEST-DAYS TO LV-DAYS
               SET LV-PENDING TO TRUE
               MOVE WS-TODAY-NUM TO LV-REQUESTED-DATE
               MOVE ZERO TO LV-DECIDED-DATE
               MOVE SPACES TO LV-DECIDED-BY
               WRITE LEAVE-REC
               CLOSE LEAVE-FILE
               ADD 1 TO WS-BOOKED-COUNT
               IF PERSON-MANAGER-ID IS NUMERIC AND
                       PERSON-MANAGER-ID NOT = ZERO
                   DISPLAY "LEAVE REQUESTED - PENDING APPROVAL BY "
                       "MANAGER " PERSON-MANAGER-ID
               ELSE
                   DISPLAY "LEAVE REQUESTED - NO MANAGER ON FILE, "
                       "A SUPERVISOR WILL DECIDE IT"
               END-IF
           END-IF.
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.

      *> serial day number: whole years before this one (365 plus one
      *> per leap year), days in the months already passed (plus one
