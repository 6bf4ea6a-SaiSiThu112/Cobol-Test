       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTMAINT.

      *> maintains the guardian and emergency contacts
      *> (StudentContacts.txt) the way AWARDMAINT maintains the
      *> awards: add a contact to a student - name, relationship,
      *> phone and priority - delete one, list one student's or
      *> everybody's. The student must be on the roster; a student
      *> holds at most three contacts and no two of them share a
      *> priority. Each student's contacts are kept in priority
      *> order, and a student whose last contact is deleted drops
      *> off the file. Written back in student order. CONTACTRPT
      *> prints the class contact sheets from the file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CONTACT-FILE.
           01 CONTACT-LINE.
               COPY STUDENT-CONTACT.

           FD STUDENT.
           01 STUDENT-REC.
               COPY STUDENT.

       WORKING-STORAGE SECTION.
           01 WS-CONTACT-TABLE.
               05 WS-CT-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CT-IDX.
                   10 WS-CT-STUDENT PIC 9(5).
                   10 WS-CT-SLOT OCCURS 3 TIMES.
                       15 WS-CT-NAME PIC X(20).
                       15 WS-CT-RELATION PIC X(10).
                       15 WS-CT-PHONE PIC X(15).
                       15 WS-CT-PRIORITY PIC 9(1).
           01 WS-CONTACT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-STUDENT-TABLE.
               05 WS-ST-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ST-IDX.
                   10 WS-ST-ID PIC 9(5).
                   10 WS-ST-NAME PIC X(15).
           01 WS-STUDENT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-ID PIC 9(5).
           01 WS-ASK-NAME PIC X(20).
           01 WS-ASK-RELATION PIC X(10).
           01 WS-ASK-PHONE PIC X(15).
           01 WS-ASK-PRIORITY PIC 9(1).
           01 WS-PRIORITY-SW PIC X(1).
               88 WS-PRIORITY-OK VALUE "Y".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC X(143).
           01 WS-SLOT PIC 9(1) COMP.
           01 WS-SLOT2 PIC 9(1) COMP.
           01 WS-USED-COUNT PIC 9(1) COMP.
           01 WS-SLOT-TEMP PIC X(46).
           01 WS-CUR-NAME PIC X(15).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-STUDENT-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-STUDENT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "STUDENT_CONTACTS".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StudentContacts.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-STUDENT-PATH FROM ENVIRONMENT "STUDENT_ROSTER".
           IF WS-STUDENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\input.txt"
                   TO WS-STUDENT-PATH
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING STUDENT ROSTER - STATUS "
                   WS-STUDENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-STUDENT-EOF = "Y"
               READ STUDENT
                   AT END MOVE "Y" TO WS-STUDENT-EOF
                   NOT AT END
                       IF WS-STUDENT-COUNT < 2000
                           ADD 1 TO WS-STUDENT-COUNT
                           SET WS-ST-IDX TO WS-STUDENT-COUNT
                           MOVE STUDENT-ID TO WS-ST-ID (WS-ST-IDX)
                           MOVE STUDENT-NAME TO WS-ST-NAME (WS-ST-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT.

      *> a contacts file that does not exist yet is simply empty -
      *> the first add creates it
           OPEN INPUT CONTACT-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ CONTACT-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-CONTACT-COUNT < 2000
                               ADD 1 TO WS-CONTACT-COUNT
                               SET WS-CT-IDX TO WS-CONTACT-COUNT
                               MOVE CONTACT-LINE
                                   TO WS-CT-ENTRY (WS-CT-IDX)
                               PERFORM TIDY-LOADED-SLOTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "STUDENT CONTACTS - A=ADD D=DELETE L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-CONTACT
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-CONTACT
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-CONTACTS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

      *> a slot with no name is unused - its priority is forced to
      *> zero so a short line read back from the file stays numeric
       TIDY-LOADED-SLOTS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
               IF WS-CT-NAME (WS-CT-IDX WS-SLOT) = SPACES
                   MOVE SPACES TO WS-CT-SLOT (WS-CT-IDX WS-SLOT)
               END-IF
               IF WS-CT-PRIORITY (WS-CT-IDX WS-SLOT) NOT NUMERIC
                   MOVE ZERO TO WS-CT-PRIORITY (WS-CT-IDX WS-SLOT)
               END-IF
           END-PERFORM.

       FIND-CONTACTS.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CONTACT-COUNT
               IF WS-CT-STUDENT (WS-CT-IDX) = WS-ASK-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-CT-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> roster name for WS-ASK-ID - spaces when not on the roster
       FIND-STUDENT-NAME.
           MOVE SPACES TO WS-CUR-NAME.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STUDENT-COUNT
               IF WS-ST-ID (WS-ST-IDX) = WS-ASK-ID
                   MOVE WS-ST-NAME (WS-ST-IDX) TO WS-CUR-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> how many of the student's three slots at WS-MATCH-IDX are
      *> in use - used slots always come first
       COUNT-USED-SLOTS.
           MOVE ZERO TO WS-USED-COUNT.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
               IF WS-CT-NAME (WS-MATCH-IDX WS-SLOT) NOT = SPACES
                   ADD 1 TO WS-USED-COUNT
               END-IF
           END-PERFORM.

       ACCEPT-STUDENT-KEY.
           DISPLAY "Enter STUDENT-ID" WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.

       ADD-CONTACT.
           PERFORM ACCEPT-STUDENT-KEY.
           PERFORM FIND-STUDENT-NAME.
           IF WS-CUR-NAME = SPACES
               DISPLAY "STUDENT " WS-ASK-ID " IS NOT ON THE ROSTER - "
                   "NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CONTACTS.
           IF WS-FOUND
               PERFORM COUNT-USED-SLOTS
               IF WS-USED-COUNT >= 3
                   DISPLAY "STUDENT " WS-ASK-ID " ALREADY HAS THREE "
                       "CONTACTS - DELETE ONE FIRST"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CONTACT-COUNT >= 2000
                   DISPLAY "CONTACT TABLE FULL - NOT ADDED"
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO WS-USED-COUNT
           END-IF.
           DISPLAY "CONTACT FOR " WS-CUR-NAME.

           MOVE SPACES TO WS-ASK-NAME.
           PERFORM UNTIL WS-ASK-NAME NOT = SPACES
               DISPLAY "Enter contact name" WITH NO ADVANCING
               ACCEPT WS-ASK-NAME
               IF WS-ASK-NAME = SPACES
                   DISPLAY "NAME IS REQUIRED - RE-ENTER"
               END-IF
           END-PERFORM.
           DISPLAY "Enter relationship (MOTHER, FATHER, GUARDIAN ...)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-RELATION.
           INSPECT WS-ASK-RELATION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-ASK-PHONE.
           PERFORM UNTIL WS-ASK-PHONE NOT = SPACES
               DISPLAY "Enter phone number" WITH NO ADVANCING
               ACCEPT WS-ASK-PHONE
               IF WS-ASK-PHONE = SPACES
                   DISPLAY "PHONE NUMBER IS REQUIRED - RE-ENTER"
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-PRIORITY-SW.
           PERFORM UNTIL WS-PRIORITY-OK
               DISPLAY "Enter priority (1 = RING FIRST, 1 TO 3)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-PRIORITY
               IF WS-ASK-PRIORITY < 1 OR WS-ASK-PRIORITY > 3
                   DISPLAY "PRIORITY MUST BE 1 TO 3 - RE-ENTER"
               ELSE
                   PERFORM CHECK-PRIORITY-FREE
               END-IF
           END-PERFORM.

           IF WS-NOT-FOUND
               ADD 1 TO WS-CONTACT-COUNT
               MOVE WS-CONTACT-COUNT TO WS-MATCH-IDX
               MOVE SPACES TO WS-CT-ENTRY (WS-MATCH-IDX)
               MOVE WS-ASK-ID TO WS-CT-STUDENT (WS-MATCH-IDX)
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
                   MOVE ZERO TO WS-CT-PRIORITY (WS-MATCH-IDX WS-SLOT)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-USED-COUNT.
           MOVE WS-ASK-NAME TO WS-CT-NAME (WS-MATCH-IDX WS-USED-COUNT).
           MOVE WS-ASK-RELATION
               TO WS-CT-RELATION (WS-MATCH-IDX WS-USED-COUNT).
           MOVE WS-ASK-PHONE
               TO WS-CT-PHONE (WS-MATCH-IDX WS-USED-COUNT).
           MOVE WS-ASK-PRIORITY
               TO WS-CT-PRIORITY (WS-MATCH-IDX WS-USED-COUNT).
           PERFORM SORT-THE-SLOTS.
           DISPLAY "CONTACT " WS-ASK-NAME " ADDED FOR STUDENT "
               WS-ASK-ID " AT PRIORITY " WS-ASK-PRIORITY.

      *> a priority already held by another of the student's
      *> contacts is refused
       CHECK-PRIORITY-FREE.
           MOVE "Y" TO WS-PRIORITY-SW.
           IF WS-FOUND
               PERFORM VARYING WS-SLOT FROM 1 BY 1
                       UNTIL WS-SLOT > WS-USED-COUNT
                   IF WS-CT-PRIORITY (WS-MATCH-IDX WS-SLOT)
                           = WS-ASK-PRIORITY
                       DISPLAY "PRIORITY " WS-ASK-PRIORITY
                           " IS ALREADY "
                           WS-CT-NAME (WS-MATCH-IDX WS-SLOT)
                           " - RE-ENTER"
                       MOVE "N" TO WS-PRIORITY-SW
                   END-IF
               END-PERFORM
           END-IF.

      *> the used slots of the student at WS-MATCH-IDX into
      *> priority order
       SORT-THE-SLOTS.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-USED-COUNT
               PERFORM VARYING WS-SLOT2 FROM WS-SLOT BY 1
                       UNTIL WS-SLOT2 > WS-USED-COUNT
                   IF WS-CT-PRIORITY (WS-MATCH-IDX WS-SLOT2) <
                           WS-CT-PRIORITY (WS-MATCH-IDX WS-SLOT)
                       MOVE WS-CT-SLOT (WS-MATCH-IDX WS-SLOT)
                           TO WS-SLOT-TEMP
                       MOVE WS-CT-SLOT (WS-MATCH-IDX WS-SLOT2)
                           TO WS-CT-SLOT (WS-MATCH-IDX WS-SLOT)
                       MOVE WS-SLOT-TEMP
                           TO WS-CT-SLOT (WS-MATCH-IDX WS-SLOT2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       DELETE-CONTACT.
           PERFORM ACCEPT-STUDENT-KEY.
           PERFORM FIND-CONTACTS.
           IF WS-NOT-FOUND
               DISPLAY "NO CONTACTS ON FILE FOR STUDENT " WS-ASK-ID
               EXIT PARAGRAPH
           END-IF.
           SET WS-CT-IDX TO WS-MATCH-IDX.
           PERFORM LIST-ONE-STUDENT.
           DISPLAY "Enter priority of the contact to delete"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-PRIORITY.
           PERFORM COUNT-USED-SLOTS.
           MOVE ZERO TO WS-SLOT2.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-USED-COUNT
               IF WS-CT-PRIORITY (WS-MATCH-IDX WS-SLOT)
                       = WS-ASK-PRIORITY
                   MOVE WS-SLOT TO WS-SLOT2
               END-IF
           END-PERFORM.
           IF WS-SLOT2 = ZERO OR WS-ASK-PRIORITY = ZERO
               DISPLAY "STUDENT " WS-ASK-ID " HAS NO CONTACT AT "
                   "PRIORITY " WS-ASK-PRIORITY
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CT-NAME (WS-MATCH-IDX WS-SLOT2) TO WS-ASK-NAME.
      *> close the gap so the used slots stay first
           PERFORM UNTIL WS-SLOT2 NOT < 3
               MOVE WS-CT-SLOT (WS-MATCH-IDX WS-SLOT2 + 1)
                   TO WS-CT-SLOT (WS-MATCH-IDX WS-SLOT2)
               ADD 1 TO WS-SLOT2
           END-PERFORM.
           MOVE SPACES TO WS-CT-SLOT (WS-MATCH-IDX 3).
           MOVE ZERO TO WS-CT-PRIORITY (WS-MATCH-IDX 3).
           DISPLAY "CONTACT " WS-ASK-NAME " DELETED FOR STUDENT "
               WS-ASK-ID.
           IF WS-CT-NAME (WS-MATCH-IDX 1) = SPACES
               MOVE WS-MATCH-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX NOT < WS-CONTACT-COUNT
                   MOVE WS-CT-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-CT-ENTRY (WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-CONTACT-COUNT
               DISPLAY "STUDENT " WS-ASK-ID " NOW HAS NO CONTACT "
                   "ON FILE"
           END-IF.

       LIST-CONTACTS.
           DISPLAY "Enter STUDENT-ID (0 = EVERY STUDENT)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           IF WS-ASK-ID NOT = ZERO
               PERFORM FIND-CONTACTS
               IF WS-NOT-FOUND
                   DISPLAY "NO CONTACTS ON FILE FOR STUDENT "
                       WS-ASK-ID
               ELSE
                   SET WS-CT-IDX TO WS-MATCH-IDX
                   PERFORM LIST-ONE-STUDENT
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM SORT-THE-CONTACTS.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CONTACT-COUNT
               PERFORM LIST-ONE-STUDENT
           END-PERFORM.
           DISPLAY WS-CONTACT-COUNT " STUDENTS WITH CONTACTS ON FILE".

      *> the student at WS-CT-IDX and each contact held
       LIST-ONE-STUDENT.
           MOVE WS-CT-STUDENT (WS-CT-IDX) TO WS-ASK-ID.
           PERFORM FIND-STUDENT-NAME.
           IF WS-CUR-NAME = SPACES
               MOVE "NOT ON ROSTER" TO WS-CUR-NAME
           END-IF.
           DISPLAY "  " WS-CT-STUDENT (WS-CT-IDX) " " WS-CUR-NAME.
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
               IF WS-CT-NAME (WS-CT-IDX WS-SLOT) NOT = SPACES
                   DISPLAY "      " WS-CT-PRIORITY (WS-CT-IDX WS-SLOT)
                       " " WS-CT-NAME (WS-CT-IDX WS-SLOT)
                       " " WS-CT-RELATION (WS-CT-IDX WS-SLOT)
                       " " WS-CT-PHONE (WS-CT-IDX WS-SLOT)
               END-IF
           END-PERFORM.

       SORT-THE-CONTACTS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-CONTACT-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-CONTACT-COUNT
                   IF WS-CT-STUDENT (WS-SORT-IDX2) <
                           WS-CT-STUDENT (WS-SORT-IDX1)
                       MOVE WS-CT-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-CT-ENTRY (WS-SORT-IDX2)
                           TO WS-CT-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-CT-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MASTER-BACK.
           PERFORM SORT-THE-CONTACTS.
           OPEN OUTPUT CONTACT-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING STUDENT CONTACTS - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CONTACT-COUNT
               MOVE WS-CT-ENTRY (WS-CT-IDX) TO CONTACT-LINE
               WRITE CONTACT-LINE
           END-PERFORM.
           CLOSE CONTACT-FILE.
           DISPLAY "STUDENT CONTACTS REWRITTEN".

       END PROGRAM CONTACTMAINT.
