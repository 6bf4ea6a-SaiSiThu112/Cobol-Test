      *> BRANCHMAINT maintains the branch master: add a course,
      *> update its title or capacity, list what is on file - so
      *> registration stops living in a ring binder next to the
      *> terminal. Each course also carries the credit hours a pass
      *> in it earns towards graduation.
      *> Each course is taught in a room off RoomMaster.txt: a
      *> capacity above the room's seats is refused, and so is a
      *> room already booked by another course at the same day and
      *> period - the master's meeting times hold in every term, so
      *> a clash here is a clash in every term the course runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ROOM-MASTER-FILE ASSIGN TO DYNAMIC WS-ROOM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOM-STATUS.

      *> every add and change leaves who/when and the before and
      *> after images on the shared change journal
           SELECT CHANGE-JOURNAL-FILE
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD ROOM-MASTER-FILE.
           01 ROOM-MASTER-LINE.
               COPY ROOM-MASTER.

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.
                   10 WS-CM-PERIOD PIC 9(2).
                   10 WS-CM-FEE PIC 9(5)V99.
                   10 WS-CM-PREREQ PIC X(5).
                   10 WS-CM-CREDITS PIC 9(2).
                   10 WS-CM-ROOM PIC X(5).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ROOM-TABLE.
               05 WS-RM-ENTRY OCCURS 200 TIMES INDEXED BY WS-RM-IDX.
                   10 WS-RM-CODE PIC X(5).
                   10 WS-RM-SEATS PIC 9(3).
           01 WS-ROOM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-ROOM-EOF PIC A(1) VALUE "N".

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
           01 WS-ASK-PERIOD PIC 9(2).
           01 WS-ASK-FEE PIC 9(5)V99.
           01 WS-ASK-PREREQ PIC X(5).
           01 WS-ASK-CREDITS PIC 9(2).
           01 WS-ASK-ROOM PIC X(5).
           01 WS-PREREQ-OK-SW PIC X(1).
               88 WS-PREREQ-OK VALUE "Y".
           01 WS-SCAN-IDX PIC 9(4) COMP.

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-ROOM-PATH PIC X(80).
           01 WS-ROOM-STATUS PIC X(2).

      *> the record image the journal carries, built from a table
      *> entry in the master's own layout
               MOVE "C:\Users\25-00229\Desktop\CourseMaster.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-ROOM-PATH FROM ENVIRONMENT "ROOMMASTER_FILE".
           IF WS-ROOM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\RoomMaster.txt"
                   TO WS-ROOM-PATH
           END-IF.

      *> no room master yet and only a blank room can be given
           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-ROOM-STATUS = "00"
               PERFORM UNTIL WS-ROOM-EOF = "Y"
                   READ ROOM-MASTER-FILE
                       AT END MOVE "Y" TO WS-ROOM-EOF
                       NOT AT END
                           IF WS-ROOM-COUNT < 200
                               ADD 1 TO WS-ROOM-COUNT
                               SET WS-RM-IDX TO WS-ROOM-COUNT
                               MOVE RM-ROOM-CODE
                                   TO WS-RM-CODE (WS-RM-IDX)
                               MOVE RM-SEATS TO WS-RM-SEATS (WS-RM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-MASTER-FILE
           END-IF.

           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
                           END-IF
                           MOVE COURSE-PREREQ
                               TO WS-CM-PREREQ (WS-CM-IDX)
                           IF COURSE-CREDITS IS NUMERIC
                               MOVE COURSE-CREDITS
                                   TO WS-CM-CREDITS (WS-CM-IDX)
                           ELSE
                               MOVE ZERO TO WS-CM-CREDITS (WS-CM-IDX)
                           END-IF
                           MOVE COURSE-ROOM TO WS-CM-ROOM (WS-CM-IDX)
                   END-READ
               END-PERFORM
               CLOSE COURSE-MASTER-FILE
                   DISPLAY "Enter term fee" WITH NO ADVANCING
                   ACCEPT WS-ASK-FEE
                   PERFORM ACCEPT-PREREQ
                   DISPLAY "Enter credit hours" WITH NO ADVANCING
                   ACCEPT WS-ASK-CREDITS
                   MOVE ZERO TO WS-MATCH-IDX
                   PERFORM ACCEPT-ROOM
                   ADD 1 TO WS-COURSE-COUNT
                   SET WS-CM-IDX TO WS-COURSE-COUNT
                   MOVE WS-ASK-CODE TO WS-CM-CODE (WS-CM-IDX)
                   MOVE WS-ASK-PERIOD TO WS-CM-PERIOD (WS-CM-IDX)
                   MOVE WS-ASK-FEE TO WS-CM-FEE (WS-CM-IDX)
                   MOVE WS-ASK-PREREQ TO WS-CM-PREREQ (WS-CM-IDX)
                   MOVE WS-ASK-CREDITS TO WS-CM-CREDITS (WS-CM-IDX)
                   MOVE WS-ASK-ROOM TO WS-CM-ROOM (WS-CM-IDX)
                   MOVE "ADD" TO WS-JRN-TAG
                   SET WS-JRN-SOURCE-IDX TO WS-CM-IDX
                   PERFORM WRITE-JOURNAL-LINE
               DISPLAY "Current prereq   : "
                   WS-CM-PREREQ (WS-MATCH-IDX)
               PERFORM ACCEPT-PREREQ
               DISPLAY "Current credits  : "
                   WS-CM-CREDITS (WS-MATCH-IDX)
               DISPLAY "Enter new credit hours" WITH NO ADVANCING
               ACCEPT WS-ASK-CREDITS
               DISPLAY "Current room     : " WS-CM-ROOM (WS-MATCH-IDX)
               PERFORM ACCEPT-ROOM
               MOVE "BEFORE" TO WS-JRN-TAG
               MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ASK-PERIOD TO WS-CM-PERIOD (WS-MATCH-IDX)
               MOVE WS-ASK-FEE TO WS-CM-FEE (WS-MATCH-IDX)
               MOVE WS-ASK-PREREQ TO WS-CM-PREREQ (WS-MATCH-IDX)
               MOVE WS-ASK-CREDITS TO WS-CM-CREDITS (WS-MATCH-IDX)
               MOVE WS-ASK-ROOM TO WS-CM-ROOM (WS-MATCH-IDX)
               MOVE "AFTER" TO WS-JRN-TAG
               PERFORM WRITE-JOURNAL-LINE
               DISPLAY "COURSE " WS-ASK-CODE " UPDATED"
               END-IF
           END-PERFORM.

      *> a room must be on the room master, hold the course's
      *> capacity and be free at its day and period - blank means
      *> no room. WS-MATCH-IDX is the course being updated (zero on
      *> an add), which never clashes with itself
       ACCEPT-ROOM.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter room (blank for none)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-ROOM
               INSPECT WS-ASK-ROOM CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-ASK-ROOM = SPACES
                   SET WS-EDIT-OK TO TRUE
               ELSE
                   PERFORM CHECK-ROOM
               END-IF
           END-PERFORM.

       CHECK-ROOM.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-ROOM-COUNT
               IF WS-RM-CODE (WS-RM-IDX) = WS-ASK-ROOM
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "ROOM " WS-ASK-ROOM " IS NOT ON THE ROOM "
                   "MASTER - RE-ENTER"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASK-CAPACITY > WS-RM-SEATS (WS-RM-IDX)
               DISPLAY "ROOM " WS-ASK-ROOM " SEATS ONLY "
                   WS-RM-SEATS (WS-RM-IDX) " - CAPACITY "
                   WS-ASK-CAPACITY " WILL NOT FIT - RE-ENTER"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASK-DAY NOT = ZERO
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-COURSE-COUNT
                   IF WS-SCAN-IDX NOT = WS-MATCH-IDX AND
                           WS-CM-ROOM (WS-SCAN-IDX) = WS-ASK-ROOM AND
                           WS-CM-DAY (WS-SCAN-IDX) = WS-ASK-DAY AND
                           WS-CM-PERIOD (WS-SCAN-IDX) = WS-ASK-PERIOD
                       DISPLAY "ROOM " WS-ASK-ROOM " IS ALREADY "
                           "BOOKED BY " WS-CM-CODE (WS-SCAN-IDX)
                           " AT DAY " WS-ASK-DAY " PERIOD "
                           WS-ASK-PERIOD " - RE-ENTER"
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.
           SET WS-EDIT-OK TO TRUE.

       LIST-COURSES.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
                   WS-CM-CAPACITY (WS-CM-IDX) " DAY "
                   WS-CM-DAY (WS-CM-IDX) " PERIOD "
                   WS-CM-PERIOD (WS-CM-IDX) " FEE "
                   WS-CM-FEE (WS-CM-IDX) " CREDITS "
                   WS-CM-CREDITS (WS-CM-IDX) " ROOM "
                   WS-CM-ROOM (WS-CM-IDX)
           END-PERFORM.
           DISPLAY WS-COURSE-COUNT " COURSES ON FILE".

               MOVE WS-CM-PERIOD (WS-CM-IDX) TO COURSE-PERIOD
               MOVE WS-CM-FEE (WS-CM-IDX) TO COURSE-FEE
               MOVE WS-CM-PREREQ (WS-CM-IDX) TO COURSE-PREREQ
               MOVE WS-CM-CREDITS (WS-CM-IDX) TO COURSE-CREDITS
               MOVE WS-CM-ROOM (WS-CM-IDX) TO COURSE-ROOM
               WRITE COURSE-MASTER-LINE
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.
           MOVE WS-CM-PERIOD (WS-CM-IDX) TO JC-PERIOD.
           MOVE WS-CM-FEE (WS-CM-IDX) TO JC-FEE.
           MOVE WS-CM-PREREQ (WS-CM-IDX) TO JC-PREREQ.
           MOVE WS-CM-CREDITS (WS-CM-IDX) TO JC-CREDITS.
           MOVE WS-CM-ROOM (WS-CM-IDX) TO JC-ROOM.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
