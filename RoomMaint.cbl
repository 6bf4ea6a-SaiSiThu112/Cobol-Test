       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOMMAINT.

      *> maintains the room master (RoomMaster.txt) the way
      *> BRANCHMAINT maintains the branch master: add a room, update
      *> its description or seats, list what is on file. A room's
      *> seats cannot be cut below the capacity of a course already
      *> taught in it on CourseMaster.txt - change the course first.
      *> Every add and change goes on the shared change journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT ROOM-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

      *> every add and change leaves who/when and the before and
      *> after images on the shared change journal
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ROOM-MASTER-FILE.
           01 ROOM-MASTER-LINE.
               COPY ROOM-MASTER.

           FD COURSE-MASTER-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.

       WORKING-STORAGE SECTION.
           01 WS-ROOM-TABLE.
               05 WS-RM-ENTRY OCCURS 200 TIMES INDEXED BY WS-RM-IDX.
                   10 WS-RM-CODE PIC X(5).
                   10 WS-RM-DESC PIC X(20).
                   10 WS-RM-SEATS PIC 9(3).
           01 WS-ROOM-COUNT PIC 9(4) COMP VALUE ZERO.

      *> the courses with a room, for the seats check
           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
                   10 WS-CM-CAPACITY PIC 9(3).
                   10 WS-CM-ROOM PIC X(5).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-CODE PIC X(5).
           01 WS-ASK-DESC PIC X(20).
           01 WS-ASK-SEATS PIC 9(3).
           01 WS-EDIT-SW PIC A(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC X(28).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).

      *> the record image the journal carries, built from a table
      *> entry in the master's own layout
           01 WS-JRN-IMAGE-REC.
               COPY ROOM-MASTER REPLACING LEADING ==RM== BY ==JR==.
           01 WS-JRN-TAG PIC X(6).
           01 WS-JRN-SOURCE-IDX PIC 9(4) COMP.
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-JOURNAL-PATH PIC X(80).
           01 WS-JOURNAL-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT
               "CHANGEJOURNAL_FILE".
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ChangeJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "ROOMMASTER_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\RoomMaster.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-COURSE-PATH FROM ENVIRONMENT "COURSEMASTER_FILE".
           IF WS-COURSE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CourseMaster.txt"
                   TO WS-COURSE-PATH
           END-IF.

      *> a master that does not exist yet is simply empty - the first
      *> add creates it
           OPEN INPUT ROOM-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ ROOM-MASTER-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-ROOM-COUNT < 200
                               ADD 1 TO WS-ROOM-COUNT
                               SET WS-RM-IDX TO WS-ROOM-COUNT
                               MOVE RM-ROOM-CODE
                                   TO WS-RM-CODE (WS-RM-IDX)
                               MOVE RM-DESCRIPTION
                                   TO WS-RM-DESC (WS-RM-IDX)
                               MOVE RM-SEATS TO WS-RM-SEATS (WS-RM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-MASTER-FILE
           END-IF.

           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS = "00"
               PERFORM UNTIL WS-COURSE-EOF = "Y"
                   READ COURSE-MASTER-FILE
                       AT END MOVE "Y" TO WS-COURSE-EOF
                       NOT AT END
                           IF COURSE-ROOM NOT = SPACES AND
                                   WS-COURSE-COUNT < 200
                               ADD 1 TO WS-COURSE-COUNT
                               SET WS-CM-IDX TO WS-COURSE-COUNT
                               MOVE COURSE-CODE
                                   TO WS-CM-CODE (WS-CM-IDX)
                               MOVE COURSE-CAPACITY
                                   TO WS-CM-CAPACITY (WS-CM-IDX)
                               MOVE COURSE-ROOM
                                   TO WS-CM-ROOM (WS-CM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-MASTER-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "ROOM MASTER - A=ADD U=UPDATE L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-ROOM
                   WHEN "U"
                   WHEN "u"
                       PERFORM UPDATE-ROOM
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-ROOMS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       FIND-ROOM.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-ROOM-COUNT
               IF WS-RM-CODE (WS-RM-IDX) = WS-ASK-CODE
                   SET WS-FOUND TO TRUE
                   MOVE WS-RM-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ACCEPT-ROOM-CODE.
           ACCEPT WS-ASK-CODE.
           INSPECT WS-ASK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       ADD-ROOM.
           DISPLAY "Enter room code" WITH NO ADVANCING.
           PERFORM ACCEPT-ROOM-CODE.
           IF WS-ASK-CODE = SPACES
               DISPLAY "ROOM CODE IS REQUIRED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-ROOM.
           IF WS-FOUND
               DISPLAY "ROOM " WS-ASK-CODE " ALREADY ON FILE"
           ELSE
               IF WS-ROOM-COUNT >= 200
                   DISPLAY "ROOM TABLE FULL - NOT ADDED"
               ELSE
                   DISPLAY "Enter room description" WITH NO ADVANCING
                   ACCEPT WS-ASK-DESC
                   PERFORM ACCEPT-SEATS
                   ADD 1 TO WS-ROOM-COUNT
                   SET WS-RM-IDX TO WS-ROOM-COUNT
                   MOVE WS-ASK-CODE TO WS-RM-CODE (WS-RM-IDX)
                   MOVE WS-ASK-DESC TO WS-RM-DESC (WS-RM-IDX)
                   MOVE WS-ASK-SEATS TO WS-RM-SEATS (WS-RM-IDX)
                   MOVE "ADD" TO WS-JRN-TAG
                   SET WS-JRN-SOURCE-IDX TO WS-RM-IDX
                   PERFORM WRITE-JOURNAL-LINE
                   DISPLAY "ROOM " WS-ASK-CODE " ADDED"
               END-IF
           END-IF.

       UPDATE-ROOM.
           DISPLAY "Enter room code to update" WITH NO ADVANCING.
           PERFORM ACCEPT-ROOM-CODE.
           PERFORM FIND-ROOM.
           IF WS-NOT-FOUND
               DISPLAY "ROOM " WS-ASK-CODE " NOT ON FILE"
           ELSE
               DISPLAY "Current description: " WS-RM-DESC (WS-MATCH-IDX)
               DISPLAY "Current seats      : "
                   WS-RM-SEATS (WS-MATCH-IDX)
               DISPLAY "Enter new description" WITH NO ADVANCING
               ACCEPT WS-ASK-DESC
               PERFORM ACCEPT-SEATS
               MOVE "BEFORE" TO WS-JRN-TAG
               MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX
               PERFORM WRITE-JOURNAL-LINE
               MOVE WS-ASK-DESC TO WS-RM-DESC (WS-MATCH-IDX)
               MOVE WS-ASK-SEATS TO WS-RM-SEATS (WS-MATCH-IDX)
               MOVE "AFTER" TO WS-JRN-TAG
               PERFORM WRITE-JOURNAL-LINE
               DISPLAY "ROOM " WS-ASK-CODE " UPDATED"
           END-IF.

      *> at least one seat, and never fewer than the capacity of a
      *> course already taught in the room
       ACCEPT-SEATS.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter seats" WITH NO ADVANCING
               ACCEPT WS-ASK-SEATS
               IF WS-ASK-SEATS = ZERO
                   DISPLAY "SEATS MUST BE AT LEAST 1 - RE-ENTER"
               ELSE
                   SET WS-EDIT-OK TO TRUE
                   PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                           UNTIL WS-CM-IDX > WS-COURSE-COUNT
                       IF WS-CM-ROOM (WS-CM-IDX) = WS-ASK-CODE AND
                               WS-CM-CAPACITY (WS-CM-IDX)
                                   > WS-ASK-SEATS
                           DISPLAY "COURSE " WS-CM-CODE (WS-CM-IDX)
                               " IN THIS ROOM HAS CAPACITY "
                               WS-CM-CAPACITY (WS-CM-IDX)
                               " - RE-ENTER"
                           SET WS-EDIT-FAILED TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LIST-ROOMS.
           PERFORM SORT-THE-ROOMS.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-ROOM-COUNT
               DISPLAY WS-RM-CODE (WS-RM-IDX) " "
                   WS-RM-DESC (WS-RM-IDX) " SEATS "
                   WS-RM-SEATS (WS-RM-IDX)
           END-PERFORM.
           DISPLAY WS-ROOM-COUNT " ROOMS ON FILE".

       SORT-THE-ROOMS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-ROOM-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-ROOM-COUNT
                   IF WS-RM-CODE (WS-SORT-IDX2) <
                           WS-RM-CODE (WS-SORT-IDX1)
                       MOVE WS-RM-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-RM-ENTRY (WS-SORT-IDX2)
                           TO WS-RM-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-RM-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MASTER-BACK.
           PERFORM SORT-THE-ROOMS.
           OPEN OUTPUT ROOM-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING ROOM MASTER - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-ROOM-COUNT
               MOVE WS-RM-CODE (WS-RM-IDX) TO RM-ROOM-CODE
               MOVE WS-RM-DESC (WS-RM-IDX) TO RM-DESCRIPTION
               MOVE WS-RM-SEATS (WS-RM-IDX) TO RM-SEATS
               WRITE ROOM-MASTER-LINE
           END-PERFORM.
           CLOSE ROOM-MASTER-FILE.
           DISPLAY "ROOM MASTER REWRITTEN".

      *> one journal line: the table entry rendered in the master's
      *> own record layout, with who and when
       WRITE-JOURNAL-LINE.
           SET WS-RM-IDX TO WS-JRN-SOURCE-IDX.
           MOVE WS-RM-CODE (WS-RM-IDX) TO JR-ROOM-CODE.
           MOVE WS-RM-DESC (WS-RM-IDX) TO JR-DESCRIPTION.
           MOVE WS-RM-SEATS (WS-RM-IDX) TO JR-SEATS.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE "ROOM" TO CJ-MASTER
               MOVE SPACES TO CJ-KEY
               MOVE WS-RM-CODE (WS-RM-IDX) TO CJ-KEY (1:5)
               MOVE WS-OPERATOR-ID TO CJ-OPERATOR
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               COMPUTE CJ-STAMP = WS-STAMP-DATE * 1000000
                   + WS-STAMP-TIME / 100
               MOVE WS-JRN-TAG TO CJ-TAG
               MOVE WS-JRN-IMAGE-REC TO CJ-IMAGE
               WRITE CHANGE-JOURNAL-REC
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.

       END PROGRAM ROOMMAINT.
