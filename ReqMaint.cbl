       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQMAINT.

      *> maintains the programme requirements (ProgrammeReq.txt) the
      *> way PROVMAINT maintains the provision bands: set the credit
      *> total a student needs and the lowest mark that counts as a
      *> pass, add or delete a mandatory course (it must be on
      *> CourseMaster.txt), list what is on file. DEGAUDIT audits
      *> every student against the result. Written back with the
      *> totals line first and the mandatory courses in code order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PROGRAMME-REQ-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PROGRAMME-REQ-FILE.
           01 PROGRAMME-REQ-LINE.
               COPY PROGRAMME-REQ.

           FD COURSE-MASTER-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

       WORKING-STORAGE SECTION.
           01 WS-MANDATORY-TABLE.
               05 WS-MD-ENTRY OCCURS 50 TIMES INDEXED BY WS-MD-IDX.
                   10 WS-MD-CODE PIC X(5).
           01 WS-MANDATORY-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-TOTAL-CREDITS PIC 9(3) VALUE ZERO.
           01 WS-PASS-MARK PIC 9(3) VALUE 50.

           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
                   10 WS-CM-TITLE PIC X(20).
                   10 WS-CM-CREDITS PIC 9(2).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-CODE PIC X(5).
           01 WS-ASK-CREDITS PIC 9(3).
           01 WS-ASK-MARK PIC 9(3).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC X(5).
           01 WS-CUR-TITLE PIC X(20).
           01 WS-CUR-CREDITS PIC 9(2).
           01 WS-MANDATORY-CREDITS PIC 9(4).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "PROGRAMME_REQ".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProgrammeReq.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-COURSE-PATH FROM ENVIRONMENT "COURSEMASTER_FILE".
           IF WS-COURSE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CourseMaster.txt"
                   TO WS-COURSE-PATH
           END-IF.

           OPEN INPUT COURSE-MASTER-FILE.
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING COURSE MASTER - STATUS "
                   WS-COURSE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-COURSE-EOF = "Y"
               READ COURSE-MASTER-FILE
                   AT END MOVE "Y" TO WS-COURSE-EOF
                   NOT AT END
                       IF WS-COURSE-COUNT < 200
                           ADD 1 TO WS-COURSE-COUNT
                           SET WS-CM-IDX TO WS-COURSE-COUNT
                           MOVE COURSE-CODE TO WS-CM-CODE (WS-CM-IDX)
                           MOVE COURSE-TITLE
                               TO WS-CM-TITLE (WS-CM-IDX)
                           IF COURSE-CREDITS IS NUMERIC
                               MOVE COURSE-CREDITS
                                   TO WS-CM-CREDITS (WS-CM-IDX)
                           ELSE
                               MOVE ZERO TO WS-CM-CREDITS (WS-CM-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.

      *> a requirements file that does not exist yet is simply empty
      *> - setting the totals creates it
           OPEN INPUT PROGRAMME-REQ-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ PROGRAMME-REQ-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           EVALUATE TRUE
                               WHEN PR-TOTALS
                                   MOVE PR-TOTAL-CREDITS
                                       TO WS-TOTAL-CREDITS
                                   MOVE PR-PASS-MARK TO WS-PASS-MARK
                               WHEN PR-MANDATORY
                                   IF WS-MANDATORY-COUNT < 50
                                       ADD 1 TO WS-MANDATORY-COUNT
                                       SET WS-MD-IDX
                                           TO WS-MANDATORY-COUNT
                                       MOVE PR-COURSE-CODE
                                           TO WS-MD-CODE (WS-MD-IDX)
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE PROGRAMME-REQ-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "PROGRAMME REQUIREMENTS - S=SET TOTALS "
                   "A=ADD D=DELETE L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "S"
                   WHEN "s"
                       PERFORM SET-TOTALS
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-MANDATORY
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-MANDATORY
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-REQUIREMENTS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       FIND-MANDATORY.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MANDATORY-COUNT
               IF WS-MD-CODE (WS-MD-IDX) = WS-ASK-CODE
                   SET WS-FOUND TO TRUE
                   MOVE WS-MD-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> title and credits for WS-ASK-CODE - spaces when the course
      *> is not on the master
       FIND-COURSE-TITLE.
           MOVE SPACES TO WS-CUR-TITLE.
           MOVE ZERO TO WS-CUR-CREDITS.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-CODE (WS-CM-IDX) = WS-ASK-CODE
                   MOVE WS-CM-TITLE (WS-CM-IDX) TO WS-CUR-TITLE
                   MOVE WS-CM-CREDITS (WS-CM-IDX) TO WS-CUR-CREDITS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SET-TOTALS.
           DISPLAY "Current credits required : " WS-TOTAL-CREDITS.
           DISPLAY "Current pass mark        : " WS-PASS-MARK.
           DISPLAY "Enter total credits required" WITH NO ADVANCING.
           ACCEPT WS-ASK-CREDITS.
           MOVE 999 TO WS-ASK-MARK.
           PERFORM UNTIL WS-ASK-MARK NOT > 100
               DISPLAY "Enter pass mark out of 100" WITH NO ADVANCING
               ACCEPT WS-ASK-MARK
               IF WS-ASK-MARK > 100
                   DISPLAY "MARKS ARE OUT OF 100 - RE-ENTER"
               END-IF
           END-PERFORM.
           MOVE WS-ASK-CREDITS TO WS-TOTAL-CREDITS.
           MOVE WS-ASK-MARK TO WS-PASS-MARK.
           DISPLAY "TOTALS SET".

       ADD-MANDATORY.
           DISPLAY "Enter mandatory course code" WITH NO ADVANCING.
           ACCEPT WS-ASK-CODE.
           PERFORM FIND-MANDATORY.
           IF WS-FOUND
               DISPLAY "COURSE " WS-ASK-CODE " IS ALREADY MANDATORY"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-COURSE-TITLE.
           IF WS-CUR-TITLE = SPACES
               DISPLAY "COURSE " WS-ASK-CODE " IS NOT ON THE COURSE "
                   "MASTER - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MANDATORY-COUNT >= 50
               DISPLAY "MANDATORY TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MANDATORY-COUNT.
           SET WS-MD-IDX TO WS-MANDATORY-COUNT.
           MOVE WS-ASK-CODE TO WS-MD-CODE (WS-MD-IDX).
           DISPLAY "COURSE " WS-ASK-CODE " " WS-CUR-TITLE
               " ADDED AS MANDATORY".

       DELETE-MANDATORY.
           DISPLAY "Enter mandatory course code to delete"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-CODE.
           PERFORM FIND-MANDATORY.
           IF WS-NOT-FOUND
               DISPLAY "COURSE " WS-ASK-CODE " IS NOT MANDATORY"
           ELSE
               MOVE WS-MATCH-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX NOT < WS-MANDATORY-COUNT
                   MOVE WS-MD-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-MD-ENTRY (WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-MANDATORY-COUNT
               DISPLAY "COURSE " WS-ASK-CODE " NO LONGER MANDATORY"
           END-IF.

       LIST-REQUIREMENTS.
           PERFORM SORT-THE-COURSES.
           DISPLAY "  CREDITS REQUIRED " WS-TOTAL-CREDITS
               " PASS MARK " WS-PASS-MARK.
           MOVE ZERO TO WS-MANDATORY-CREDITS.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MANDATORY-COUNT
               MOVE WS-MD-CODE (WS-MD-IDX) TO WS-ASK-CODE
               PERFORM FIND-COURSE-TITLE
               IF WS-CUR-TITLE = SPACES
                   MOVE "** NOT ON MASTER" TO WS-CUR-TITLE
               END-IF
               ADD WS-CUR-CREDITS TO WS-MANDATORY-CREDITS
               DISPLAY "  " WS-MD-CODE (WS-MD-IDX) " " WS-CUR-TITLE
                   " CREDITS " WS-CUR-CREDITS
           END-PERFORM.
           DISPLAY WS-MANDATORY-COUNT " MANDATORY COURSES, "
               WS-MANDATORY-CREDITS " CREDITS BETWEEN THEM".

       SORT-THE-COURSES.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-MANDATORY-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-MANDATORY-COUNT
                   IF WS-MD-CODE (WS-SORT-IDX2) <
                           WS-MD-CODE (WS-SORT-IDX1)
                       MOVE WS-MD-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-MD-ENTRY (WS-SORT-IDX2)
                           TO WS-MD-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-MD-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MASTER-BACK.
           PERFORM SORT-THE-COURSES.
           OPEN OUTPUT PROGRAMME-REQ-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PROGRAMME REQUIREMENTS - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           MOVE SPACES TO PROGRAMME-REQ-LINE.
           SET PR-TOTALS TO TRUE.
           MOVE WS-TOTAL-CREDITS TO PR-TOTAL-CREDITS.
           MOVE WS-PASS-MARK TO PR-PASS-MARK.
           WRITE PROGRAMME-REQ-LINE.
           PERFORM VARYING WS-MD-IDX FROM 1 BY 1
                   UNTIL WS-MD-IDX > WS-MANDATORY-COUNT
               SET PR-MANDATORY TO TRUE
               MOVE WS-MD-CODE (WS-MD-IDX) TO PR-COURSE-CODE
               MOVE ZERO TO PR-TOTAL-CREDITS PR-PASS-MARK
               WRITE PROGRAMME-REQ-LINE
           END-PERFORM.
           CLOSE PROGRAMME-REQ-FILE.
           DISPLAY "PROGRAMME REQUIREMENTS REWRITTEN".

       END PROGRAM REQMAINT.
