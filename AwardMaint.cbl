       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARDMAINT.

      *> maintains the student awards (StudentAwards.txt) the way
      *> REQMAINT maintains the programme requirements: add an award
      *> to a student - bursary, scholarship or discount, a
      *> percentage or a fixed amount, per course or per term, for
      *> one course or all of them, from a start term to an end
      *> term - delete one, list what is on file. The student must
      *> be on the roster, a named course on the course master and
      *> both terms on the term calendar, the end never before the
      *> start. INVOICE applies the awards as it bills. Written back
      *> in student then award order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AWARD-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT ASSIGN TO DYNAMIC WS-STUDENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STUDENT-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD AWARD-FILE.
           01 AWARD-LINE.
               COPY STUDENT-AWARD.

           FD STUDENT.
           01 STUDENT-REC.
               COPY STUDENT.

           FD COURSE-MASTER-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

       WORKING-STORAGE SECTION.
           01 WS-AWARD-TABLE.
               05 WS-AW-ENTRY OCCURS 500 TIMES INDEXED BY WS-AW-IDX.
                   10 WS-AW-STUDENT PIC 9(5).
                   10 WS-AW-CODE PIC X(6).
                   10 WS-AW-DESC PIC X(20).
                   10 WS-AW-BASIS PIC X(1).
                   10 WS-AW-VALUE PIC 9(5)V99.
                   10 WS-AW-PER PIC X(1).
                   10 WS-AW-COURSE PIC X(5).
                   10 WS-AW-START PIC X(6).
                   10 WS-AW-END PIC X(6).
           01 WS-AWARD-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-STUDENT-TABLE.
               05 WS-ST-ENTRY OCCURS 2000 TIMES INDEXED BY WS-ST-IDX.
                   10 WS-ST-ID PIC 9(5).
                   10 WS-ST-NAME PIC X(15).
           01 WS-STUDENT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-TERM-TABLE.
               05 WS-TM-ENTRY OCCURS 50 TIMES INDEXED BY WS-TM-IDX.
                   10 WS-TM-CODE PIC X(6).
                   10 WS-TM-START PIC 9(8).
           01 WS-TERM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-STUDENT-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-ID PIC 9(5).
           01 WS-ASK-CODE PIC X(6).
           01 WS-ASK-DESC PIC X(20).
           01 WS-ASK-BASIS PIC X(1).
               88 WS-ASK-BASIS-OK VALUE "P" "F".
           01 WS-ASK-VALUE PIC 9(5)V99.
           01 WS-ASK-PER PIC X(1).
               88 WS-ASK-PER-OK VALUE "T" "C".
           01 WS-ASK-COURSE PIC X(5).
           01 WS-ASK-START PIC X(6).
           01 WS-ASK-END PIC X(6).
           01 WS-LOOKUP-TERM PIC X(6).
           01 WS-LOOKUP-START PIC 9(8).
           01 WS-START-DATE PIC 9(8).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC X(57).
           01 WS-CUR-NAME PIC X(15).

           01 WS-VALUE-EDIT PIC ZZ,ZZ9.99.
           01 WS-BASIS-WORD PIC X(16).
           01 WS-COURSE-WORD PIC X(11).
           01 WS-END-WORD PIC X(6).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-STUDENT-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-STUDENT-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "STUDENT_AWARDS".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StudentAwards.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-STUDENT-PATH FROM ENVIRONMENT "STUDENT_ROSTER".
           IF WS-STUDENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\input.txt"
                   TO WS-STUDENT-PATH
           END-IF.
           ACCEPT WS-COURSE-PATH FROM ENVIRONMENT "COURSEMASTER_FILE".
           IF WS-COURSE-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CourseMaster.txt"
                   TO WS-COURSE-PATH
           END-IF.
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-MASTER-FILE.

           OPEN INPUT TERM-MASTER-FILE.
           IF WS-TERM-STATUS NOT = "00"
               DISPLAY "ERROR OPENING TERM MASTER - STATUS "
                   WS-TERM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TERM-EOF = "Y"
               READ TERM-MASTER-FILE
                   AT END MOVE "Y" TO WS-TERM-EOF
                   NOT AT END
                       IF WS-TERM-COUNT < 50
                           ADD 1 TO WS-TERM-COUNT
                           SET WS-TM-IDX TO WS-TERM-COUNT
                           MOVE TM-TERM-CODE TO WS-TM-CODE (WS-TM-IDX)
                           MOVE TM-START-DATE
                               TO WS-TM-START (WS-TM-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERM-MASTER-FILE.

      *> an awards file that does not exist yet is simply empty -
      *> the first add creates it
           OPEN INPUT AWARD-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ AWARD-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-AWARD-COUNT < 500
                               ADD 1 TO WS-AWARD-COUNT
                               SET WS-AW-IDX TO WS-AWARD-COUNT
                               MOVE AWARD-LINE
                                   TO WS-AW-ENTRY (WS-AW-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "STUDENT AWARDS - A=ADD D=DELETE L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-AWARD
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-AWARD
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-AWARDS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       FIND-AWARD.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-AW-IDX FROM 1 BY 1
                   UNTIL WS-AW-IDX > WS-AWARD-COUNT
               IF WS-AW-STUDENT (WS-AW-IDX) = WS-ASK-ID AND
                       WS-AW-CODE (WS-AW-IDX) = WS-ASK-CODE
                   SET WS-FOUND TO TRUE
                   MOVE WS-AW-IDX TO WS-MATCH-IDX
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

      *> start date of WS-LOOKUP-TERM - zero when it is not on the
      *> calendar
       FIND-TERM-START.
           MOVE ZERO TO WS-LOOKUP-START.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TERM-COUNT
               IF WS-TM-CODE (WS-TM-IDX) = WS-LOOKUP-TERM
                   MOVE WS-TM-START (WS-TM-IDX) TO WS-LOOKUP-START
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ACCEPT-AWARD-KEY.
           DISPLAY "Enter STUDENT-ID" WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           DISPLAY "Enter award code" WITH NO ADVANCING.
           ACCEPT WS-ASK-CODE.
           INSPECT WS-ASK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       ADD-AWARD.
           PERFORM ACCEPT-AWARD-KEY.
           PERFORM FIND-STUDENT-NAME.
           IF WS-CUR-NAME = SPACES
               DISPLAY "STUDENT " WS-ASK-ID " IS NOT ON THE ROSTER - "
                   "NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-AWARD.
           IF WS-FOUND
               DISPLAY "STUDENT " WS-ASK-ID " ALREADY HOLDS AWARD "
                   WS-ASK-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-AWARD-COUNT >= 500
               DISPLAY "AWARD TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AWARD FOR " WS-CUR-NAME.
           DISPLAY "Enter funding body / description"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-DESC.

           MOVE SPACE TO WS-ASK-BASIS.
           PERFORM UNTIL WS-ASK-BASIS-OK
               DISPLAY "Enter basis (P=PERCENTAGE, F=FIXED AMOUNT)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-BASIS
               INSPECT WS-ASK-BASIS CONVERTING "pf" TO "PF"
               IF NOT WS-ASK-BASIS-OK
                   DISPLAY "BASIS MUST BE P OR F - RE-ENTER"
               END-IF
           END-PERFORM.
           IF WS-ASK-BASIS = "P"
               MOVE 999 TO WS-ASK-VALUE
               PERFORM UNTIL WS-ASK-VALUE NOT > 100
                      AND WS-ASK-VALUE > ZERO
                   DISPLAY "Enter percent of the fee awarded"
                       WITH NO ADVANCING
                   ACCEPT WS-ASK-VALUE
                   IF WS-ASK-VALUE > 100 OR WS-ASK-VALUE = ZERO
                       DISPLAY "1 TO 100 PERCENT - RE-ENTER"
                   END-IF
               END-PERFORM
      *> a percentage comes off each charge it reaches, so per
      *> course is the only sense it has
               MOVE "C" TO WS-ASK-PER
           ELSE
               MOVE ZERO TO WS-ASK-VALUE
               PERFORM UNTIL WS-ASK-VALUE > ZERO
                   DISPLAY "Enter amount awarded" WITH NO ADVANCING
                   ACCEPT WS-ASK-VALUE
                   IF WS-ASK-VALUE = ZERO
                       DISPLAY "AMOUNT MUST BE POSITIVE - RE-ENTER"
                   END-IF
               END-PERFORM
               MOVE SPACE TO WS-ASK-PER
               PERFORM UNTIL WS-ASK-PER-OK
                   DISPLAY "Enter C=OFF EACH COURSE, T=OFF THE TERM'S "
                       "CHARGES" WITH NO ADVANCING
                   ACCEPT WS-ASK-PER
                   INSPECT WS-ASK-PER CONVERTING "tc" TO "TC"
                   IF NOT WS-ASK-PER-OK
                       DISPLAY "MUST BE C OR T - RE-ENTER"
                   END-IF
               END-PERFORM
           END-IF.

           DISPLAY "Enter course code (blank = every course)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-COURSE.
           IF WS-ASK-COURSE NOT = SPACES
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-COURSE-COUNT
                   IF WS-CM-CODE (WS-CM-IDX) = WS-ASK-COURSE
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   DISPLAY "COURSE " WS-ASK-COURSE " IS NOT ON THE "
                       "COURSE MASTER - NOT ADDED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Enter start term" WITH NO ADVANCING.
           ACCEPT WS-ASK-START.
           INSPECT WS-ASK-START CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-ASK-START TO WS-LOOKUP-TERM.
           PERFORM FIND-TERM-START.
           IF WS-LOOKUP-START = ZERO
               DISPLAY "TERM " WS-ASK-START " IS NOT ON THE TERM "
                   "CALENDAR - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LOOKUP-START TO WS-START-DATE.
           DISPLAY "Enter end term (blank = runs on)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-END.
           INSPECT WS-ASK-END CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-ASK-END NOT = SPACES
               MOVE WS-ASK-END TO WS-LOOKUP-TERM
               PERFORM FIND-TERM-START
               IF WS-LOOKUP-START = ZERO
                   DISPLAY "TERM " WS-ASK-END " IS NOT ON THE TERM "
                       "CALENDAR - NOT ADDED"
                   EXIT PARAGRAPH
               END-IF
               IF WS-LOOKUP-START < WS-START-DATE
                   DISPLAY "END TERM " WS-ASK-END " IS BEFORE THE "
                       "START TERM - NOT ADDED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-AWARD-COUNT.
           SET WS-AW-IDX TO WS-AWARD-COUNT.
           MOVE WS-ASK-ID TO WS-AW-STUDENT (WS-AW-IDX).
           MOVE WS-ASK-CODE TO WS-AW-CODE (WS-AW-IDX).
           MOVE WS-ASK-DESC TO WS-AW-DESC (WS-AW-IDX).
           MOVE WS-ASK-BASIS TO WS-AW-BASIS (WS-AW-IDX).
           MOVE WS-ASK-VALUE TO WS-AW-VALUE (WS-AW-IDX).
           MOVE WS-ASK-PER TO WS-AW-PER (WS-AW-IDX).
           MOVE WS-ASK-COURSE TO WS-AW-COURSE (WS-AW-IDX).
           MOVE WS-ASK-START TO WS-AW-START (WS-AW-IDX).
           MOVE WS-ASK-END TO WS-AW-END (WS-AW-IDX).
           DISPLAY "AWARD " WS-ASK-CODE " ADDED FOR STUDENT "
               WS-ASK-ID.

       DELETE-AWARD.
           PERFORM ACCEPT-AWARD-KEY.
           PERFORM FIND-AWARD.
           IF WS-NOT-FOUND
               DISPLAY "STUDENT " WS-ASK-ID " HOLDS NO AWARD "
                   WS-ASK-CODE
           ELSE
               MOVE WS-MATCH-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX NOT < WS-AWARD-COUNT
                   MOVE WS-AW-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-AW-ENTRY (WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-AWARD-COUNT
               DISPLAY "AWARD " WS-ASK-CODE " DELETED FOR STUDENT "
                   WS-ASK-ID
           END-IF.

       LIST-AWARDS.
           PERFORM SORT-THE-AWARDS.
           PERFORM VARYING WS-AW-IDX FROM 1 BY 1
                   UNTIL WS-AW-IDX > WS-AWARD-COUNT
               MOVE WS-AW-VALUE (WS-AW-IDX) TO WS-VALUE-EDIT
               EVALUATE TRUE
                   WHEN WS-AW-BASIS (WS-AW-IDX) = "P"
                       MOVE "PERCENT OFF FEE" TO WS-BASIS-WORD
                   WHEN WS-AW-PER (WS-AW-IDX) = "T"
                       MOVE "OFF EACH TERM" TO WS-BASIS-WORD
                   WHEN OTHER
                       MOVE "OFF EACH COURSE" TO WS-BASIS-WORD
               END-EVALUATE
               IF WS-AW-COURSE (WS-AW-IDX) = SPACES
                   MOVE "ALL COURSES" TO WS-COURSE-WORD
               ELSE
                   MOVE WS-AW-COURSE (WS-AW-IDX) TO WS-COURSE-WORD
               END-IF
               IF WS-AW-END (WS-AW-IDX) = SPACES
                   MOVE "ON" TO WS-END-WORD
               ELSE
                   MOVE WS-AW-END (WS-AW-IDX) TO WS-END-WORD
               END-IF
               DISPLAY "  " WS-AW-STUDENT (WS-AW-IDX) " "
                   WS-AW-CODE (WS-AW-IDX) " "
                   WS-AW-DESC (WS-AW-IDX) " " WS-VALUE-EDIT " "
                   WS-BASIS-WORD " " WS-COURSE-WORD " "
                   WS-AW-START (WS-AW-IDX) " TO " WS-END-WORD
           END-PERFORM.
           DISPLAY WS-AWARD-COUNT " AWARDS ON FILE".

      *> student order, each student's awards by code
       SORT-THE-AWARDS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-AWARD-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-AWARD-COUNT
                   IF WS-AW-STUDENT (WS-SORT-IDX2) <
                           WS-AW-STUDENT (WS-SORT-IDX1) OR
                           (WS-AW-STUDENT (WS-SORT-IDX2) =
                               WS-AW-STUDENT (WS-SORT-IDX1) AND
                           WS-AW-CODE (WS-SORT-IDX2) <
                               WS-AW-CODE (WS-SORT-IDX1))
                       MOVE WS-AW-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-AW-ENTRY (WS-SORT-IDX2)
                           TO WS-AW-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-AW-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MASTER-BACK.
           PERFORM SORT-THE-AWARDS.
           OPEN OUTPUT AWARD-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING STUDENT AWARDS - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-AW-IDX FROM 1 BY 1
                   UNTIL WS-AW-IDX > WS-AWARD-COUNT
               MOVE WS-AW-ENTRY (WS-AW-IDX) TO AWARD-LINE
               WRITE AWARD-LINE
           END-PERFORM.
           CLOSE AWARD-FILE.
           DISPLAY "STUDENT AWARDS REWRITTEN".

       END PROGRAM AWARDMAINT.
