       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMITENT.

      *> admissions entry: takes an application for a place - name,
      *> age and gender held to the same rules as the HELLO intake,
      *> the term applied for (on the term calendar) and up to three
      *> requested courses (on the course master) - numbered in turn
      *> on Applicants.txt with today's date, and records the
      *> decisions on it: an application is offered a place or
      *> rejected, an offer accepted or declined, each move stamped
      *> with the date and the operator. List shows one term's
      *> applicants or all of them. ADMITCONV turns the accepted
      *> into students; ADMITRPT reports the funnel. The file is
      *> held under the APPLICANTS lock the conversion run also
      *> takes, so the two never rewrite it at once.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO DYNAMIC WS-COURSE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD APPLICANT-FILE.
           01 APPLICANT-LINE.
               COPY APPLICANT.

           FD COURSE-MASTER-FILE.
           01 COURSE-MASTER-LINE.
               COPY COURSE-MASTER.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

       WORKING-STORAGE SECTION.
           01 WS-APPLICANT-TABLE.
               05 WS-AP-ENTRY OCCURS 2000 TIMES INDEXED BY WS-AP-IDX.
                   10 WS-AP-NO PIC 9(5).
                   10 WS-AP-NAME PIC X(15).
                   10 WS-AP-AGE PIC 9(3).
                   10 WS-AP-GENDER PIC X(9).
                   10 WS-AP-APPLY-DATE PIC 9(8).
                   10 WS-AP-TERM PIC X(6).
                   10 WS-AP-COURSE PIC X(5) OCCURS 3 TIMES.
                   10 WS-AP-STATUS PIC X(1).
                   10 WS-AP-STATUS-DATE PIC 9(8).
                   10 WS-AP-STUDENT PIC 9(5).
                   10 WS-AP-OPERATOR PIC X(10).
           01 WS-APPLICANT-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-HIGH-NO PIC 9(5) VALUE ZERO.

           01 WS-COURSE-TABLE.
               05 WS-CM-ENTRY OCCURS 200 TIMES INDEXED BY WS-CM-IDX.
                   10 WS-CM-CODE PIC X(5).
           01 WS-COURSE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-TERM-TABLE.
               05 WS-TM-ENTRY OCCURS 50 TIMES INDEXED BY WS-TM-IDX.
                   10 WS-TM-CODE PIC X(6).
           01 WS-TERM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-COURSE-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-NO PIC 9(5).
           01 WS-ASK-NAME PIC X(15).
           01 WS-ASK-AGE PIC 9(3).
           01 WS-ASK-GENDER PIC X(9).
           01 WS-ASK-TERM PIC X(6).
           01 WS-ASK-COURSE PIC X(5).
           01 WS-ASK-COURSES.
               05 WS-ASK-REQUEST PIC X(5) OCCURS 3 TIMES.
           01 WS-ASK-DECISION PIC X(1).
           01 WS-REQUEST-COUNT PIC 9(1) COMP.
           01 WS-REQ-IDX PIC 9(1) COMP.

      *> the HELLO intake's age range and gender codes
           01 WS-MIN-STUD-AGE PIC 9(3) VALUE 005.
           01 WS-MAX-STUD-AGE PIC 9(3) VALUE 099.

           01 WS-EDIT-SW PIC A(1).
               88 WS-EDIT-OK VALUE "Y".
               88 WS-EDIT-FAILED VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-STATUS-WORD PIC X(8).
           01 WS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-TODAY PIC 9(8).
           01 WS-OPERATOR-ID PIC X(10).

      *> the shared-file interlock - ADMITCONV rewrites the
      *> applicants too
           01 WS-LOCK-PARM.
               05 FL-ACTION PIC X(1).
               05 FL-LOCK-NAME PIC X(20).
               05 FL-HOLDER PIC X(10).
               05 FL-RESULT PIC X(1).
                   88 FL-GRANTED VALUE "G".
                   88 FL-HELD VALUE "H".
               05 FL-MESSAGE PIC X(40).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-COURSE-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-COURSE-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "APPLICANTS_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Applicants.txt"
                   TO WS-MASTER-PATH
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERM-MASTER-FILE.

           MOVE "A" TO FL-ACTION.
           MOVE "APPLICANTS" TO FL-LOCK-NAME.
           MOVE "ADMITENT" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "APPLICANTS ARE BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               STOP RUN
           END-IF.

      *> an applicants file that does not exist yet is simply empty -
      *> the first application creates it
           OPEN INPUT APPLICANT-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ APPLICANT-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-APPLICANT-COUNT < 2000
                               ADD 1 TO WS-APPLICANT-COUNT
                               SET WS-AP-IDX TO WS-APPLICANT-COUNT
                               MOVE APPLICANT-LINE
                                   TO WS-AP-ENTRY (WS-AP-IDX)
                               IF AP-APPLICANT-NO > WS-HIGH-NO
                                   MOVE AP-APPLICANT-NO TO WS-HIGH-NO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICANT-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "APPLICANTS - A=ADD D=DECISION L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-APPLICANT
                   WHEN "D"
                   WHEN "d"
                       PERFORM RECORD-DECISION
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-APPLICANTS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           STOP RUN.

       FIND-APPLICANT.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APPLICANT-COUNT
               IF WS-AP-NO (WS-AP-IDX) = WS-ASK-NO
                   SET WS-FOUND TO TRUE
                   MOVE WS-AP-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-APPLICANT.
           IF WS-APPLICANT-COUNT >= 2000
               DISPLAY "APPLICANT TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ASK-NAME.
           PERFORM UNTIL WS-ASK-NAME NOT = SPACES
               DISPLAY "Enter applicant name" WITH NO ADVANCING
               ACCEPT WS-ASK-NAME
               IF WS-ASK-NAME = SPACES
                   DISPLAY "NAME IS REQUIRED - RE-ENTER"
               END-IF
           END-PERFORM.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter age" WITH NO ADVANCING
               ACCEPT WS-ASK-AGE
               IF WS-ASK-AGE < WS-MIN-STUD-AGE OR
                       WS-ASK-AGE > WS-MAX-STUD-AGE
                   DISPLAY "AGE OUT OF RANGE - RE-ENTER"
               ELSE
                   SET WS-EDIT-OK TO TRUE
               END-IF
           END-PERFORM.
           PERFORM ACCEPT-GENDER.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter term applied for" WITH NO ADVANCING
               ACCEPT WS-ASK-TERM
               INSPECT WS-ASK-TERM CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                       UNTIL WS-TM-IDX > WS-TERM-COUNT
                   IF WS-TM-CODE (WS-TM-IDX) = WS-ASK-TERM
                       SET WS-EDIT-OK TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-EDIT-FAILED
                   DISPLAY "TERM " WS-ASK-TERM " IS NOT ON THE TERM "
                       "CALENDAR - RE-ENTER"
               END-IF
           END-PERFORM.
           PERFORM ACCEPT-REQUESTS.

           ADD 1 TO WS-HIGH-NO.
           ADD 1 TO WS-APPLICANT-COUNT.
           SET WS-AP-IDX TO WS-APPLICANT-COUNT.
           MOVE WS-HIGH-NO TO WS-AP-NO (WS-AP-IDX).
           MOVE WS-ASK-NAME TO WS-AP-NAME (WS-AP-IDX).
           MOVE WS-ASK-AGE TO WS-AP-AGE (WS-AP-IDX).
           MOVE WS-ASK-GENDER TO WS-AP-GENDER (WS-AP-IDX).
           MOVE WS-TODAY TO WS-AP-APPLY-DATE (WS-AP-IDX).
           MOVE WS-ASK-TERM TO WS-AP-TERM (WS-AP-IDX).
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1 UNTIL WS-REQ-IDX > 3
               MOVE WS-ASK-REQUEST (WS-REQ-IDX)
                   TO WS-AP-COURSE (WS-AP-IDX WS-REQ-IDX)
           END-PERFORM.
           MOVE "A" TO WS-AP-STATUS (WS-AP-IDX).
           MOVE WS-TODAY TO WS-AP-STATUS-DATE (WS-AP-IDX).
           MOVE ZERO TO WS-AP-STUDENT (WS-AP-IDX).
           MOVE WS-OPERATOR-ID TO WS-AP-OPERATOR (WS-AP-IDX).
           DISPLAY "APPLICATION " WS-HIGH-NO " TAKEN FOR "
               WS-ASK-NAME " TERM " WS-ASK-TERM.

      *> Male, Female or Other, the HELLO intake's codes, keyed in
      *> any case
       ACCEPT-GENDER.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM UNTIL WS-EDIT-OK
               DISPLAY "Enter gender (MALE, FEMALE OR OTHER)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-GENDER
               INSPECT WS-ASK-GENDER CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE WS-ASK-GENDER
                   WHEN "MALE"
                       MOVE "Male" TO WS-ASK-GENDER
                       SET WS-EDIT-OK TO TRUE
                   WHEN "FEMALE"
                       MOVE "Female" TO WS-ASK-GENDER
                       SET WS-EDIT-OK TO TRUE
                   WHEN "OTHER"
                       MOVE "Other" TO WS-ASK-GENDER
                       SET WS-EDIT-OK TO TRUE
                   WHEN OTHER
                       DISPLAY "GENDER MUST BE MALE, FEMALE OR OTHER"
               END-EVALUATE
           END-PERFORM.

      *> one to three courses off the course master, each once - a
      *> blank after the first ends the list
       ACCEPT-REQUESTS.
           MOVE SPACES TO WS-ASK-COURSES.
           MOVE ZERO TO WS-REQUEST-COUNT.
           PERFORM UNTIL WS-REQUEST-COUNT = 3
               DISPLAY "Enter requested course (blank when done)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-COURSE
               INSPECT WS-ASK-COURSE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-ASK-COURSE = SPACES
                   IF WS-REQUEST-COUNT > ZERO
                       EXIT PERFORM
                   END-IF
                   DISPLAY "AT LEAST ONE COURSE IS REQUIRED"
               ELSE
                   PERFORM CHECK-REQUESTED-COURSE
                   IF WS-EDIT-OK
                       ADD 1 TO WS-REQUEST-COUNT
                       MOVE WS-ASK-COURSE
                           TO WS-ASK-REQUEST (WS-REQUEST-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-REQUESTED-COURSE.
           SET WS-EDIT-FAILED TO TRUE.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-COURSE-COUNT
               IF WS-CM-CODE (WS-CM-IDX) = WS-ASK-COURSE
                   SET WS-EDIT-OK TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-EDIT-FAILED
               DISPLAY "COURSE " WS-ASK-COURSE " IS NOT ON THE "
                   "COURSE MASTER - RE-ENTER"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
                   UNTIL WS-REQ-IDX > WS-REQUEST-COUNT
               IF WS-ASK-REQUEST (WS-REQ-IDX) = WS-ASK-COURSE
                   DISPLAY "COURSE " WS-ASK-COURSE " ALREADY "
                       "REQUESTED"
                   SET WS-EDIT-FAILED TO TRUE
               END-IF
           END-PERFORM.

      *> applied goes to offered or rejected, offered to accepted
      *> or declined; anything else has been decided already
       RECORD-DECISION.
           DISPLAY "Enter applicant number" WITH NO ADVANCING.
           ACCEPT WS-ASK-NO.
           PERFORM FIND-APPLICANT.
           IF WS-NOT-FOUND
               DISPLAY "APPLICANT " WS-ASK-NO " NOT ON FILE"
               EXIT PARAGRAPH
           END-IF.
           SET WS-AP-IDX TO WS-MATCH-IDX.
           PERFORM SHOW-ONE-APPLICANT.
           EVALUATE WS-AP-STATUS (WS-MATCH-IDX)
               WHEN "A"
                   DISPLAY "Enter O=OFFER A PLACE R=REJECT "
                       "(blank to leave)" WITH NO ADVANCING
                   ACCEPT WS-ASK-DECISION
                   INSPECT WS-ASK-DECISION CONVERTING "or" TO "OR"
                   IF WS-ASK-DECISION NOT = "O" AND
                           WS-ASK-DECISION NOT = "R"
                       DISPLAY "NO DECISION RECORDED"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "O"
                   DISPLAY "Enter C=OFFER ACCEPTED D=OFFER DECLINED "
                       "(blank to leave)" WITH NO ADVANCING
                   ACCEPT WS-ASK-DECISION
                   INSPECT WS-ASK-DECISION CONVERTING "cd" TO "CD"
                   IF WS-ASK-DECISION NOT = "C" AND
                           WS-ASK-DECISION NOT = "D"
                       DISPLAY "NO DECISION RECORDED"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "APPLICATION " WS-ASK-NO " IS ALREADY "
                       "DECIDED - " WS-STATUS-WORD
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE WS-ASK-DECISION TO WS-AP-STATUS (WS-MATCH-IDX).
           MOVE WS-TODAY TO WS-AP-STATUS-DATE (WS-MATCH-IDX).
           MOVE WS-OPERATOR-ID TO WS-AP-OPERATOR (WS-MATCH-IDX).
           PERFORM SET-STATUS-WORD.
           DISPLAY "APPLICATION " WS-ASK-NO " NOW " WS-STATUS-WORD.

       LIST-APPLICANTS.
           DISPLAY "Enter term (blank = every term)" WITH NO ADVANCING.
           ACCEPT WS-ASK-TERM.
           INSPECT WS-ASK-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE ZERO TO WS-LISTED.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APPLICANT-COUNT
               IF WS-ASK-TERM = SPACES OR
                       WS-AP-TERM (WS-AP-IDX) = WS-ASK-TERM
                   PERFORM SHOW-ONE-APPLICANT
                   ADD 1 TO WS-LISTED
               END-IF
           END-PERFORM.
           DISPLAY WS-LISTED " APPLICANTS LISTED".

      *> the applicant at WS-AP-IDX on one line
       SHOW-ONE-APPLICANT.
           PERFORM SET-STATUS-WORD.
           DISPLAY "  " WS-AP-NO (WS-AP-IDX) " "
               WS-AP-NAME (WS-AP-IDX) " "
               WS-AP-TERM (WS-AP-IDX) " "
               WS-AP-COURSE (WS-AP-IDX 1) " "
               WS-AP-COURSE (WS-AP-IDX 2) " "
               WS-AP-COURSE (WS-AP-IDX 3) " APPLIED "
               WS-AP-APPLY-DATE (WS-AP-IDX) " " WS-STATUS-WORD " "
               WS-AP-STATUS-DATE (WS-AP-IDX).
           IF WS-AP-STUDENT (WS-AP-IDX) NOT = ZERO
               DISPLAY "        NOW STUDENT " WS-AP-STUDENT (WS-AP-IDX)
           END-IF.

       SET-STATUS-WORD.
           EVALUATE WS-AP-STATUS (WS-AP-IDX)
               WHEN "A"
                   MOVE "APPLIED" TO WS-STATUS-WORD
               WHEN "O"
                   MOVE "OFFERED" TO WS-STATUS-WORD
               WHEN "C"
                   MOVE "ACCEPTED" TO WS-STATUS-WORD
               WHEN "D"
                   MOVE "DECLINED" TO WS-STATUS-WORD
               WHEN "R"
                   MOVE "REJECTED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-WORD
           END-EVALUATE.

       WRITE-MASTER-BACK.
           OPEN OUTPUT APPLICANT-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING APPLICANTS - STATUS "
                   WS-MASTER-STATUS
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               STOP RUN
           END-IF.
           PERFORM VARYING WS-AP-IDX FROM 1 BY 1
                   UNTIL WS-AP-IDX > WS-APPLICANT-COUNT
               MOVE WS-AP-ENTRY (WS-AP-IDX) TO APPLICANT-LINE
               WRITE APPLICANT-LINE
           END-PERFORM.
           CLOSE APPLICANT-FILE.
           DISPLAY "APPLICANTS REWRITTEN".

       END PROGRAM ADMITENT.
