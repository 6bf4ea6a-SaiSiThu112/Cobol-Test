       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMITRPT.

      *> the intake funnel for a term off Applicants.txt: how many
      *> applied, how many of those were offered a place, rejected
      *> or are still waiting for a decision, how many offers were
      *> accepted, declined or are still open, and how many accepted
      *> applicants ADMITCONV has turned into students - with the
      *> offer rate (offers over applications), the acceptance rate
      *> (acceptances over offers) and the conversion rate (students
      *> over applications). Written to AdmitFunnel.txt. Run as
      *> ADMITRPT term - no term and it is the one covering today,
      *> the AWARDRPT rule; ADMITRPT ALL gives one funnel per term
      *> on the file, in term order.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO DYNAMIC WS-APPLICANT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICANT-STATUS.

           SELECT TERM-MASTER-FILE ASSIGN TO DYNAMIC WS-TERM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD APPLICANT-FILE.
           01 APPLICANT-LINE.
               COPY APPLICANT.

           FD TERM-MASTER-FILE.
           01 TERM-MASTER-LINE.
               COPY TERM-MASTER.

           FD REPORT-FILE.
           01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *> one funnel per term reported
           01 WS-FUNNEL-TABLE.
               05 WS-FN-ENTRY OCCURS 50 TIMES INDEXED BY WS-FN-IDX.
                   10 WS-FN-TERM PIC X(6).
                   10 WS-FN-APPLIED PIC 9(5).
                   10 WS-FN-OFFERED PIC 9(5).
                   10 WS-FN-REJECTED PIC 9(5).
                   10 WS-FN-WAITING PIC 9(5).
                   10 WS-FN-ACCEPTED PIC 9(5).
                   10 WS-FN-DECLINED PIC 9(5).
                   10 WS-FN-OPEN PIC 9(5).
                   10 WS-FN-CONVERTED PIC 9(5).
           01 WS-FUNNEL-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-ARG-TERM PIC X(6).
           01 WS-CURRENT-TERM PIC X(6) VALUE SPACES.
           01 WS-ALL-SW PIC X(1) VALUE "N".
               88 WS-ALL-TERMS VALUE "Y".
           01 WS-TODAY PIC 9(8).
           01 WS-APPLICANT-EOF PIC A(1) VALUE "N".
           01 WS-TERM-EOF PIC A(1) VALUE "N".

           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC X(46).

           01 WS-RATE PIC 9(3)V9.
           01 WS-RATE-EDIT PIC ZZ9.9.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-LABEL PIC X(30).
           01 WS-REPORT-LINE PIC X(80).

           01 WS-APPLICANT-PATH PIC X(80).
           01 WS-TERM-PATH PIC X(80).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-APPLICANT-STATUS PIC X(2).
           01 WS-TERM-STATUS PIC X(2).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-ARG-TERM FROM COMMAND-LINE.
           INSPECT WS-ARG-TERM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           ACCEPT WS-APPLICANT-PATH FROM ENVIRONMENT "APPLICANTS_FILE".
           IF WS-APPLICANT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Applicants.txt"
                   TO WS-APPLICANT-PATH
           END-IF.
           ACCEPT WS-TERM-PATH FROM ENVIRONMENT "TERMMASTER_FILE".
           IF WS-TERM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\TermMaster.txt"
                   TO WS-TERM-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "ADMITRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\AdmitFunnel.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           IF WS-ARG-TERM = "ALL"
               SET WS-ALL-TERMS TO TRUE
           END-IF.
      *> no term asked for - the one covering today, the ENROLL rule
           IF WS-ARG-TERM = SPACES
               OPEN INPUT TERM-MASTER-FILE
               IF WS-TERM-STATUS = "00"
                   PERFORM UNTIL WS-TERM-EOF = "Y"
                       READ TERM-MASTER-FILE
                           AT END MOVE "Y" TO WS-TERM-EOF
                           NOT AT END
                               IF TM-START-DATE NOT > WS-TODAY
                                   AND TM-END-DATE NOT < WS-TODAY
                                   MOVE TM-TERM-CODE
                                       TO WS-CURRENT-TERM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TERM-MASTER-FILE
               END-IF
               MOVE WS-CURRENT-TERM TO WS-ARG-TERM
           END-IF.
           IF WS-ARG-TERM = SPACES
               DISPLAY "NO TERM GIVEN AND NONE COVERS TODAY - "
                   "RUN AS ADMITRPT termcode (OR ALL)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *> a single term is reported even when nobody applied for it
           IF NOT WS-ALL-TERMS
               MOVE 1 TO WS-FUNNEL-COUNT
               INITIALIZE WS-FN-ENTRY (1)
               MOVE WS-ARG-TERM TO WS-FN-TERM (1)
           END-IF.

           OPEN INPUT APPLICANT-FILE.
           IF WS-APPLICANT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING APPLICANTS - STATUS "
                   WS-APPLICANT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-APPLICANT-EOF = "Y"
               READ APPLICANT-FILE
                   AT END MOVE "Y" TO WS-APPLICANT-EOF
                   NOT AT END
                       IF WS-ALL-TERMS OR AP-TERM = WS-ARG-TERM
                           PERFORM COUNT-APPLICANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICANT-FILE.

           PERFORM SORT-THE-TERMS.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING FUNNEL REPORT - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ADMISSIONS INTAKE FUNNEL PRINTED " WS-TODAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-FN-IDX FROM 1 BY 1
                   UNTIL WS-FN-IDX > WS-FUNNEL-COUNT
               PERFORM WRITE-ONE-FUNNEL
           END-PERFORM.
           IF WS-FUNNEL-COUNT = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "   NO APPLICATIONS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "ADMITRPT " WS-ARG-TERM ": " WS-FUNNEL-COUNT
               " TERMS REPORTED".
           STOP RUN.

      *> the applicant just read, into its term's funnel - a term
      *> not seen yet opens a new one
       COUNT-APPLICANT.
           PERFORM VARYING WS-FN-IDX FROM 1 BY 1
                   UNTIL WS-FN-IDX > WS-FUNNEL-COUNT
               IF WS-FN-TERM (WS-FN-IDX) = AP-TERM
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FN-IDX > WS-FUNNEL-COUNT
               IF WS-FUNNEL-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FUNNEL-COUNT
               SET WS-FN-IDX TO WS-FUNNEL-COUNT
               INITIALIZE WS-FN-ENTRY (WS-FN-IDX)
               MOVE AP-TERM TO WS-FN-TERM (WS-FN-IDX)
           END-IF.
           ADD 1 TO WS-FN-APPLIED (WS-FN-IDX).
           EVALUATE TRUE
               WHEN AP-APPLIED
                   ADD 1 TO WS-FN-WAITING (WS-FN-IDX)
               WHEN AP-REJECTED
                   ADD 1 TO WS-FN-REJECTED (WS-FN-IDX)
               WHEN AP-OFFERED
                   ADD 1 TO WS-FN-OFFERED (WS-FN-IDX)
                   ADD 1 TO WS-FN-OPEN (WS-FN-IDX)
               WHEN AP-ACCEPTED
                   ADD 1 TO WS-FN-OFFERED (WS-FN-IDX)
                   ADD 1 TO WS-FN-ACCEPTED (WS-FN-IDX)
                   IF AP-STUDENT-ID NOT = ZERO
                       ADD 1 TO WS-FN-CONVERTED (WS-FN-IDX)
                   END-IF
               WHEN AP-DECLINED
                   ADD 1 TO WS-FN-OFFERED (WS-FN-IDX)
                   ADD 1 TO WS-FN-DECLINED (WS-FN-IDX)
           END-EVALUATE.

       SORT-THE-TERMS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 >= WS-FUNNEL-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-FUNNEL-COUNT
                   IF WS-FN-TERM (WS-SORT-IDX2) <
                           WS-FN-TERM (WS-SORT-IDX1)
                       MOVE WS-FN-ENTRY (WS-SORT-IDX1) TO WS-SORT-TEMP
                       MOVE WS-FN-ENTRY (WS-SORT-IDX2)
                           TO WS-FN-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP TO WS-FN-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> the funnel at WS-FN-IDX: the counts stage by stage, then
      *> the three rates
       WRITE-ONE-FUNNEL.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TERM " WS-FN-TERM (WS-FN-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "   APPLICATIONS" TO WS-LABEL.
           MOVE WS-FN-APPLIED (WS-FN-IDX) TO WS-COUNT-EDIT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "     AWAITING DECISION" TO WS-LABEL.
           MOVE WS-FN-WAITING (WS-FN-IDX) TO WS-COUNT-EDIT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "     REJECTED" TO WS-LABEL.
           MOVE WS-FN-REJECTED (WS-FN-IDX) TO WS-COUNT-EDIT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "     OFFERED A PLACE" TO WS-LABEL.
           MOVE WS-FN-OFFERED (WS-FN-IDX) TO WS-COUNT-EDIT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "       OFFER STILL OPEN" TO WS-LABEL.
           MOVE WS-FN-OPEN (WS-FN-IDX) TO WS-COUNT-EDIT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "       DECLINED" TO WS-LABEL.
           MOVE WS-FN-DECLINED (WS-FN-IDX) TO WS-COUNT-EDIT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "       ACCEPTED" TO WS-LABEL.
           MOVE WS-FN-ACCEPTED (WS-FN-IDX) TO WS-COUNT-EDIT.
           PERFORM WRITE-COUNT-LINE.
           MOVE "         NOW STUDENTS" TO WS-LABEL.
           MOVE WS-FN-CONVERTED (WS-FN-IDX) TO WS-COUNT-EDIT.
           PERFORM WRITE-COUNT-LINE.

           MOVE ZERO TO WS-RATE.
           IF WS-FN-APPLIED (WS-FN-IDX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-FN-OFFERED (WS-FN-IDX) * 100
                   / WS-FN-APPLIED (WS-FN-IDX)
           END-IF.
           MOVE "   OFFER RATE" TO WS-LABEL.
           PERFORM WRITE-RATE-LINE.
           MOVE ZERO TO WS-RATE.
           IF WS-FN-OFFERED (WS-FN-IDX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-FN-ACCEPTED (WS-FN-IDX) * 100
                   / WS-FN-OFFERED (WS-FN-IDX)
           END-IF.
           MOVE "   ACCEPTANCE RATE" TO WS-LABEL.
           PERFORM WRITE-RATE-LINE.
           MOVE ZERO TO WS-RATE.
           IF WS-FN-APPLIED (WS-FN-IDX) > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-FN-CONVERTED (WS-FN-IDX) * 100
                   / WS-FN-APPLIED (WS-FN-IDX)
           END-IF.
           MOVE "   CONVERSION RATE" TO WS-LABEL.
           PERFORM WRITE-RATE-LINE.

       WRITE-COUNT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LABEL WS-COUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-RATE-LINE.
           MOVE WS-RATE TO WS-RATE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LABEL WS-RATE-EDIT "%"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM ADMITRPT.
