       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSJOIN.

      *> pension scheme membership, one line per employee on
      *> PensionMembers.txt: Join puts an employee verified active
      *> on Person Info.txt into a scheme on PensionSchemes.txt
      *> from a join date (today unless one is keyed, never before
      *> the hire date) - PAYREG takes contributions from the first
      *> run on or after it. Opt out ends the membership from a
      *> left date; the line stays as the record of it, and a later
      *> join reuses it. List shows every membership on file. The
      *> file is held under the PENSION-MEMBERS lock while it is
      *> being changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MEMBER-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SCHEME-FILE ASSIGN TO DYNAMIC WS-SCHEME-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEME-STATUS.

      *> path can be overridden at run time by setting WRITETEST_PERSON
      *> in the environment - see WS-PERSON-PATH below
           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSON-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MEMBER-FILE.
           01 MEMBER-LINE.
               COPY PENSION-MEMBER.

           FD SCHEME-FILE.
           01 SCHEME-LINE.
               COPY PENSION-SCHEME.

           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

       WORKING-STORAGE SECTION.
           01 WS-MEMBER-TABLE.
               05 WS-PM-ENTRY OCCURS 2000 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-IMAGE PIC X(44).
           01 WS-MEMBER-COUNT PIC 9(4) COMP VALUE ZERO.
      *> one membership off the table, to look at or change
           01 WS-MEMBER-WORK.
               COPY PENSION-MEMBER REPLACING LEADING ==PM== BY ==MW==.

           01 WS-SCHEME-TABLE.
               05 WS-PS-CODE OCCURS 20 TIMES INDEXED BY WS-PS-IDX
                   PIC X(4).
           01 WS-SCHEME-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-SCHEME-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-ID PIC 9(5).
           01 WS-ASK-CODE PIC X(4).
           01 WS-ASK-DATE PIC 9(8).
           01 WS-ASK-DATE-FIELDS REDEFINES WS-ASK-DATE.
               05 WS-ASK-YEAR PIC 9(4).
               05 WS-ASK-MONTH PIC 9(2).
               05 WS-ASK-DAY PIC 9(2).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-TODAY PIC 9(8).
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

           01 WS-MASTER-PATH PIC X(80).
           01 WS-SCHEME-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-SCHEME-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "PENSION_MEMBERS".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PensionMembers.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-SCHEME-PATH FROM ENVIRONMENT "PENSION_SCHEMES".
           IF WS-SCHEME-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PensionSchemes.txt"
                   TO WS-SCHEME-PATH
           END-IF.
           ACCEPT WS-PERSON-PATH FROM ENVIRONMENT "WRITETEST_PERSON".
           IF WS-PERSON-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

      *> nobody can join a scheme that is not on the table
           OPEN INPUT SCHEME-FILE.
           IF WS-SCHEME-STATUS = "00"
               PERFORM UNTIL WS-SCHEME-EOF = "Y"
                   READ SCHEME-FILE
                       AT END MOVE "Y" TO WS-SCHEME-EOF
                       NOT AT END
                           IF WS-SCHEME-COUNT < 20
                               ADD 1 TO WS-SCHEME-COUNT
                               SET WS-PS-IDX TO WS-SCHEME-COUNT
                               MOVE PS-SCHEME-CODE
                                   TO WS-PS-CODE (WS-PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEME-FILE
           ELSE
               DISPLAY "WARNING: NO PENSION SCHEME TABLE - SET THE "
                   "SCHEMES UP WITH PENSMAINT BEFORE ANYONE JOINS"
           END-IF.

           OPEN INPUT PERSON.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                   WS-PERSON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "A" TO FL-ACTION.
           MOVE "PENSION-MEMBERS" TO FL-LOCK-NAME.
           MOVE "PENSJOIN" TO FL-HOLDER.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           IF NOT FL-GRANTED
               DISPLAY "PENSION MEMBERS ARE BEING UPDATED BY "
                   FL-HOLDER " - TRY AGAIN SHORTLY"
               CLOSE PERSON
               STOP RUN
           END-IF.

      *> a membership file that does not exist yet is simply empty
           OPEN INPUT MEMBER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ MEMBER-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-MEMBER-COUNT < 2000
                               ADD 1 TO WS-MEMBER-COUNT
                               SET WS-PM-IDX TO WS-MEMBER-COUNT
                               MOVE MEMBER-LINE
                                   TO WS-PM-IMAGE (WS-PM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "PENSION MEMBERS - J=JOIN O=OPT OUT L=LIST "
                   "Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "J"
                   WHEN "j"
                       PERFORM JOIN-SCHEME
                   WHEN "O"
                   WHEN "o"
                       PERFORM OPT-OUT
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-MEMBERS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           CLOSE PERSON.
           PERFORM WRITE-MASTER-BACK.
           MOVE "R" TO FL-ACTION.
           CALL "FILELOCK" USING WS-LOCK-PARM.
           STOP RUN.

       FIND-MEMBER.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-MEMBER-COUNT
               MOVE WS-PM-IMAGE (WS-PM-IDX) TO WS-MEMBER-WORK
               IF MW-PERSON-ID = WS-ASK-ID
                   SET WS-FOUND TO TRUE
                   MOVE WS-PM-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> a date keyed as YYYYMMDD, zero meaning today - anything
      *> that is not a calendar date comes back as zero
       ACCEPT-A-DATE.
           ACCEPT WS-ASK-DATE.
           IF WS-ASK-DATE = ZERO
               MOVE WS-TODAY TO WS-ASK-DATE
           END-IF.
           IF WS-ASK-MONTH < 1 OR WS-ASK-MONTH > 12 OR
                   WS-ASK-DAY < 1 OR WS-ASK-DAY > 31
               MOVE ZERO TO WS-ASK-DATE
           END-IF.

       JOIN-SCHEME.
           DISPLAY "Enter employee ID" WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           MOVE WS-ASK-ID TO PERSON-ID.
           READ PERSON
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-ASK-ID " IS NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ.
           IF PERSON-INACTIVE
               DISPLAY PERSON-NAME " IS INACTIVE - CANNOT JOIN"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-MEMBER.
           IF WS-FOUND AND MW-IS-MEMBER
               DISPLAY PERSON-NAME " IS ALREADY IN SCHEME "
                   MW-SCHEME-CODE " SINCE " MW-JOIN-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOT-FOUND AND WS-MEMBER-COUNT >= 2000
               DISPLAY "MEMBER TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter scheme code" WITH NO ADVANCING.
           ACCEPT WS-ASK-CODE.
           INSPECT WS-ASK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-SCHEME-COUNT
               IF WS-PS-CODE (WS-PS-IDX) = WS-ASK-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PS-IDX > WS-SCHEME-COUNT
               DISPLAY "NO SCHEME " WS-ASK-CODE " - SEE PENSMAINT"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter join date YYYYMMDD (0 = today)"
               WITH NO ADVANCING.
           PERFORM ACCEPT-A-DATE.
           IF WS-ASK-DATE = ZERO
               DISPLAY "NOT A DATE - NOT JOINED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASK-DATE < PERSON-HIRE-DATE
               DISPLAY "JOIN DATE IS BEFORE THE HIRE DATE "
                   PERSON-HIRE-DATE " - NOT JOINED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NOT-FOUND
               ADD 1 TO WS-MEMBER-COUNT
               MOVE WS-MEMBER-COUNT TO WS-MATCH-IDX
               INITIALIZE WS-MEMBER-WORK
               MOVE WS-ASK-ID TO MW-PERSON-ID
           END-IF.
           MOVE WS-ASK-CODE TO MW-SCHEME-CODE.
           SET MW-IS-MEMBER TO TRUE.
           MOVE WS-ASK-DATE TO MW-JOIN-DATE.
           MOVE ZERO TO MW-LEFT-DATE.
           MOVE WS-TODAY TO MW-CHANGED-DATE.
           MOVE WS-OPERATOR-ID TO MW-OPERATOR.
           MOVE WS-MEMBER-WORK TO WS-PM-IMAGE (WS-MATCH-IDX).
           DISPLAY PERSON-NAME " JOINED SCHEME " WS-ASK-CODE
               " FROM " WS-ASK-DATE.

       OPT-OUT.
           DISPLAY "Enter employee ID" WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
           PERFORM FIND-MEMBER.
           IF WS-NOT-FOUND OR NOT MW-IS-MEMBER
               DISPLAY "EMPLOYEE " WS-ASK-ID " IS NOT IN A SCHEME"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter date left the scheme YYYYMMDD (0 = today)"
               WITH NO ADVANCING.
           PERFORM ACCEPT-A-DATE.
           IF WS-ASK-DATE = ZERO
               DISPLAY "NOT A DATE - STILL A MEMBER"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASK-DATE < MW-JOIN-DATE
               DISPLAY "DATE IS BEFORE THE JOIN DATE " MW-JOIN-DATE
                   " - STILL A MEMBER"
               EXIT PARAGRAPH
           END-IF.
           SET MW-NOT-MEMBER TO TRUE.
           MOVE WS-ASK-DATE TO MW-LEFT-DATE.
           MOVE WS-TODAY TO MW-CHANGED-DATE.
           MOVE WS-OPERATOR-ID TO MW-OPERATOR.
           MOVE WS-MEMBER-WORK TO WS-PM-IMAGE (WS-MATCH-IDX).
           DISPLAY "EMPLOYEE " WS-ASK-ID " OPTED OUT OF SCHEME "
               MW-SCHEME-CODE " FROM " WS-ASK-DATE.

       LIST-MEMBERS.
           MOVE ZERO TO WS-LISTED.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-MEMBER-COUNT
               MOVE WS-PM-IMAGE (WS-PM-IDX) TO WS-MEMBER-WORK
               IF MW-IS-MEMBER
                   DISPLAY "  " MW-PERSON-ID " SCHEME "
                       MW-SCHEME-CODE " JOINED " MW-JOIN-DATE
               ELSE
                   DISPLAY "  " MW-PERSON-ID " SCHEME "
                       MW-SCHEME-CODE " JOINED " MW-JOIN-DATE
                       " OPTED OUT " MW-LEFT-DATE
               END-IF
               ADD 1 TO WS-LISTED
           END-PERFORM.
           DISPLAY WS-LISTED " MEMBERSHIPS ON FILE".

       WRITE-MASTER-BACK.
           OPEN OUTPUT MEMBER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PENSION MEMBERS - STATUS "
                   WS-MASTER-STATUS
               MOVE "R" TO FL-ACTION
               CALL "FILELOCK" USING WS-LOCK-PARM
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-MEMBER-COUNT
               MOVE WS-PM-IMAGE (WS-PM-IDX) TO MEMBER-LINE
               WRITE MEMBER-LINE
           END-PERFORM.
           CLOSE MEMBER-FILE.
           DISPLAY "PENSION MEMBERS REWRITTEN".

       END PROGRAM PENSJOIN.
