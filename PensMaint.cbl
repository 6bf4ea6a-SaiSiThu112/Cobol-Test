       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSMAINT.

      *> maintains the employer pension scheme table
      *> (PensionSchemes.txt) the way TAXMAINT maintains the tax
      *> bands: each scheme is a four-character code with a
      *> description, the percentage of pensionable pay the
      *> employee contributes, the percentage the employer adds,
      *> and the monthly earnings ceiling pensionable pay is capped
      *> at - zero for no ceiling. Add a scheme, change its rates,
      *> delete one nobody belongs to any more, list the table -
      *> kept in scheme code order on the way out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SCHEME-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

      *> read only, so a scheme with members is never deleted
           SELECT MEMBER-FILE ASSIGN TO DYNAMIC WS-MEMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD SCHEME-FILE.
           01 SCHEME-LINE.
               COPY PENSION-SCHEME.

           FD MEMBER-FILE.
           01 MEMBER-LINE.
               COPY PENSION-MEMBER.

       WORKING-STORAGE SECTION.
           01 WS-SCHEME-TABLE.
               05 WS-PS-ENTRY OCCURS 20 TIMES INDEXED BY WS-PS-IDX.
                   10 WS-PS-CODE PIC X(4).
                   10 WS-PS-DESC PIC X(20).
                   10 WS-PS-EE-PCT PIC 9(2)V99.
                   10 WS-PS-ER-PCT PIC 9(2)V99.
                   10 WS-PS-CEILING PIC 9(7)V99.
           01 WS-SCHEME-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-MEMBER-EOF PIC A(1).
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-CODE PIC X(4).
           01 WS-ASK-DESC PIC X(20).
           01 WS-ASK-EE-PCT PIC 9(2)V99.
           01 WS-ASK-ER-PCT PIC 9(2)V99.
           01 WS-ASK-CEILING PIC 9(7)V99.
           01 WS-MEMBERS PIC 9(5).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC X(41).
           01 WS-PCT-EDIT-1 PIC Z9.99.
           01 WS-PCT-EDIT-2 PIC Z9.99.
           01 WS-CEILING-EDIT PIC Z(6)9.99.

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MEMBER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-MEMBER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "PENSION_SCHEMES".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PensionSchemes.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-MEMBER-PATH FROM ENVIRONMENT "PENSION_MEMBERS".
           IF WS-MEMBER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PensionMembers.txt"
                   TO WS-MEMBER-PATH
           END-IF.

      *> a table that does not exist yet is simply empty - the
      *> first add creates it
           OPEN INPUT SCHEME-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ SCHEME-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-SCHEME-COUNT < 20
                               ADD 1 TO WS-SCHEME-COUNT
                               SET WS-PS-IDX TO WS-SCHEME-COUNT
                               MOVE SCHEME-LINE
                                   TO WS-PS-ENTRY (WS-PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEME-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "PENSION SCHEMES - A=ADD C=CHANGE D=DELETE "
                   "L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-SCHEME
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-SCHEME
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-SCHEME
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-SCHEMES
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       FIND-SCHEME.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-SCHEME-COUNT
               IF WS-PS-CODE (WS-PS-IDX) = WS-ASK-CODE
                   SET WS-FOUND TO TRUE
                   MOVE WS-PS-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-SCHEME.
           DISPLAY "Enter scheme code" WITH NO ADVANCING.
           ACCEPT WS-ASK-CODE.
           INSPECT WS-ASK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-ASK-CODE = SPACES
               DISPLAY "SCHEME CODE IS REQUIRED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-SCHEME.
           IF WS-FOUND
               DISPLAY "SCHEME " WS-ASK-CODE " IS ALREADY ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCHEME-COUNT >= 20
               DISPLAY "SCHEME TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter description" WITH NO ADVANCING.
           ACCEPT WS-ASK-DESC.
           PERFORM ACCEPT-RATES.
           ADD 1 TO WS-SCHEME-COUNT.
           SET WS-PS-IDX TO WS-SCHEME-COUNT.
           MOVE WS-ASK-CODE TO WS-PS-CODE (WS-PS-IDX).
           MOVE WS-ASK-DESC TO WS-PS-DESC (WS-PS-IDX).
           MOVE WS-ASK-EE-PCT TO WS-PS-EE-PCT (WS-PS-IDX).
           MOVE WS-ASK-ER-PCT TO WS-PS-ER-PCT (WS-PS-IDX).
           MOVE WS-ASK-CEILING TO WS-PS-CEILING (WS-PS-IDX).
           DISPLAY "SCHEME ADDED".

      *> the percentages and the ceiling - a new rate applies from
      *> the next payroll run
       ACCEPT-RATES.
           DISPLAY "Enter employee contribution percent"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-EE-PCT.
           DISPLAY "Enter employer contribution percent"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-ER-PCT.
           DISPLAY "Enter monthly earnings ceiling (0 = none)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-CEILING.

       CHANGE-SCHEME.
           DISPLAY "Enter scheme code to change" WITH NO ADVANCING.
           ACCEPT WS-ASK-CODE.
           INSPECT WS-ASK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM FIND-SCHEME.
           IF WS-NOT-FOUND
               DISPLAY "NO SCHEME " WS-ASK-CODE
               EXIT PARAGRAPH
           END-IF.
           SET WS-PS-IDX TO WS-MATCH-IDX.
           PERFORM SHOW-ONE-SCHEME.
           PERFORM ACCEPT-RATES.
           MOVE WS-ASK-EE-PCT TO WS-PS-EE-PCT (WS-MATCH-IDX).
           MOVE WS-ASK-ER-PCT TO WS-PS-ER-PCT (WS-MATCH-IDX).
           MOVE WS-ASK-CEILING TO WS-PS-CEILING (WS-MATCH-IDX).
           DISPLAY "SCHEME CHANGED".

      *> a scheme anyone still belongs to stays - PAYREG would have
      *> no rates for them
       DELETE-SCHEME.
           DISPLAY "Enter scheme code to delete" WITH NO ADVANCING.
           ACCEPT WS-ASK-CODE.
           INSPECT WS-ASK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM FIND-SCHEME.
           IF WS-NOT-FOUND
               DISPLAY "NO SCHEME " WS-ASK-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-MEMBERS.
           MOVE "N" TO WS-MEMBER-EOF.
           OPEN INPUT MEMBER-FILE.
           IF WS-MEMBER-STATUS = "00"
               PERFORM UNTIL WS-MEMBER-EOF = "Y"
                   READ MEMBER-FILE
                       AT END MOVE "Y" TO WS-MEMBER-EOF
                       NOT AT END
                           IF PM-SCHEME-CODE = WS-ASK-CODE AND
                                   PM-IS-MEMBER
                               ADD 1 TO WS-MEMBERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEMBER-FILE
           END-IF.
           IF WS-MEMBERS > ZERO
               DISPLAY "SCHEME " WS-ASK-CODE " STILL HAS " WS-MEMBERS
                   " MEMBERS - NOT DELETED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATCH-IDX TO WS-SHIFT-IDX.
           PERFORM UNTIL WS-SHIFT-IDX NOT < WS-SCHEME-COUNT
               MOVE WS-PS-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-PS-ENTRY (WS-SHIFT-IDX)
               ADD 1 TO WS-SHIFT-IDX
           END-PERFORM.
           SUBTRACT 1 FROM WS-SCHEME-COUNT.
           DISPLAY "SCHEME DELETED".

       LIST-SCHEMES.
           PERFORM SORT-THE-SCHEMES.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-SCHEME-COUNT
               PERFORM SHOW-ONE-SCHEME
           END-PERFORM.
           DISPLAY WS-SCHEME-COUNT " SCHEMES ON FILE".

       SHOW-ONE-SCHEME.
           MOVE WS-PS-EE-PCT (WS-PS-IDX) TO WS-PCT-EDIT-1.
           MOVE WS-PS-ER-PCT (WS-PS-IDX) TO WS-PCT-EDIT-2.
           MOVE WS-PS-CEILING (WS-PS-IDX) TO WS-CEILING-EDIT.
           IF WS-PS-CEILING (WS-PS-IDX) = ZERO
               DISPLAY "  " WS-PS-CODE (WS-PS-IDX) " "
                   WS-PS-DESC (WS-PS-IDX)
                   " EMPLOYEE " WS-PCT-EDIT-1 "% EMPLOYER "
                   WS-PCT-EDIT-2 "% NO CEILING"
           ELSE
               DISPLAY "  " WS-PS-CODE (WS-PS-IDX) " "
                   WS-PS-DESC (WS-PS-IDX)
                   " EMPLOYEE " WS-PCT-EDIT-1 "% EMPLOYER "
                   WS-PCT-EDIT-2 "% CEILING " WS-CEILING-EDIT
           END-IF.

       SORT-THE-SCHEMES.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-SCHEME-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-SCHEME-COUNT
                   IF WS-PS-CODE (WS-SORT-IDX2) <
                           WS-PS-CODE (WS-SORT-IDX1)
                       MOVE WS-PS-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-PS-ENTRY (WS-SORT-IDX2)
                           TO WS-PS-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-PS-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MASTER-BACK.
           PERFORM SORT-THE-SCHEMES.
           OPEN OUTPUT SCHEME-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PENSION SCHEME FILE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                   UNTIL WS-PS-IDX > WS-SCHEME-COUNT
               MOVE WS-PS-ENTRY (WS-PS-IDX) TO SCHEME-LINE
               WRITE SCHEME-LINE
           END-PERFORM.
           CLOSE SCHEME-FILE.
           DISPLAY "PENSION SCHEME TABLE REWRITTEN".

       END PROGRAM PENSMAINT.
