       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTMAINT.

      *> maintains the report distribution master (DistMaster.txt)
      *> the way CALMAINT maintains the run calendar: recipients -
      *> PURCHASING, FINANCE, HR, or BRANCHES for every active
      *> branch manager on BranchMaster.txt - and the routes saying
      *> which catalogue report goes to which of them. Clearing a
      *> recipient for payroll and personnel output takes the same
      *> supervisor authorization a delete takes, and a class P
      *> report cannot be routed to anyone not so cleared; DISTRIB
      *> enforces the flag again at run time whatever the file says.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DIST-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DIST-MASTER-FILE.
           01 DIST-MASTER-LINE.
               COPY DIST-MASTER.

       WORKING-STORAGE SECTION.
           COPY DIST-CATALOGUE.

           01 WS-RCP-TABLE.
               05 WS-RCP-ENTRY OCCURS 50 TIMES INDEXED BY WS-RCP-IDX.
                   10 WS-RCP-CODE PIC X(10).
                   10 WS-RCP-AUTH PIC X(1).
                   10 WS-RCP-DESC PIC X(30).
           01 WS-RCP-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-RTE-TABLE.
               05 WS-RTE-ENTRY OCCURS 300 TIMES INDEXED BY WS-RTE-IDX.
                   10 WS-RTE-RECIPIENT PIC X(10).
                   10 WS-RTE-REPORT PIC X(8).
           01 WS-RTE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-RECIPIENT PIC X(10).
           01 WS-ASK-REPORT PIC X(8).
           01 WS-ASK-AUTH PIC X(1).
           01 WS-ASK-DESC PIC X(30).
           01 WS-WAS-AUTH PIC X(1).
           01 WS-APPROVER-ID PIC X(8).
           01 WS-AUTH-CODE PIC X(10).
           01 WS-VALID-AUTH-CODE PIC X(10) VALUE "DST-AUTH01".

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-CAT-IDX PIC 9(4) COMP.
           01 WS-ROUTE-IDX PIC 9(4) COMP.
           01 WS-WORD-LENGTH PIC 9(2) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP.
               05 WS-ST-RECIPIENT PIC X(10).
               05 WS-ST-REPORT PIC X(8).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DISTRIB_MASTER".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DistMaster.txt"
                   TO WS-MASTER-PATH
           END-IF.

      *> a master that does not exist yet is simply empty - the
      *> first recipient added creates it
           OPEN INPUT DIST-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ DIST-MASTER-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE DIST-MASTER-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "DISTRIBUTION - R=RECIPIENT D=ADD ROUTE "
                   "X=REMOVE ROUTE L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "R"
                   WHEN "r"
                       PERFORM ADD-OR-UPDATE-RECIPIENT
                   WHEN "D"
                   WHEN "d"
                       PERFORM ADD-ROUTE
                   WHEN "X"
                   WHEN "x"
                       PERFORM REMOVE-ROUTE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-THE-MASTER
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       LOAD-ONE-LINE.
           EVALUATE TRUE
               WHEN DM-RECIPIENT-ROW
                   IF WS-RCP-COUNT < 50
                       ADD 1 TO WS-RCP-COUNT
                       SET WS-RCP-IDX TO WS-RCP-COUNT
                       MOVE DM-RECIPIENT TO WS-RCP-CODE (WS-RCP-IDX)
                       MOVE DM-AUTHORIZED TO WS-RCP-AUTH (WS-RCP-IDX)
                       MOVE DM-DESCRIPTION
                           TO WS-RCP-DESC (WS-RCP-IDX)
                   END-IF
               WHEN DM-ROUTE-ROW
                   IF WS-RTE-COUNT < 300
                       ADD 1 TO WS-RTE-COUNT
                       SET WS-RTE-IDX TO WS-RTE-COUNT
                       MOVE DM-RECIPIENT
                           TO WS-RTE-RECIPIENT (WS-RTE-IDX)
                       MOVE DM-REPORT TO WS-RTE-REPORT (WS-RTE-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-OR-UPDATE-RECIPIENT.
           DISPLAY "Recipient code (e.g. FINANCE, HR, BRANCHES)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-RECIPIENT.
           INSPECT WS-ASK-RECIPIENT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *> the code becomes part of the pack's file name, so it must
      *> be one word
           MOVE ZERO TO WS-WORD-LENGTH.
           INSPECT WS-ASK-RECIPIENT TALLYING WS-WORD-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-WORD-LENGTH = ZERO
               DISPLAY "RECIPIENT CODE MUST BE ONE WORD"
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORD-LENGTH < 10
               IF WS-ASK-RECIPIENT (WS-WORD-LENGTH + 1:) NOT = SPACES
                   DISPLAY "RECIPIENT CODE MUST BE ONE WORD"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Description / contact" WITH NO ADVANCING.
           ACCEPT WS-ASK-DESC.
           DISPLAY "Authorized for payroll and personnel output? "
               "(Y/N)" WITH NO ADVANCING.
           ACCEPT WS-ASK-AUTH.
           IF WS-ASK-AUTH = "y"
               MOVE "Y" TO WS-ASK-AUTH
           END-IF.
           IF WS-ASK-AUTH NOT = "Y"
               MOVE "N" TO WS-ASK-AUTH
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
               IF WS-RCP-CODE (WS-RCP-IDX) = WS-ASK-RECIPIENT
                   SET WS-FOUND TO TRUE
                   MOVE WS-RCP-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      *> granting the clearance is a supervisor's call; taking it
      *> away is not
           MOVE "N" TO WS-WAS-AUTH.
           IF WS-FOUND
               MOVE WS-RCP-AUTH (WS-MATCH-IDX) TO WS-WAS-AUTH
           END-IF.
           IF WS-ASK-AUTH = "Y"
               IF WS-WAS-AUTH NOT = "Y"
                   DISPLAY "Enter approver ID and authorization "
                       "code to clear " WS-ASK-RECIPIENT
                   ACCEPT WS-APPROVER-ID
                   ACCEPT WS-AUTH-CODE
                   IF WS-AUTH-CODE NOT = WS-VALID-AUTH-CODE
                       DISPLAY "AUTHORIZATION FAILED - RECIPIENT "
                           "NOT CHANGED"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY WS-ASK-RECIPIENT " CLEARED BY "
                       WS-APPROVER-ID
               END-IF
           END-IF.
           IF WS-FOUND
               IF WS-ASK-AUTH = "N" AND WS-WAS-AUTH = "Y"
                   DISPLAY "CLEARANCE WITHDRAWN - ANY PAYROLL OR "
                       "PERSONNEL ROUTES WILL BE REFUSED"
               END-IF
               MOVE WS-ASK-AUTH TO WS-RCP-AUTH (WS-MATCH-IDX)
               MOVE WS-ASK-DESC TO WS-RCP-DESC (WS-MATCH-IDX)
               DISPLAY WS-ASK-RECIPIENT " UPDATED"
           ELSE
               IF WS-RCP-COUNT >= 50
                   DISPLAY "RECIPIENT TABLE FULL - NOT ADDED"
               ELSE
                   ADD 1 TO WS-RCP-COUNT
                   SET WS-RCP-IDX TO WS-RCP-COUNT
                   MOVE WS-ASK-RECIPIENT TO WS-RCP-CODE (WS-RCP-IDX)
                   MOVE WS-ASK-AUTH TO WS-RCP-AUTH (WS-RCP-IDX)
                   MOVE WS-ASK-DESC TO WS-RCP-DESC (WS-RCP-IDX)
                   DISPLAY WS-ASK-RECIPIENT " ADDED"
               END-IF
           END-IF.

       ADD-ROUTE.
           PERFORM ASK-RECIPIENT-AND-REPORT.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           IF DC-PERSONNEL (WS-CAT-IDX) AND
                   WS-RCP-AUTH (WS-MATCH-IDX) NOT = "Y"
               DISPLAY WS-ASK-RECIPIENT " IS NOT AUTHORIZED FOR "
                   "PAYROLL OR PERSONNEL OUTPUT - ROUTE NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-THE-ROUTE.
           IF WS-FOUND
               DISPLAY WS-ASK-REPORT " ALREADY GOES TO "
                   WS-ASK-RECIPIENT
               EXIT PARAGRAPH
           END-IF.
           IF WS-RTE-COUNT >= 300
               DISPLAY "ROUTE TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RTE-COUNT.
           SET WS-RTE-IDX TO WS-RTE-COUNT.
           MOVE WS-ASK-RECIPIENT TO WS-RTE-RECIPIENT (WS-RTE-IDX).
           MOVE WS-ASK-REPORT TO WS-RTE-REPORT (WS-RTE-IDX).
           DISPLAY WS-ASK-REPORT " ROUTED TO " WS-ASK-RECIPIENT.

       REMOVE-ROUTE.
           PERFORM ASK-RECIPIENT-AND-REPORT.
           IF WS-NOT-FOUND
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-THE-ROUTE.
           IF WS-NOT-FOUND
               DISPLAY WS-ASK-REPORT " DOES NOT GO TO "
                   WS-ASK-RECIPIENT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RTE-IDX FROM WS-ROUTE-IDX BY 1
                   UNTIL WS-RTE-IDX >= WS-RTE-COUNT
               MOVE WS-RTE-ENTRY (WS-RTE-IDX + 1)
                   TO WS-RTE-ENTRY (WS-RTE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RTE-COUNT.
           DISPLAY WS-ASK-REPORT " NO LONGER GOES TO "
               WS-ASK-RECIPIENT.

      *> both must already exist - the recipient on this master, the
      *> report on the catalogue; WS-FOUND is left false otherwise
       ASK-RECIPIENT-AND-REPORT.
           DISPLAY "Recipient code" WITH NO ADVANCING.
           ACCEPT WS-ASK-RECIPIENT.
           INSPECT WS-ASK-RECIPIENT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
               IF WS-RCP-CODE (WS-RCP-IDX) = WS-ASK-RECIPIENT
                   SET WS-FOUND TO TRUE
                   MOVE WS-RCP-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "NO SUCH RECIPIENT - ADD IT WITH R FIRST"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Report code" WITH NO ADVANCING.
           ACCEPT WS-ASK-REPORT.
           INSPECT WS-ASK-REPORT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > DC-ENTRY-COUNT
               IF DC-CODE (DC-IDX) = WS-ASK-REPORT
                   SET WS-FOUND TO TRUE
                   SET WS-CAT-IDX TO DC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               DISPLAY "NO SUCH REPORT - THE CATALOGUE HOLDS:"
               PERFORM VARYING DC-IDX FROM 1 BY 1
                       UNTIL DC-IDX > DC-ENTRY-COUNT
                   DISPLAY "  " DC-CODE (DC-IDX) " "
                       DC-CLASS (DC-IDX) " " DC-TITLE (DC-IDX)
               END-PERFORM
           END-IF.

       FIND-THE-ROUTE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RTE-COUNT
               IF WS-RTE-RECIPIENT (WS-RTE-IDX) = WS-ASK-RECIPIENT
                       AND WS-RTE-REPORT (WS-RTE-IDX) = WS-ASK-REPORT
                   SET WS-FOUND TO TRUE
                   MOVE WS-RTE-IDX TO WS-ROUTE-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LIST-THE-MASTER.
           PERFORM SORT-THE-ROUTES.
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
               IF WS-RCP-AUTH (WS-RCP-IDX) = "Y"
                   DISPLAY WS-RCP-CODE (WS-RCP-IDX) " "
                       WS-RCP-DESC (WS-RCP-IDX)
                       " AUTHORIZED FOR PAYROLL/PERSONNEL"
               ELSE
                   DISPLAY WS-RCP-CODE (WS-RCP-IDX) " "
                       WS-RCP-DESC (WS-RCP-IDX)
               END-IF
               PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                       UNTIL WS-RTE-IDX > WS-RTE-COUNT
                   IF WS-RTE-RECIPIENT (WS-RTE-IDX)
                           = WS-RCP-CODE (WS-RCP-IDX)
                       DISPLAY "    " WS-RTE-REPORT (WS-RTE-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY WS-RCP-COUNT " RECIPIENTS, " WS-RTE-COUNT
               " ROUTES".

       SORT-THE-ROUTES.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-RTE-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-RTE-COUNT
                   IF WS-RTE-ENTRY (WS-SORT-IDX2) <
                           WS-RTE-ENTRY (WS-SORT-IDX1)
                       MOVE WS-RTE-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-RTE-ENTRY (WS-SORT-IDX2)
                           TO WS-RTE-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-RTE-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> recipients first, each followed by its routes, so the file
      *> reads the way LIST shows it
       WRITE-MASTER-BACK.
           PERFORM SORT-THE-ROUTES.
           OPEN OUTPUT DIST-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING DISTRIBUTION MASTER - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
               MOVE SPACES TO DIST-MASTER-LINE
               SET DM-RECIPIENT-ROW TO TRUE
               MOVE WS-RCP-CODE (WS-RCP-IDX) TO DM-RECIPIENT
               MOVE WS-RCP-AUTH (WS-RCP-IDX) TO DM-AUTHORIZED
               MOVE WS-RCP-DESC (WS-RCP-IDX) TO DM-DESCRIPTION
               WRITE DIST-MASTER-LINE
               PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                       UNTIL WS-RTE-IDX > WS-RTE-COUNT
                   IF WS-RTE-RECIPIENT (WS-RTE-IDX)
                           = WS-RCP-CODE (WS-RCP-IDX)
                       MOVE SPACES TO DIST-MASTER-LINE
                       SET DM-ROUTE-ROW TO TRUE
                       MOVE WS-RTE-RECIPIENT (WS-RTE-IDX)
                           TO DM-RECIPIENT
                       MOVE WS-RTE-REPORT (WS-RTE-IDX) TO DM-REPORT
                       WRITE DIST-MASTER-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE DIST-MASTER-FILE.
           DISPLAY "DISTRIBUTION MASTER REWRITTEN".

       END PROGRAM DISTMAINT.
