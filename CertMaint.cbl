       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTMAINT.

      *> maintains the certificate-type master (CertTypes.txt) the
      *> way TAXMAINT maintains the tax bands: each certificate is a
      *> four-character code with a description, the months one
      *> stays valid once obtained (zero for never lapses) and the
      *> departments whose staff are required to hold it - up to
      *> ten, keyed one at a time, a blank ending the list. Add a
      *> type, change its validity and departments, delete one,
      *> list the master - kept in code order on the way out.
      *> A changed validity dates new training from then on; lines
      *> already keyed keep the expiry they were given.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CERT-TYPE-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CERT-TYPE-FILE.
           01 CERT-TYPE-LINE.
               COPY CERT-TYPE.

       WORKING-STORAGE SECTION.
           01 WS-CERT-TABLE.
               05 WS-CT-ENTRY OCCURS 50 TIMES INDEXED BY WS-CT-IDX.
                   10 WS-CT-CODE PIC X(4).
                   10 WS-CT-DESC PIC X(20).
                   10 WS-CT-VALID-MONTHS PIC 9(3).
                   10 WS-CT-DEPT OCCURS 10 TIMES PIC X(4).
           01 WS-CERT-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-CODE PIC X(4).
           01 WS-ASK-DESC PIC X(20).
           01 WS-ASK-MONTHS PIC 9(3).
           01 WS-ASK-DEPT PIC X(4).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-DEPT-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP PIC X(67).
           01 WS-DEPT-LIST PIC X(50).
           01 WS-DEPT-PTR PIC 9(3) COMP.

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "CERTTYPES_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\CertTypes.txt"
                   TO WS-MASTER-PATH
           END-IF.

      *> a master that does not exist yet is simply empty - the
      *> first add creates it
           OPEN INPUT CERT-TYPE-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ CERT-TYPE-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-CERT-COUNT < 50
                               ADD 1 TO WS-CERT-COUNT
                               SET WS-CT-IDX TO WS-CERT-COUNT
                               MOVE CERT-TYPE-LINE
                                   TO WS-CT-ENTRY (WS-CT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-TYPE-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "CERTIFICATE TYPES - A=ADD C=CHANGE D=DELETE "
                   "L=LIST Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-CERT-TYPE
                   WHEN "C"
                   WHEN "c"
                       PERFORM CHANGE-CERT-TYPE
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-CERT-TYPE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-CERT-TYPES
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       ACCEPT-CODE.
           ACCEPT WS-ASK-CODE.
           INSPECT WS-ASK-CODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       FIND-CERT-TYPE.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CERT-COUNT
               IF WS-CT-CODE (WS-CT-IDX) = WS-ASK-CODE
                   SET WS-FOUND TO TRUE
                   MOVE WS-CT-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       ADD-CERT-TYPE.
           DISPLAY "Enter certificate code" WITH NO ADVANCING.
           PERFORM ACCEPT-CODE.
           IF WS-ASK-CODE = SPACES
               DISPLAY "CERTIFICATE CODE IS REQUIRED"
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CERT-TYPE.
           IF WS-FOUND
               DISPLAY "CERTIFICATE " WS-ASK-CODE
                   " IS ALREADY ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CERT-COUNT >= 50
               DISPLAY "CERTIFICATE TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter description" WITH NO ADVANCING.
           ACCEPT WS-ASK-DESC.
           ADD 1 TO WS-CERT-COUNT.
           MOVE WS-CERT-COUNT TO WS-MATCH-IDX.
           MOVE SPACES TO WS-CT-ENTRY (WS-MATCH-IDX).
           MOVE WS-ASK-CODE TO WS-CT-CODE (WS-MATCH-IDX).
           MOVE WS-ASK-DESC TO WS-CT-DESC (WS-MATCH-IDX).
           PERFORM ACCEPT-VALIDITY-AND-DEPTS.
           DISPLAY "CERTIFICATE TYPE ADDED".

      *> the months valid and the requiring departments, replacing
      *> whatever the type had before
       ACCEPT-VALIDITY-AND-DEPTS.
           DISPLAY "Enter months valid (0 = never lapses)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-MONTHS.
           MOVE WS-ASK-MONTHS TO WS-CT-VALID-MONTHS (WS-MATCH-IDX).
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > 10
               MOVE SPACES TO WS-CT-DEPT (WS-MATCH-IDX, WS-DEPT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > 10
               DISPLAY "Enter requiring department "
                   WS-DEPT-IDX " (blank = no more)"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-DEPT
               IF WS-ASK-DEPT = SPACES
                   EXIT PERFORM
               END-IF
               INSPECT WS-ASK-DEPT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-ASK-DEPT
                   TO WS-CT-DEPT (WS-MATCH-IDX, WS-DEPT-IDX)
           END-PERFORM.

       CHANGE-CERT-TYPE.
           DISPLAY "Enter certificate code to change"
               WITH NO ADVANCING.
           PERFORM ACCEPT-CODE.
           PERFORM FIND-CERT-TYPE.
           IF WS-NOT-FOUND
               DISPLAY "NO CERTIFICATE " WS-ASK-CODE
               EXIT PARAGRAPH
           END-IF.
           SET WS-CT-IDX TO WS-MATCH-IDX.
           PERFORM SHOW-ONE-CERT-TYPE.
           PERFORM ACCEPT-VALIDITY-AND-DEPTS.
           DISPLAY "CERTIFICATE TYPE CHANGED".

       DELETE-CERT-TYPE.
           DISPLAY "Enter certificate code to delete"
               WITH NO ADVANCING.
           PERFORM ACCEPT-CODE.
           PERFORM FIND-CERT-TYPE.
           IF WS-NOT-FOUND
               DISPLAY "NO CERTIFICATE " WS-ASK-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATCH-IDX TO WS-SHIFT-IDX.
           PERFORM UNTIL WS-SHIFT-IDX NOT < WS-CERT-COUNT
               MOVE WS-CT-ENTRY (WS-SHIFT-IDX + 1)
                   TO WS-CT-ENTRY (WS-SHIFT-IDX)
               ADD 1 TO WS-SHIFT-IDX
           END-PERFORM.
           SUBTRACT 1 FROM WS-CERT-COUNT.
           DISPLAY "CERTIFICATE TYPE DELETED".

       LIST-CERT-TYPES.
           PERFORM SORT-THE-CERT-TYPES.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CERT-COUNT
               PERFORM SHOW-ONE-CERT-TYPE
           END-PERFORM.
           DISPLAY WS-CERT-COUNT " CERTIFICATE TYPES ON FILE".

       SHOW-ONE-CERT-TYPE.
           MOVE SPACES TO WS-DEPT-LIST.
           MOVE 1 TO WS-DEPT-PTR.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > 10
               IF WS-CT-DEPT (WS-CT-IDX, WS-DEPT-IDX) NOT = SPACES
                   STRING WS-CT-DEPT (WS-CT-IDX, WS-DEPT-IDX) " "
                       DELIMITED BY SIZE INTO WS-DEPT-LIST
                       WITH POINTER WS-DEPT-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-DEPT-LIST = SPACES
               MOVE "NONE" TO WS-DEPT-LIST
           END-IF.
           IF WS-CT-VALID-MONTHS (WS-CT-IDX) = ZERO
               DISPLAY "  " WS-CT-CODE (WS-CT-IDX) " "
                   WS-CT-DESC (WS-CT-IDX) " NEVER LAPSES  "
                   "REQUIRED BY " WS-DEPT-LIST
           ELSE
               DISPLAY "  " WS-CT-CODE (WS-CT-IDX) " "
                   WS-CT-DESC (WS-CT-IDX) " VALID "
                   WS-CT-VALID-MONTHS (WS-CT-IDX) " MONTHS "
                   "REQUIRED BY " WS-DEPT-LIST
           END-IF.

       SORT-THE-CERT-TYPES.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-CERT-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-CERT-COUNT
                   IF WS-CT-CODE (WS-SORT-IDX2) <
                           WS-CT-CODE (WS-SORT-IDX1)
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
           PERFORM SORT-THE-CERT-TYPES.
           OPEN OUTPUT CERT-TYPE-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING CERTIFICATE TYPES - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CERT-COUNT
               MOVE WS-CT-ENTRY (WS-CT-IDX) TO CERT-TYPE-LINE
               WRITE CERT-TYPE-LINE
           END-PERFORM.
           CLOSE CERT-TYPE-FILE.
           DISPLAY "CERTIFICATE TYPE MASTER REWRITTEN".

       END PROGRAM CERTMAINT.
