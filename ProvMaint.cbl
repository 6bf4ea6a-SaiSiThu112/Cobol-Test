       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVMAINT.

      *> maintains the obsolescence provision bands
      *> (ProvisionBands.txt) the way TAXMAINT maintains the tax
      *> bands: each band is a kind - A for days since the card last
      *> moved, E for days left before a lot expires - a number of
      *> days, and the percentage of cost PROVRUN writes the stock
      *> down by once it reaches the band. Add a band, delete one,
      *> list the table - kept in kind then day order on the way out
      *> so the table reads the way the provision builds up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PROVISION-BAND-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PROVISION-BAND-FILE.
           01 PROVISION-BAND-LINE.
               COPY PROVISION-BAND.

       WORKING-STORAGE SECTION.
           01 WS-BAND-TABLE.
               05 WS-PB-ENTRY OCCURS 40 TIMES INDEXED BY WS-PB-IDX.
                   10 WS-PB-KIND PIC X(1).
                   10 WS-PB-DAYS PIC 9(5).
                   10 WS-PB-RATE PIC 9(3)V99.
           01 WS-BAND-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-KIND PIC X(1).
               88 WS-ASK-KIND-OK VALUE "A" "E".
           01 WS-ASK-DAYS PIC 9(5).
           01 WS-ASK-RATE PIC 9(3)V99.

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-SHIFT-IDX PIC 9(4) COMP.
           01 WS-SORT-IDX1 PIC 9(4) COMP.
           01 WS-SORT-IDX2 PIC 9(4) COMP.
           01 WS-SORT-TEMP.
               05 WS-ST-KIND PIC X(1).
               05 WS-ST-DAYS PIC 9(5).
               05 WS-ST-RATE PIC 9(3)V99.

           01 WS-DAYS-EDIT PIC ZZZZ9.
           01 WS-RATE-EDIT PIC ZZ9.99.
           01 WS-KIND-WORD PIC X(24).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "PROVISION_BANDS".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ProvisionBands.txt"
                   TO WS-MASTER-PATH
           END-IF.

      *> a table that does not exist yet is simply empty - the
      *> first add creates it
           OPEN INPUT PROVISION-BAND-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ PROVISION-BAND-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-BAND-COUNT < 40
                               ADD 1 TO WS-BAND-COUNT
                               SET WS-PB-IDX TO WS-BAND-COUNT
                               MOVE PB-KIND TO WS-PB-KIND (WS-PB-IDX)
                               MOVE PB-DAYS TO WS-PB-DAYS (WS-PB-IDX)
                               MOVE PB-RATE TO WS-PB-RATE (WS-PB-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISION-BAND-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "PROVISION BANDS - A=ADD D=DELETE L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-BAND
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-BAND
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-BANDS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

       FIND-BAND.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-BAND-COUNT
               IF WS-PB-KIND (WS-PB-IDX) = WS-ASK-KIND AND
                       WS-PB-DAYS (WS-PB-IDX) = WS-ASK-DAYS
                   SET WS-FOUND TO TRUE
                   MOVE WS-PB-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A or E, either case
       ACCEPT-BAND-KEY.
           MOVE SPACE TO WS-ASK-KIND.
           PERFORM UNTIL WS-ASK-KIND-OK
               DISPLAY "Enter band kind (A=AGE SINCE LAST MOVEMENT, "
                   "E=DAYS TO EXPIRY)" WITH NO ADVANCING
               ACCEPT WS-ASK-KIND
               INSPECT WS-ASK-KIND CONVERTING "ae" TO "AE"
               IF NOT WS-ASK-KIND-OK
                   DISPLAY "KIND MUST BE A OR E - RE-ENTER"
               END-IF
           END-PERFORM.
           IF WS-ASK-KIND = "A"
               DISPLAY "Enter days without movement"
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Enter days left to expiry (0 = expired)"
                   WITH NO ADVANCING
           END-IF.
           ACCEPT WS-ASK-DAYS.

       ADD-BAND.
           PERFORM ACCEPT-BAND-KEY.
           PERFORM FIND-BAND.
           IF WS-FOUND
               DISPLAY "THAT BAND IS ALREADY ON FILE"
           ELSE
               IF WS-BAND-COUNT >= 40
                   DISPLAY "BAND TABLE FULL - NOT ADDED"
               ELSE
                   MOVE 999.99 TO WS-ASK-RATE
                   PERFORM UNTIL WS-ASK-RATE NOT > 100
                       DISPLAY "Enter write-down percent of cost"
                           WITH NO ADVANCING
                       ACCEPT WS-ASK-RATE
                       IF WS-ASK-RATE > 100
                           DISPLAY "NO MORE THAN 100 PERCENT - "
                               "RE-ENTER"
                       END-IF
                   END-PERFORM
                   ADD 1 TO WS-BAND-COUNT
                   SET WS-PB-IDX TO WS-BAND-COUNT
                   MOVE WS-ASK-KIND TO WS-PB-KIND (WS-PB-IDX)
                   MOVE WS-ASK-DAYS TO WS-PB-DAYS (WS-PB-IDX)
                   MOVE WS-ASK-RATE TO WS-PB-RATE (WS-PB-IDX)
                   DISPLAY "BAND ADDED"
               END-IF
           END-IF.

       DELETE-BAND.
           PERFORM ACCEPT-BAND-KEY.
           PERFORM FIND-BAND.
           IF WS-NOT-FOUND
               DISPLAY "NO SUCH BAND ON FILE"
           ELSE
               MOVE WS-MATCH-IDX TO WS-SHIFT-IDX
               PERFORM UNTIL WS-SHIFT-IDX NOT < WS-BAND-COUNT
                   MOVE WS-PB-ENTRY (WS-SHIFT-IDX + 1)
                       TO WS-PB-ENTRY (WS-SHIFT-IDX)
                   ADD 1 TO WS-SHIFT-IDX
               END-PERFORM
               SUBTRACT 1 FROM WS-BAND-COUNT
               DISPLAY "BAND DELETED"
           END-IF.

       LIST-BANDS.
           PERFORM SORT-THE-BANDS.
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-BAND-COUNT
               MOVE WS-PB-DAYS (WS-PB-IDX) TO WS-DAYS-EDIT
               MOVE WS-PB-RATE (WS-PB-IDX) TO WS-RATE-EDIT
               IF WS-PB-KIND (WS-PB-IDX) = "A"
                   MOVE "IDLE AT LEAST" TO WS-KIND-WORD
               ELSE
                   MOVE "EXPIRING WITHIN" TO WS-KIND-WORD
               END-IF
               DISPLAY "  " WS-PB-KIND (WS-PB-IDX) " "
                   WS-KIND-WORD WS-DAYS-EDIT " DAYS - WRITE DOWN "
                   WS-RATE-EDIT " PERCENT"
           END-PERFORM.
           DISPLAY WS-BAND-COUNT " BANDS ON FILE".

      *> age bands first, then expiry bands, each ascending by days
       SORT-THE-BANDS.
           PERFORM VARYING WS-SORT-IDX1 FROM 1 BY 1
                   UNTIL WS-SORT-IDX1 > WS-BAND-COUNT
               PERFORM VARYING WS-SORT-IDX2 FROM WS-SORT-IDX1 BY 1
                       UNTIL WS-SORT-IDX2 > WS-BAND-COUNT
                   IF WS-PB-KIND (WS-SORT-IDX2) <
                           WS-PB-KIND (WS-SORT-IDX1) OR
                           (WS-PB-KIND (WS-SORT-IDX2) =
                               WS-PB-KIND (WS-SORT-IDX1) AND
                           WS-PB-DAYS (WS-SORT-IDX2) <
                               WS-PB-DAYS (WS-SORT-IDX1))
                       MOVE WS-PB-ENTRY (WS-SORT-IDX1)
                           TO WS-SORT-TEMP
                       MOVE WS-PB-ENTRY (WS-SORT-IDX2)
                           TO WS-PB-ENTRY (WS-SORT-IDX1)
                       MOVE WS-SORT-TEMP
                           TO WS-PB-ENTRY (WS-SORT-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-MASTER-BACK.
           PERFORM SORT-THE-BANDS.
           OPEN OUTPUT PROVISION-BAND-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PROVISION BAND FILE - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
                   UNTIL WS-PB-IDX > WS-BAND-COUNT
               MOVE WS-PB-KIND (WS-PB-IDX) TO PB-KIND
               MOVE WS-PB-DAYS (WS-PB-IDX) TO PB-DAYS
               MOVE WS-PB-RATE (WS-PB-IDX) TO PB-RATE
               WRITE PROVISION-BAND-LINE
           END-PERFORM.
           CLOSE PROVISION-BAND-FILE.
           DISPLAY "PROVISION BAND TABLE REWRITTEN".

       END PROGRAM PROVMAINT.
