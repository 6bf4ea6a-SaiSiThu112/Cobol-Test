       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDMAINT.

      *> maintains the academic standing thresholds
      *> (StandingBands.txt) the way PROVMAINT maintains the provision
      *> bands: for honours (H), good standing (G) and probation (P)
      *> the lowest term average and lowest cumulative average that
      *> still earn it. Set a standing's thresholds, delete one so it
      *> is never given, list the table. There is no suspension line
      *> - a student who reaches none of the three is suspended.
      *> Written back best standing first, the order STANDRUN tries
      *> them in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT STANDING-BAND-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STANDING-BAND-FILE.
           01 STANDING-BAND-LINE.
               COPY STANDING-BAND.

       WORKING-STORAGE SECTION.
      *> one slot per standing, in H G P order - a slot not on file
      *> is flagged absent
           01 WS-BAND-TABLE.
               05 WS-SB-ENTRY OCCURS 3 TIMES INDEXED BY WS-SB-IDX.
                   10 WS-SB-STANDING PIC X(1).
                   10 WS-SB-PRESENT PIC X(1).
                   10 WS-SB-MIN-TERM PIC 9(3)V9.
                   10 WS-SB-MIN-CUM PIC 9(3)V9.
           01 WS-STANDING-CODES PIC X(3) VALUE "HGP".

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".

           01 WS-ASK-STANDING PIC X(1).
               88 WS-ASK-STANDING-OK VALUE "H" "G" "P".
           01 WS-ASK-TERM PIC 9(3)V9.
           01 WS-ASK-CUM PIC 9(3)V9.
           01 WS-MATCH-IDX PIC 9(4) COMP.

           01 WS-TERM-EDIT PIC ZZ9.9.
           01 WS-CUM-EDIT PIC ZZ9.9.
           01 WS-STANDING-WORD PIC X(14).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "STANDING_BANDS".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\StandingBands.txt"
                   TO WS-MASTER-PATH
           END-IF.

           PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX > 3
               MOVE WS-STANDING-CODES (WS-SB-IDX:1)
                   TO WS-SB-STANDING (WS-SB-IDX)
               MOVE "N" TO WS-SB-PRESENT (WS-SB-IDX)
               MOVE ZERO TO WS-SB-MIN-TERM (WS-SB-IDX)
                   WS-SB-MIN-CUM (WS-SB-IDX)
           END-PERFORM.

      *> a table that does not exist yet is simply empty - the
      *> first set creates it
           OPEN INPUT STANDING-BAND-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ STANDING-BAND-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           MOVE SB-STANDING TO WS-ASK-STANDING
                           PERFORM FIND-STANDING
                           IF WS-MATCH-IDX > ZERO
                               SET WS-SB-IDX TO WS-MATCH-IDX
                               MOVE "Y" TO WS-SB-PRESENT (WS-SB-IDX)
                               MOVE SB-MIN-TERM-AVG
                                   TO WS-SB-MIN-TERM (WS-SB-IDX)
                               MOVE SB-MIN-CUM-AVG
                                   TO WS-SB-MIN-CUM (WS-SB-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-BAND-FILE
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "STANDING THRESHOLDS - S=SET D=DELETE L=LIST "
                   "Q=QUIT" WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "S"
                   WHEN "s"
                       PERFORM SET-STANDING
                   WHEN "D"
                   WHEN "d"
                       PERFORM DELETE-STANDING
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-STANDINGS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           PERFORM WRITE-MASTER-BACK.
           STOP RUN.

      *> slot number for WS-ASK-STANDING - zero when it is not one
      *> of H G P
       FIND-STANDING.
           MOVE ZERO TO WS-MATCH-IDX.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX > 3
               IF WS-SB-STANDING (WS-SB-IDX) = WS-ASK-STANDING
                   SET WS-MATCH-IDX TO WS-SB-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> H, G or P, either case
       ACCEPT-STANDING.
           MOVE SPACE TO WS-ASK-STANDING.
           PERFORM UNTIL WS-ASK-STANDING-OK
               DISPLAY "Enter standing (H=HONOURS, G=GOOD, "
                   "P=PROBATION)" WITH NO ADVANCING
               ACCEPT WS-ASK-STANDING
               INSPECT WS-ASK-STANDING CONVERTING "hgp" TO "HGP"
               IF NOT WS-ASK-STANDING-OK
                   DISPLAY "STANDING MUST BE H, G OR P - RE-ENTER"
               END-IF
           END-PERFORM.
           PERFORM FIND-STANDING.

       SET-STANDING.
           PERFORM ACCEPT-STANDING.
           MOVE 999.9 TO WS-ASK-TERM.
           PERFORM UNTIL WS-ASK-TERM NOT > 100
               DISPLAY "Enter lowest term average" WITH NO ADVANCING
               ACCEPT WS-ASK-TERM
               IF WS-ASK-TERM > 100
                   DISPLAY "AVERAGES ARE OUT OF 100 - RE-ENTER"
               END-IF
           END-PERFORM.
           MOVE 999.9 TO WS-ASK-CUM.
           PERFORM UNTIL WS-ASK-CUM NOT > 100
               DISPLAY "Enter lowest cumulative average"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-CUM
               IF WS-ASK-CUM > 100
                   DISPLAY "AVERAGES ARE OUT OF 100 - RE-ENTER"
               END-IF
           END-PERFORM.
           SET WS-SB-IDX TO WS-MATCH-IDX.
           MOVE "Y" TO WS-SB-PRESENT (WS-SB-IDX).
           MOVE WS-ASK-TERM TO WS-SB-MIN-TERM (WS-SB-IDX).
           MOVE WS-ASK-CUM TO WS-SB-MIN-CUM (WS-SB-IDX).
           DISPLAY "STANDING " WS-ASK-STANDING " SET".

       DELETE-STANDING.
           PERFORM ACCEPT-STANDING.
           SET WS-SB-IDX TO WS-MATCH-IDX.
           IF WS-SB-PRESENT (WS-SB-IDX) NOT = "Y"
               DISPLAY "STANDING " WS-ASK-STANDING " IS NOT ON FILE"
           ELSE
               MOVE "N" TO WS-SB-PRESENT (WS-SB-IDX)
               DISPLAY "STANDING " WS-ASK-STANDING " DELETED"
           END-IF.

       LIST-STANDINGS.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX > 3
               EVALUATE WS-SB-STANDING (WS-SB-IDX)
                   WHEN "H"
                       MOVE "HONOURS" TO WS-STANDING-WORD
                   WHEN "G"
                       MOVE "GOOD STANDING" TO WS-STANDING-WORD
                   WHEN OTHER
                       MOVE "PROBATION" TO WS-STANDING-WORD
               END-EVALUATE
               IF WS-SB-PRESENT (WS-SB-IDX) = "Y"
                   MOVE WS-SB-MIN-TERM (WS-SB-IDX) TO WS-TERM-EDIT
                   MOVE WS-SB-MIN-CUM (WS-SB-IDX) TO WS-CUM-EDIT
                   DISPLAY "  " WS-SB-STANDING (WS-SB-IDX) " "
                       WS-STANDING-WORD " TERM AVERAGE AT LEAST "
                       WS-TERM-EDIT " CUMULATIVE AT LEAST "
                       WS-CUM-EDIT
               ELSE
                   DISPLAY "  " WS-SB-STANDING (WS-SB-IDX) " "
                       WS-STANDING-WORD " NOT ON FILE - NEVER GIVEN"
               END-IF
           END-PERFORM.
           DISPLAY "  S SUSPENSION    BELOW EVERY STANDING ABOVE".

       WRITE-MASTER-BACK.
           OPEN OUTPUT STANDING-BAND-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING STANDING THRESHOLDS - STATUS "
                   WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SB-IDX FROM 1 BY 1 UNTIL WS-SB-IDX > 3
               IF WS-SB-PRESENT (WS-SB-IDX) = "Y"
                   MOVE WS-SB-STANDING (WS-SB-IDX) TO SB-STANDING
                   MOVE WS-SB-MIN-TERM (WS-SB-IDX) TO SB-MIN-TERM-AVG
                   MOVE WS-SB-MIN-CUM (WS-SB-IDX) TO SB-MIN-CUM-AVG
                   WRITE STANDING-BAND-LINE
               END-IF
           END-PERFORM.
           CLOSE STANDING-BAND-FILE.
           DISPLAY "STANDING THRESHOLDS REWRITTEN".

       END PROGRAM STANDMAINT.
