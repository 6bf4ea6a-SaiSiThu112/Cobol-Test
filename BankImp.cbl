       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKIMP.

      *> bank statement import: the bank's statement export - one
      *> line per entry, date (YYYYMMDD), amount and reference
      *> separated by commas, money out as a negative amount - is
      *> edited and appended to BankStatement.txt for BANKREC to
      *> reconcile. A heading line at the top is skipped and quotes
      *> around fields are ignored. A line whose date is no date,
      *> whose amount is no amount or is nil goes to
      *> BankImportRejects.txt with the reason instead. Exports
      *> overlap, so a line already on the statement file is not
      *> taken again - two identical lines in one export are two
      *> entries, and both are kept.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STATEMENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD EXPORT-FILE.
           01 EXPORT-LINE PIC X(100).

           FD STATEMENT-FILE.
           01 STATEMENT-REC.
               COPY BANK-STATEMENT.

           FD REJECT-FILE.
           01 REJECT-LINE PIC X(130).

       WORKING-STORAGE SECTION.
      *> what is already on the statement file - each old line can
      *> stand for one line of the export, once
           01 WS-HAVE-TABLE.
               05 WS-HV-ENTRY OCCURS 5000 TIMES INDEXED BY WS-HV-IDX.
                   10 WS-HV-DATE PIC 9(8).
                   10 WS-HV-DRCR PIC X(1).
                   10 WS-HV-AMOUNT PIC 9(9)V99.
                   10 WS-HV-REF PIC X(20).
                   10 WS-HV-USED PIC X(1).
           01 WS-HAVE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-EXPORT-EOF PIC A(1) VALUE "N".
           01 WS-STATEMENT-EOF PIC A(1) VALUE "N".
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

      *> the export line taken apart
           01 WS-WORK-LINE PIC X(100).
           01 WS-IN-DATE PIC X(12).
           01 WS-IN-AMOUNT PIC X(20).
           01 WS-IN-REF PIC X(40).
           01 WS-SHIFT PIC X(40).
           01 WS-LEAD PIC 9(3) COMP.
           01 WS-LINE-NO PIC 9(5) VALUE ZERO.

           01 WS-NEW-DATE PIC 9(8).
           01 WS-NEW-DATE-R REDEFINES WS-NEW-DATE.
               05 WS-NEW-YEAR PIC 9(4).
               05 WS-NEW-MONTH PIC 9(2).
               05 WS-NEW-DAY PIC 9(2).
           01 WS-NEW-DRCR PIC X(1).
           01 WS-NEW-AMOUNT PIC 9(9)V99.
           01 WS-NEW-REF PIC X(20).

      *> the amount, one character at a time: S before anything,
      *> I in the whole units, F in the pence, E once it has ended
           01 WS-AMT-STATE PIC X(1).
           01 WS-AMT-POS PIC 9(3) COMP.
           01 WS-AMT-CHAR PIC X(1).
           01 WS-AMT-DIGIT PIC 9(1).
           01 WS-INT-PART PIC 9(9).
           01 WS-FRAC-PART PIC 9(2).
           01 WS-INT-DIGITS PIC 9(3) COMP.
           01 WS-FRAC-DIGITS PIC 9(3) COMP.

           01 WS-MONTH-DAYS-TABLE.
               05 FILLER PIC X(24) VALUE "312831303130313130313031".
           01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
               05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
           01 WS-LEAP-WORK PIC 9(4).
           01 WS-LEAP-REM PIC 9(4).
      *> DAYS-IN-MONTH's question and answer
           01 WS-DIM-YEAR PIC 9(4).
           01 WS-DIM-MONTH PIC 9(2).
           01 WS-DIM-DAYS PIC 9(2).

           01 WS-REJECT-REASON PIC X(25).
           01 WS-TODAY PIC 9(8).
           01 WS-IMPORTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-ALREADY-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECTED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REPORT-LINE PIC X(130).

           01 WS-EXPORT-PATH PIC X(80).
           01 WS-STATEMENT-PATH PIC X(80).
           01 WS-REJECT-PATH PIC X(80).
           01 WS-EXPORT-STATUS PIC X(2).
           01 WS-STATEMENT-STATUS PIC X(2).
           01 WS-REJECT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-EXPORT-PATH FROM ENVIRONMENT "BANKIMP_INPUT".
           IF WS-EXPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankStatementIn.csv"
                   TO WS-EXPORT-PATH
           END-IF.
           ACCEPT WS-STATEMENT-PATH FROM ENVIRONMENT "BANK_STATEMENT".
           IF WS-STATEMENT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankStatement.txt"
                   TO WS-STATEMENT-PATH
           END-IF.
           ACCEPT WS-REJECT-PATH FROM ENVIRONMENT "BANKIMP_REJECTS".
           IF WS-REJECT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BankImportRejects.txt"
                   TO WS-REJECT-PATH
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           OPEN INPUT EXPORT-FILE.
           IF WS-EXPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BANK STATEMENT EXPORT - STATUS "
                   WS-EXPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STATEMENT-FILE.
           IF WS-STATEMENT-STATUS = "00"
               PERFORM UNTIL WS-STATEMENT-EOF = "Y"
                   READ STATEMENT-FILE
                       AT END MOVE "Y" TO WS-STATEMENT-EOF
                       NOT AT END
                           IF WS-HAVE-COUNT < 5000
                               ADD 1 TO WS-HAVE-COUNT
                               SET WS-HV-IDX TO WS-HAVE-COUNT
                               MOVE BS-DATE TO WS-HV-DATE (WS-HV-IDX)
                               MOVE BS-DRCR TO WS-HV-DRCR (WS-HV-IDX)
                               MOVE BS-AMOUNT
                                   TO WS-HV-AMOUNT (WS-HV-IDX)
                               MOVE BS-REFERENCE
                                   TO WS-HV-REF (WS-HV-IDX)
                               MOVE "N" TO WS-HV-USED (WS-HV-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-FILE
           END-IF.

           OPEN EXTEND STATEMENT-FILE.
           IF WS-STATEMENT-STATUS = "35"
               OPEN OUTPUT STATEMENT-FILE
           END-IF.
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING BANK STATEMENT FILE - STATUS "
                   WS-STATEMENT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECT FILE - STATUS "
                   WS-REJECT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EXPORT-EOF = "Y"
               READ EXPORT-FILE
                   AT END MOVE "Y" TO WS-EXPORT-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF EXPORT-LINE NOT = SPACES
                           PERFORM TAKE-ONE-EXPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE EXPORT-FILE.
           CLOSE STATEMENT-FILE.
           CLOSE REJECT-FILE.
           DISPLAY WS-IMPORTED-COUNT " STATEMENT LINES IMPORTED".
           DISPLAY WS-ALREADY-COUNT " ALREADY ON THE STATEMENT FILE".
           DISPLAY WS-REJECTED-COUNT " STATEMENT LINES REJECTED".
           IF WS-REJECTED-COUNT > ZERO
               DISPLAY "SEE BankImportRejects.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       TAKE-ONE-EXPORT-LINE.
           MOVE EXPORT-LINE TO WS-WORK-LINE.
           INSPECT WS-WORK-LINE REPLACING ALL QUOTE BY SPACE.
           MOVE SPACES TO WS-IN-DATE WS-IN-AMOUNT WS-IN-REF.
           UNSTRING WS-WORK-LINE DELIMITED BY ","
               INTO WS-IN-DATE WS-IN-AMOUNT WS-IN-REF
           END-UNSTRING.
           MOVE ZERO TO WS-LEAD.
           INSPECT WS-IN-DATE TALLYING WS-LEAD FOR LEADING SPACE.
           IF WS-LEAD < 12
               MOVE WS-IN-DATE (WS-LEAD + 1:) TO WS-SHIFT
               MOVE WS-SHIFT TO WS-IN-DATE
           END-IF.
      *> the export's own column headings
           IF WS-LINE-NO = 1 AND WS-IN-DATE (1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-IN-DATE (1:8) NOT NUMERIC OR
                   WS-IN-DATE (9:4) NOT = SPACES
               MOVE "DATE IS NOT YYYYMMDD" TO WS-REJECT-REASON
               PERFORM WRITE-ONE-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IN-DATE (1:8) TO WS-NEW-DATE.
           IF WS-NEW-MONTH < 1 OR WS-NEW-MONTH > 12
               MOVE "DATE IS NOT A DATE" TO WS-REJECT-REASON
               PERFORM WRITE-ONE-REJECT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NEW-YEAR TO WS-DIM-YEAR.
           MOVE WS-NEW-MONTH TO WS-DIM-MONTH.
           PERFORM DAYS-IN-MONTH.
           IF WS-NEW-DAY < 1 OR WS-NEW-DAY > WS-DIM-DAYS
               MOVE "DATE IS NOT A DATE" TO WS-REJECT-REASON
               PERFORM WRITE-ONE-REJECT
               EXIT PARAGRAPH
           END-IF.

           PERFORM READ-THE-AMOUNT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-ONE-REJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-LEAD.
           INSPECT WS-IN-REF TALLYING WS-LEAD FOR LEADING SPACE.
           IF WS-LEAD < 40
               MOVE WS-IN-REF (WS-LEAD + 1:) TO WS-SHIFT
               MOVE WS-SHIFT TO WS-IN-REF
           END-IF.
           MOVE WS-IN-REF TO WS-NEW-REF.

      *> an entry an earlier export already brought in
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING WS-HV-IDX FROM 1 BY 1
                   UNTIL WS-HV-IDX > WS-HAVE-COUNT
               IF WS-HV-USED (WS-HV-IDX) = "N" AND
                       WS-HV-DATE (WS-HV-IDX) = WS-NEW-DATE AND
                       WS-HV-DRCR (WS-HV-IDX) = WS-NEW-DRCR AND
                       WS-HV-AMOUNT (WS-HV-IDX) = WS-NEW-AMOUNT AND
                       WS-HV-REF (WS-HV-IDX) = WS-NEW-REF
                   MOVE "Y" TO WS-HV-USED (WS-HV-IDX)
                   SET WS-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
               MOVE WS-NEW-DATE TO BS-DATE
               MOVE WS-NEW-DRCR TO BS-DRCR
               MOVE WS-NEW-AMOUNT TO BS-AMOUNT
               MOVE WS-NEW-REF TO BS-REFERENCE
               MOVE WS-TODAY TO BS-IMPORTED
               WRITE STATEMENT-REC
               ADD 1 TO WS-IMPORTED-COUNT
           END-IF.

      *> an optional sign, up to nine digits of units, an optional
      *> point and up to two of pence - a minus is money out
       READ-THE-AMOUNT.
           MOVE "S" TO WS-AMT-STATE.
           MOVE "C" TO WS-NEW-DRCR.
           MOVE ZERO TO WS-INT-PART WS-FRAC-PART.
           MOVE ZERO TO WS-INT-DIGITS WS-FRAC-DIGITS.
           PERFORM VARYING WS-AMT-POS FROM 1 BY 1
                   UNTIL WS-AMT-POS > 20 OR
                       WS-REJECT-REASON NOT = SPACES
               MOVE WS-IN-AMOUNT (WS-AMT-POS:1) TO WS-AMT-CHAR
               EVALUATE TRUE
                   WHEN WS-AMT-CHAR = SPACE
                       IF WS-AMT-STATE = "I" OR WS-AMT-STATE = "F"
                           MOVE "E" TO WS-AMT-STATE
                       END-IF
                   WHEN WS-AMT-CHAR = "-" AND WS-AMT-STATE = "S"
                       MOVE "D" TO WS-NEW-DRCR
                       MOVE "I" TO WS-AMT-STATE
                   WHEN WS-AMT-CHAR = "+" AND WS-AMT-STATE = "S"
                       MOVE "I" TO WS-AMT-STATE
                   WHEN WS-AMT-CHAR = "." AND
                           (WS-AMT-STATE = "S" OR WS-AMT-STATE = "I")
                       MOVE "F" TO WS-AMT-STATE
                   WHEN WS-AMT-CHAR IS NUMERIC AND
                           (WS-AMT-STATE = "S" OR WS-AMT-STATE = "I")
                       MOVE "I" TO WS-AMT-STATE
                       MOVE WS-AMT-CHAR TO WS-AMT-DIGIT
                       ADD 1 TO WS-INT-DIGITS
                       IF WS-INT-DIGITS > 9
                           MOVE "AMOUNT TOO LARGE" TO WS-REJECT-REASON
                       ELSE
                           COMPUTE WS-INT-PART =
                               WS-INT-PART * 10 + WS-AMT-DIGIT
                       END-IF
                   WHEN WS-AMT-CHAR IS NUMERIC AND WS-AMT-STATE = "F"
                       MOVE WS-AMT-CHAR TO WS-AMT-DIGIT
                       ADD 1 TO WS-FRAC-DIGITS
                       IF WS-FRAC-DIGITS > 2
                           MOVE "MORE THAN TWO DECIMALS"
                               TO WS-REJECT-REASON
                       ELSE
                           COMPUTE WS-FRAC-PART =
                               WS-FRAC-PART * 10 + WS-AMT-DIGIT
                       END-IF
                   WHEN OTHER
                       MOVE "AMOUNT IS NOT A NUMBER" TO WS-REJECT-REASON
               END-EVALUATE
           END-PERFORM.
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-INT-DIGITS = ZERO AND WS-FRAC-DIGITS = ZERO
               MOVE "AMOUNT IS NOT A NUMBER" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-FRAC-DIGITS = 1
               MULTIPLY 10 BY WS-FRAC-PART
           END-IF.
           COMPUTE WS-NEW-AMOUNT = WS-INT-PART + WS-FRAC-PART / 100.
           IF WS-NEW-AMOUNT = ZERO
               MOVE "NIL AMOUNT" TO WS-REJECT-REASON
           END-IF.

       WRITE-ONE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING EXPORT-LINE (1:70) "   " WS-REJECT-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           MOVE WS-REPORT-LINE TO REJECT-LINE.
           WRITE REJECT-LINE.

       DAYS-IN-MONTH.
           MOVE WS-MONTH-DAYS (WS-DIM-MONTH) TO WS-DIM-DAYS.
           IF WS-DIM-MONTH = 2
               DIVIDE WS-DIM-YEAR BY 4
                   GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0
                   DIVIDE WS-DIM-YEAR BY 100
                       GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM NOT = 0
                       ADD 1 TO WS-DIM-DAYS
                   ELSE
                       DIVIDE WS-DIM-YEAR BY 400
                           GIVING WS-LEAP-WORK REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           ADD 1 TO WS-DIM-DAYS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       END PROGRAM BANKIMP.
