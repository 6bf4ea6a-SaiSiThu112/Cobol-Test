       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSACC.

      *> the one gate every personnel inquiry calls, the way
      *> FILELOCK is the one interlock: it works out who is signed
      *> on (OPERATOR_ID, set by OPERATORMENU) and their OP-ROLE on
      *> Operators.txt, writes a line to PersonAccess.txt for every
      *> record shown, and masks PERSON-SALARY, PERSON-BANK-CODE and
      *> PERSON-BANK-ACCT in the image unless the role is H (HR) -
      *> the only role cleared for pay details. Callers set the
      *> fields of PA-PARM (PERS-ACCESS-PARM.cpy) and test PA-RESULT:
      *>   PA-ACTION  "S" sign on - answers PA-OPERATOR, PA-ROLE,
      *>              PA-OWN-PERSON and PA-PAY-SW
      *>              "V" view - log PA-IMAGE's PERSON-ID, then mask
      *>              "M" mask only, for further lines of one view
      *>   PA-RESULT  "G" go ahead, "E" refused - not signed on, not
      *>              on the operator file, locked, or the log could
      *>              not be written; PA-MESSAGE says which
      *> The log line flags a view of the operator's own record (O)
      *> or of anyone in a department DeptMaster.txt marks
      *> HR-restricted (R), for ACCESSRPT to highlight.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC WS-OPERATOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO DYNAMIC WS-DEPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO DYNAMIC WS-ACCESS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD OPERATOR-FILE.
           01 OPERATOR-LINE.
               05 OP-ID PIC X(10).
               05 OP-ROLE PIC X(1).
               05 OP-PASS-HASH PIC 9(8).
               05 OP-FAILS PIC 9(1).
               05 OP-LOCK PIC X(1).
               05 OP-PASS-DATE PIC 9(8).
               05 OP-PERSON-ID PIC 9(5).

           FD DEPT-MASTER-FILE.
           01 DEPT-MASTER-LINE.
               COPY DEPT-MASTER.

           FD ACCESS-LOG-FILE.
           01 ACCESS-LOG-LINE.
               COPY PERS-ACCESS-LOG.

       WORKING-STORAGE SECTION.
           01 WS-SIGNED-ON-SW PIC X(1) VALUE "N".
               88 WS-SIGNED-ON VALUE "Y".
           01 WS-SIGNON-OK-SW PIC X(1) VALUE "N".
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-SIGNON-MESSAGE PIC X(50).
           01 WS-OPERATOR-ID PIC X(10).
           01 WS-MY-ROLE PIC X(1).
           01 WS-MY-PERSON PIC 9(5) VALUE ZERO.
           01 WS-PAY-SW PIC X(1) VALUE "N".
           01 WS-OPERATOR-EOF PIC A(1) VALUE "N".
           01 WS-OPERATOR-FOUND-SW PIC X(1) VALUE "N".
               88 WS-OPERATOR-FOUND VALUE "Y".

           01 WS-RESTRICTED-TABLE.
               05 WS-RD-CODE OCCURS 100 TIMES INDEXED BY WS-RD-IDX
                   PIC X(4).
           01 WS-RESTRICTED-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-DEPT-EOF PIC A(1) VALUE "N".

      *> the PERSON-INFO image as the masking sees it - identity and
      *> status, the salary, grade/department/leave, the two bank
      *> fields, and the manager and post behind them
           01 WS-MASK-VIEW.
               05 MV-PERSON-ID PIC 9(5).
               05 MV-IDENTITY PIC X(56).
               05 MV-SALARY PIC X(9).
               05 MV-GRADE PIC X(2).
               05 MV-DEPT PIC X(4).
               05 MV-LEAVE PIC X(3).
               05 MV-BANK-CODE PIC X(6).
               05 MV-BANK-ACCT PIC X(10).
               05 MV-REPORTING PIC X(11).

           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).

           01 WS-OPERATOR-PATH PIC X(80).
           01 WS-OPERATOR-STATUS PIC X(2).
           01 WS-DEPT-PATH PIC X(80).
           01 WS-DEPT-STATUS PIC X(2).
           01 WS-ACCESS-PATH PIC X(80).
           01 WS-ACCESS-STATUS PIC X(2).

       LINKAGE SECTION.
           01 PA-PARM.
               COPY PERS-ACCESS-PARM.

       PROCEDURE DIVISION USING PA-PARM.
           MOVE SPACES TO PA-MESSAGE.
      *> the sign-on is worked out once per run and remembered
           IF NOT WS-SIGNED-ON
               PERFORM FIND-THE-OPERATOR
               SET WS-SIGNED-ON TO TRUE
           END-IF.
           IF NOT WS-SIGNON-OK
               SET PA-REFUSED TO TRUE
               MOVE WS-SIGNON-MESSAGE TO PA-MESSAGE
               GOBACK
           END-IF.
           MOVE WS-OPERATOR-ID TO PA-OPERATOR.
           MOVE WS-MY-ROLE TO PA-ROLE.
           MOVE WS-MY-PERSON TO PA-OWN-PERSON.
           MOVE WS-PAY-SW TO PA-PAY-SW.
           SET PA-OK TO TRUE.

           EVALUATE PA-ACTION
               WHEN "S"
                   CONTINUE
               WHEN "V"
                   PERFORM LOG-THE-VIEW
                   IF PA-OK
                       PERFORM MASK-THE-IMAGE
                   END-IF
               WHEN "M"
                   PERFORM MASK-THE-IMAGE
               WHEN OTHER
                   SET PA-REFUSED TO TRUE
                   MOVE "ACTION MUST BE S, V OR M" TO PA-MESSAGE
           END-EVALUATE.
           GOBACK.

      *> no operator file on the system means the menu took the
      *> keyed ID on trust as a plain operator, and so does this
       FIND-THE-OPERATOR.
           ACCEPT WS-OPERATOR-PATH FROM ENVIRONMENT "OPERATORS_FILE".
           IF WS-OPERATOR-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Operators.txt"
                   TO WS-OPERATOR-PATH
           END-IF.
           ACCEPT WS-DEPT-PATH FROM ENVIRONMENT "DEPTMASTER_FILE".
           IF WS-DEPT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DeptMaster.txt"
                   TO WS-DEPT-PATH
           END-IF.
           ACCEPT WS-ACCESS-PATH FROM ENVIRONMENT "PERSACCESS_LOG".
           IF WS-ACCESS-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\PersonAccess.txt"
                   TO WS-ACCESS-PATH
           END-IF.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID".
           IF WS-OPERATOR-ID = SPACES
               MOVE "SIGN ON THROUGH THE OPERATOR MENU FIRST"
                   TO WS-SIGNON-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO WS-MY-ROLE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
               PERFORM UNTIL WS-OPERATOR-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END MOVE "Y" TO WS-OPERATOR-EOF
                       NOT AT END
                           IF OP-ID = WS-OPERATOR-ID
                               SET WS-OPERATOR-FOUND TO TRUE
                               MOVE OP-ROLE TO WS-MY-ROLE
                               IF OP-PERSON-ID IS NUMERIC
                                   MOVE OP-PERSON-ID TO WS-MY-PERSON
                               END-IF
                               IF OP-LOCK = "L"
                                   MOVE "N" TO WS-OPERATOR-FOUND-SW
                               END-IF
                               MOVE "Y" TO WS-OPERATOR-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               IF NOT WS-OPERATOR-FOUND
                   MOVE "NOT ON THE OPERATOR FILE, OR LOCKED"
                       TO WS-SIGNON-MESSAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-MY-ROLE = "H"
               MOVE "Y" TO WS-PAY-SW
           END-IF.

           OPEN INPUT DEPT-MASTER-FILE.
           IF WS-DEPT-STATUS = "00"
               PERFORM UNTIL WS-DEPT-EOF = "Y"
                   READ DEPT-MASTER-FILE
                       AT END MOVE "Y" TO WS-DEPT-EOF
                       NOT AT END
                           IF DEPT-HR-RESTRICTED AND
                                   WS-RESTRICTED-COUNT < 100
                               ADD 1 TO WS-RESTRICTED-COUNT
                               SET WS-RD-IDX TO WS-RESTRICTED-COUNT
                               MOVE DEPT-CODE TO WS-RD-CODE (WS-RD-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.
           SET WS-SIGNON-OK TO TRUE.

       LOG-THE-VIEW.
           MOVE PA-IMAGE TO WS-MASK-VIEW.
           MOVE SPACES TO ACCESS-LOG-LINE.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE PL-STAMP = WS-STAMP-DATE * 1000000
               + WS-STAMP-TIME / 100.
           MOVE WS-OPERATOR-ID TO PL-OPERATOR.
           MOVE WS-MY-ROLE TO PL-ROLE.
           MOVE PA-PROGRAM TO PL-PROGRAM.
           MOVE MV-PERSON-ID TO PL-PERSON-ID.
           MOVE WS-PAY-SW TO PL-UNMASKED.
           IF WS-MY-PERSON > ZERO AND MV-PERSON-ID = WS-MY-PERSON
               SET PL-OWN-RECORD TO TRUE
           ELSE
               PERFORM VARYING WS-RD-IDX FROM 1 BY 1
                       UNTIL WS-RD-IDX > WS-RESTRICTED-COUNT
                   IF WS-RD-CODE (WS-RD-IDX) = MV-DEPT
                       SET PL-RESTRICTED-RECORD TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           OPEN EXTEND ACCESS-LOG-FILE.
           IF WS-ACCESS-STATUS = "35"
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF.
           IF WS-ACCESS-STATUS NOT = "00"
               SET PA-REFUSED TO TRUE
               MOVE "ACCESS LOG CANNOT BE WRITTEN - NOT SHOWN"
                   TO PA-MESSAGE
               EXIT PARAGRAPH
           END-IF.
           WRITE ACCESS-LOG-LINE.
           CLOSE ACCESS-LOG-FILE.

       MASK-THE-IMAGE.
           IF WS-PAY-SW = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE PA-IMAGE TO WS-MASK-VIEW.
           MOVE ALL "*" TO MV-SALARY.
           MOVE ALL "*" TO MV-BANK-CODE.
           MOVE ALL "*" TO MV-BANK-ACCT.
           MOVE WS-MASK-VIEW TO PA-IMAGE.

       END PROGRAM PERSACC.
