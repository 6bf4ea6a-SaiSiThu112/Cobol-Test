       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMMAINT.

      *> maintains the system parameter master (SysParm.txt) - the
      *> one place the business thresholds now live instead of being
      *> scattered across environment variables and hard-coded
      *> values. A supervisor signs on under the LOCKCLEAR check -
      *> role S, unlocked, password proven through PASSHASH - and can
      *> change a value (inside the parameter's valid range), add a
      *> parameter, change a range or description, or list what is on
      *> file. Every add and change stamps the parameter with who and
      *> when and leaves before and after images on the shared change
      *> journal under master SYSPARM, same as the other maintenance
      *> programs. A system with no master yet is started with the
      *> standard parameters at the defaults the programs carry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC WS-OPERATOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT PARM-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO DYNAMIC WS-JOURNAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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

           FD PARM-MASTER-FILE.
           01 PARM-MASTER-LINE.
               COPY SYS-PARM.

           FD CHANGE-JOURNAL-FILE.
           01 CHANGE-JOURNAL-REC.
               COPY CHANGE-JOURNAL.

       WORKING-STORAGE SECTION.
           01 WS-OPERATOR-TABLE.
               05 WS-OP-ENTRY OCCURS 50 TIMES INDEXED BY WS-OP-IDX.
                   10 WS-OP-ID PIC X(10).
                   10 WS-OP-ROLE PIC X(1).
                   10 WS-OP-HASH PIC 9(8).
                   10 WS-OP-LOCK PIC X(1).
           01 WS-OPERATOR-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-OPERATOR-EOF PIC A(1) VALUE "N".

           01 WS-PASSWORD PIC X(10).
           01 WS-HASH-PARM.
               05 PH-PASSWORD PIC X(10).
               05 PH-HASH PIC 9(8).
           01 WS-SIGNON-MATCH PIC 9(4) COMP.
           01 WS-SIGNON-ID PIC X(10).
           01 WS-SIGNON-OK-SW PIC X(1) VALUE "N".
               88 WS-SIGNON-OK VALUE "Y".
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZERO.

      *> the whole master is held here while the supervisor works on
      *> it and written back in one pass at the end
           01 WS-PARM-TABLE.
               05 WS-PM-ENTRY OCCURS 100 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-NAME PIC X(10).
                   10 WS-PM-TYPE PIC X(1).
                   10 WS-PM-VALUE PIC 9(9)V99.
                   10 WS-PM-LOW PIC 9(9)V99.
                   10 WS-PM-HIGH PIC 9(9)V99.
                   10 WS-PM-CHANGED-BY PIC X(10).
                   10 WS-PM-CHANGED-STAMP PIC 9(14).
                   10 WS-PM-OVERRIDE PIC X(25).
                   10 WS-PM-DESCRIPTION PIC X(40).
           01 WS-PARM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-QUIT-SW PIC A(1) VALUE "N".
               88 WS-QUIT VALUE "Y".
           01 WS-CHANGED-SW PIC X(1) VALUE "N".
               88 WS-MASTER-CHANGED VALUE "Y".

           01 WS-ASK-NAME PIC X(10).
           01 WS-ASK-TYPE PIC X(1).
           01 WS-ASK-VALUE PIC 9(9)V99.
           01 WS-ASK-LOW PIC 9(9)V99.
           01 WS-ASK-HIGH PIC 9(9)V99.
           01 WS-ASK-SWITCH PIC X(1).
           01 WS-ASK-OVERRIDE PIC X(25).
           01 WS-ASK-DESCRIPTION PIC X(40).

           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.

           01 WS-VALUE-EDIT PIC Z(8)9.99.
           01 WS-LOW-EDIT PIC Z(8)9.99.
           01 WS-HIGH-EDIT PIC Z(8)9.99.
           01 WS-VALUE-TEXT PIC X(12).

      *> the record image the journal carries, built from a table
      *> entry. The whole parameter is wider than a journal image,
      *> so it goes over two lines under the same tag: the name,
      *> type, value, range and override first, then the name and
      *> description
           01 WS-JRN-IMAGE-REC.
               05 JP-NAME PIC X(10).
               05 JP-TYPE PIC X(1).
               05 JP-VALUE PIC 9(9)V99.
               05 JP-LOW PIC 9(9)V99.
               05 JP-HIGH PIC 9(9)V99.
               05 JP-OVERRIDE PIC X(25).
               05 FILLER PIC X(11) VALUE SPACES.
           01 WS-JRN-DESC-REC.
               05 JD-NAME PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 JD-DESCRIPTION PIC X(40).
               05 FILLER PIC X(29) VALUE SPACES.
           01 WS-JRN-TAG PIC X(6).
           01 WS-JRN-SOURCE-IDX PIC 9(4) COMP.
           01 WS-STAMP-DATE PIC 9(8).
           01 WS-STAMP-TIME PIC 9(8).
           01 WS-STAMP PIC 9(14).

           01 WS-OPERATOR-PATH PIC X(80).
           01 WS-OPERATOR-STATUS PIC X(2).
           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-JOURNAL-PATH PIC X(80).
           01 WS-JOURNAL-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-OPERATOR-PATH FROM ENVIRONMENT "OPERATORS_FILE".
           IF WS-OPERATOR-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Operators.txt"
                   TO WS-OPERATOR-PATH
           END-IF.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "SYSPARM_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SysParm.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-JOURNAL-PATH FROM ENVIRONMENT
               "CHANGEJOURNAL_FILE".
           IF WS-JOURNAL-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ChangeJournal.txt"
                   TO WS-JOURNAL-PATH
           END-IF.

           PERFORM SIGN-ON-THE-SUPERVISOR.

      *> a master that does not exist yet is started with the
      *> standard parameters
           OPEN INPUT PARM-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ PARM-MASTER-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           IF WS-PARM-COUNT < 100
                               ADD 1 TO WS-PARM-COUNT
                               SET WS-PM-IDX TO WS-PARM-COUNT
                               PERFORM LOAD-ONE-PARAMETER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-MASTER-FILE
           END-IF.
           IF WS-PARM-COUNT = ZERO
               PERFORM SEED-STANDARD-PARAMETERS
           END-IF.

           PERFORM UNTIL WS-QUIT
               DISPLAY " "
               DISPLAY "SYSTEM PARAMETERS - V=CHANGE VALUE A=ADD "
                   "R=RANGE/DESCRIPTION L=LIST Q=QUIT"
                   WITH NO ADVANCING
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN "V"
                   WHEN "v"
                       PERFORM CHANGE-VALUE
                   WHEN "A"
                   WHEN "a"
                       PERFORM ADD-PARAMETER
                   WHEN "R"
                   WHEN "r"
                       PERFORM CHANGE-RANGE
                   WHEN "L"
                   WHEN "l"
                       PERFORM LIST-PARAMETERS
                   WHEN "Q"
                   WHEN "q"
                       SET WS-QUIT TO TRUE
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE RE-ENTER"
               END-EVALUATE
           END-PERFORM.

           IF WS-MASTER-CHANGED
               PERFORM WRITE-MASTER-BACK
           END-IF.
           STOP RUN.

      *> the LOCKCLEAR door: role S, not locked, password proven
       SIGN-ON-THE-SUPERVISOR.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = "00"
               PERFORM UNTIL WS-OPERATOR-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END MOVE "Y" TO WS-OPERATOR-EOF
                       NOT AT END
                           IF WS-OPERATOR-COUNT < 50
                               ADD 1 TO WS-OPERATOR-COUNT
                               SET WS-OP-IDX TO WS-OPERATOR-COUNT
                               MOVE OP-ID TO WS-OP-ID (WS-OP-IDX)
                               MOVE OP-ROLE TO WS-OP-ROLE (WS-OP-IDX)
                               IF OP-PASS-HASH IS NUMERIC
                                   MOVE OP-PASS-HASH
                                       TO WS-OP-HASH (WS-OP-IDX)
                               ELSE
                                   MOVE ZERO TO WS-OP-HASH (WS-OP-IDX)
                               END-IF
                               MOVE OP-LOCK TO WS-OP-LOCK (WS-OP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.
           IF WS-OPERATOR-COUNT = ZERO
               DISPLAY "NO OPERATOR FILE - CHANGING SYSTEM "
                   "PARAMETERS NEEDS A SUPERVISOR SIGN-ON"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SIGNON-OK OR WS-SIGNON-TRIES >= 3
               DISPLAY "Supervisor ID to sign on" WITH NO ADVANCING
               ACCEPT WS-SIGNON-ID
               MOVE ZERO TO WS-SIGNON-MATCH
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OPERATOR-COUNT
                   IF WS-OP-ID (WS-OP-IDX) = WS-SIGNON-ID AND
                           WS-OP-ROLE (WS-OP-IDX) = "S"
                       MOVE WS-OP-IDX TO WS-SIGNON-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SIGNON-MATCH = ZERO
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "NOT A SUPERVISOR ID"
               ELSE
                   SET WS-OP-IDX TO WS-SIGNON-MATCH
                   EVALUATE TRUE
                       WHEN WS-OP-LOCK (WS-OP-IDX) = "L"
                           ADD 1 TO WS-SIGNON-TRIES
                           DISPLAY "THIS ID IS LOCKED - A "
                               "SUPERVISOR MUST CLEAR IT AT THE "
                               "OPERATOR MENU"
                       WHEN WS-OP-HASH (WS-OP-IDX) = ZERO
                           ADD 1 TO WS-SIGNON-TRIES
                           DISPLAY "NO PASSWORD ON FILE - SET ONE "
                               "AT THE OPERATOR MENU FIRST"
                       WHEN OTHER
                           DISPLAY "Password" WITH NO ADVANCING
                           ACCEPT WS-PASSWORD
                           MOVE WS-PASSWORD TO PH-PASSWORD
                           CALL "PASSHASH" USING WS-HASH-PARM
                           IF PH-HASH = WS-OP-HASH (WS-OP-IDX)
                               SET WS-SIGNON-OK TO TRUE
                           ELSE
                               ADD 1 TO WS-SIGNON-TRIES
                               DISPLAY "WRONG PASSWORD"
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF NOT WS-SIGNON-OK
               DISPLAY "SIGN-ON FAILED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-PARAMETER.
           MOVE SP-NAME TO WS-PM-NAME (WS-PM-IDX).
           MOVE SP-TYPE TO WS-PM-TYPE (WS-PM-IDX).
           MOVE SP-VALUE TO WS-PM-VALUE (WS-PM-IDX).
           MOVE SP-LOW TO WS-PM-LOW (WS-PM-IDX).
           MOVE SP-HIGH TO WS-PM-HIGH (WS-PM-IDX).
           MOVE SP-CHANGED-BY TO WS-PM-CHANGED-BY (WS-PM-IDX).
           MOVE SP-CHANGED-STAMP TO WS-PM-CHANGED-STAMP (WS-PM-IDX).
           MOVE SP-OVERRIDE TO WS-PM-OVERRIDE (WS-PM-IDX).
           MOVE SP-DESCRIPTION TO WS-PM-DESCRIPTION (WS-PM-IDX).

      *> the thresholds the programs carried before the master
      *> existed, at the defaults they carried, so switching to the
      *> master changes nothing until somebody changes a value
       SEED-STANDARD-PARAMETERS.
           DISPLAY "NO PARAMETER MASTER YET - STARTING IT WITH THE "
               "STANDARD PARAMETERS AT THEIR DEFAULTS".
           MOVE "STKAPPROVE" TO WS-ASK-NAME.
           MOVE "N" TO WS-ASK-TYPE.
           MOVE 10000 TO WS-ASK-VALUE.
           MOVE ZERO TO WS-ASK-LOW.
           MOVE 9999999.99 TO WS-ASK-HIGH.
           MOVE "STOCKENTRY_APPROVAL_LIMIT" TO WS-ASK-OVERRIDE.
           MOVE "STOCK ENTRY VALUE NEEDING APPROVAL"
               TO WS-ASK-DESCRIPTION.
           PERFORM ADD-TO-TABLE.
           MOVE "RETENTYRS" TO WS-ASK-NAME.
           MOVE "N" TO WS-ASK-TYPE.
           MOVE 7 TO WS-ASK-VALUE.
           MOVE 1 TO WS-ASK-LOW.
           MOVE 99 TO WS-ASK-HIGH.
           MOVE "RETENTION_YEARS" TO WS-ASK-OVERRIDE.
           MOVE "YEARS A LEAVER IS KEPT BEFORE ARCHIVE"
               TO WS-ASK-DESCRIPTION.
           PERFORM ADD-TO-TABLE.
           MOVE "BACKORDER" TO WS-ASK-NAME.
           MOVE "S" TO WS-ASK-TYPE.
           MOVE ZERO TO WS-ASK-VALUE.
           MOVE ZERO TO WS-ASK-LOW.
           MOVE 1 TO WS-ASK-HIGH.
           MOVE "ASSIGNTWO_BACKORDER" TO WS-ASK-OVERRIDE.
           MOVE "BACKORDER SHORT SALES, NOT REJECT THEM"
               TO WS-ASK-DESCRIPTION.
           PERFORM ADD-TO-TABLE.
           MOVE "DORMDAYS" TO WS-ASK-NAME.
           MOVE "N" TO WS-ASK-TYPE.
           MOVE 30 TO WS-ASK-VALUE.
           MOVE 1 TO WS-ASK-LOW.
           MOVE 9999 TO WS-ASK-HIGH.
           MOVE "DORMANT_DAYS" TO WS-ASK-OVERRIDE.
           MOVE "DAYS WITHOUT MOVEMENT BEFORE DORMANT"
               TO WS-ASK-DESCRIPTION.
           PERFORM ADD-TO-TABLE.
           MOVE "XFERDAYS" TO WS-ASK-NAME.
           MOVE "N" TO WS-ASK-TYPE.
           MOVE 5 TO WS-ASK-VALUE.
           MOVE 1 TO WS-ASK-LOW.
           MOVE 999 TO WS-ASK-HIGH.
           MOVE "XFERAGE_DAYS" TO WS-ASK-OVERRIDE.
           MOVE "DAYS IN TRANSIT BEFORE A CHASE"
               TO WS-ASK-DESCRIPTION.
           PERFORM ADD-TO-TABLE.

      *> a new table entry from the WS-ASK fields, stamped and
      *> journaled as an add
       ADD-TO-TABLE.
           ADD 1 TO WS-PARM-COUNT.
           SET WS-PM-IDX TO WS-PARM-COUNT.
           MOVE WS-ASK-NAME TO WS-PM-NAME (WS-PM-IDX).
           MOVE WS-ASK-TYPE TO WS-PM-TYPE (WS-PM-IDX).
           MOVE WS-ASK-VALUE TO WS-PM-VALUE (WS-PM-IDX).
           MOVE WS-ASK-LOW TO WS-PM-LOW (WS-PM-IDX).
           MOVE WS-ASK-HIGH TO WS-PM-HIGH (WS-PM-IDX).
           MOVE WS-ASK-OVERRIDE TO WS-PM-OVERRIDE (WS-PM-IDX).
           MOVE WS-ASK-DESCRIPTION TO WS-PM-DESCRIPTION (WS-PM-IDX).
           SET WS-JRN-SOURCE-IDX TO WS-PM-IDX.
           PERFORM STAMP-THE-CHANGE.
           MOVE "ADD" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-MASTER-CHANGED TO TRUE.

       FIND-PARAMETER.
           SET WS-NOT-FOUND TO TRUE.
           INSPECT WS-ASK-NAME CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PARM-COUNT
               IF WS-PM-NAME (WS-PM-IDX) = WS-ASK-NAME
                   SET WS-FOUND TO TRUE
                   MOVE WS-PM-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SHOW-PARAMETER.
           SET WS-PM-IDX TO WS-MATCH-IDX.
           MOVE WS-PM-VALUE (WS-PM-IDX) TO WS-VALUE-EDIT.
           MOVE WS-PM-LOW (WS-PM-IDX) TO WS-LOW-EDIT.
           MOVE WS-PM-HIGH (WS-PM-IDX) TO WS-HIGH-EDIT.
           DISPLAY "Parameter   : " WS-PM-NAME (WS-PM-IDX) " - "
               WS-PM-DESCRIPTION (WS-PM-IDX).
           IF WS-PM-TYPE (WS-PM-IDX) = "S"
               IF WS-PM-VALUE (WS-PM-IDX) = ZERO
                   DISPLAY "Value       : N (SWITCH)"
               ELSE
                   DISPLAY "Value       : Y (SWITCH)"
               END-IF
           ELSE
               DISPLAY "Value       : " WS-VALUE-EDIT
               DISPLAY "Valid range : " WS-LOW-EDIT " TO "
                   WS-HIGH-EDIT
           END-IF.
           DISPLAY "Override    : " WS-PM-OVERRIDE (WS-PM-IDX).
           DISPLAY "Last changed: " WS-PM-CHANGED-STAMP (WS-PM-IDX)
               " BY " WS-PM-CHANGED-BY (WS-PM-IDX).

       CHANGE-VALUE.
           DISPLAY "Enter parameter name" WITH NO ADVANCING.
           ACCEPT WS-ASK-NAME.
           PERFORM FIND-PARAMETER.
           IF WS-NOT-FOUND
               DISPLAY "PARAMETER " WS-ASK-NAME " NOT ON FILE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-PARAMETER.
           IF WS-PM-TYPE (WS-PM-IDX) = "S"
               DISPLAY "Enter new setting (Y/N)" WITH NO ADVANCING
               ACCEPT WS-ASK-SWITCH
               EVALUATE WS-ASK-SWITCH
                   WHEN "Y"
                   WHEN "y"
                       MOVE 1 TO WS-ASK-VALUE
                   WHEN "N"
                   WHEN "n"
                       MOVE ZERO TO WS-ASK-VALUE
                   WHEN OTHER
                       DISPLAY "A SWITCH IS Y OR N - NOT CHANGED"
                       EXIT PARAGRAPH
               END-EVALUATE
           ELSE
               DISPLAY "Enter new value" WITH NO ADVANCING
               ACCEPT WS-ASK-VALUE
           END-IF.
           IF WS-ASK-VALUE < WS-PM-LOW (WS-PM-IDX) OR
                   WS-ASK-VALUE > WS-PM-HIGH (WS-PM-IDX)
               DISPLAY "OUTSIDE THE VALID RANGE - NOT CHANGED"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ASK-VALUE = WS-PM-VALUE (WS-PM-IDX)
               DISPLAY "SAME AS THE VALUE IN FORCE - NOT CHANGED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           MOVE "BEFORE" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE WS-ASK-VALUE TO WS-PM-VALUE (WS-PM-IDX).
           PERFORM STAMP-THE-CHANGE.
           MOVE "AFTER" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-MASTER-CHANGED TO TRUE.
           DISPLAY "PARAMETER " WS-ASK-NAME " CHANGED".

       ADD-PARAMETER.
           DISPLAY "Enter new parameter name" WITH NO ADVANCING.
           ACCEPT WS-ASK-NAME.
           IF WS-ASK-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PARAMETER.
           IF WS-FOUND
               DISPLAY "PARAMETER " WS-ASK-NAME " ALREADY ON FILE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PARM-COUNT >= 100
               DISPLAY "PARAMETER TABLE FULL - NOT ADDED"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter type (N=NUMBER S=Y/N SWITCH)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-TYPE.
           EVALUATE WS-ASK-TYPE
               WHEN "N"
               WHEN "n"
                   MOVE "N" TO WS-ASK-TYPE
                   DISPLAY "Enter lowest valid value"
                       WITH NO ADVANCING
                   ACCEPT WS-ASK-LOW
                   DISPLAY "Enter highest valid value"
                       WITH NO ADVANCING
                   ACCEPT WS-ASK-HIGH
                   IF WS-ASK-LOW > WS-ASK-HIGH
                       DISPLAY "LOWEST IS ABOVE HIGHEST - NOT ADDED"
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "Enter value" WITH NO ADVANCING
                   ACCEPT WS-ASK-VALUE
                   IF WS-ASK-VALUE < WS-ASK-LOW OR
                           WS-ASK-VALUE > WS-ASK-HIGH
                       DISPLAY "OUTSIDE THE VALID RANGE - NOT ADDED"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "S"
               WHEN "s"
                   MOVE "S" TO WS-ASK-TYPE
                   MOVE ZERO TO WS-ASK-LOW
                   MOVE 1 TO WS-ASK-HIGH
                   DISPLAY "Enter setting (Y/N)" WITH NO ADVANCING
                   ACCEPT WS-ASK-SWITCH
                   EVALUATE WS-ASK-SWITCH
                       WHEN "Y"
                       WHEN "y"
                           MOVE 1 TO WS-ASK-VALUE
                       WHEN "N"
                       WHEN "n"
                           MOVE ZERO TO WS-ASK-VALUE
                       WHEN OTHER
                           DISPLAY "A SWITCH IS Y OR N - NOT ADDED"
                           EXIT PARAGRAPH
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "TYPE MUST BE N OR S - NOT ADDED"
                   EXIT PARAGRAPH
           END-EVALUATE.
           DISPLAY "Enter overriding environment variable (blank "
               "for none)" WITH NO ADVANCING.
           ACCEPT WS-ASK-OVERRIDE.
           DISPLAY "Enter description" WITH NO ADVANCING.
           ACCEPT WS-ASK-DESCRIPTION.
           PERFORM ADD-TO-TABLE.
           DISPLAY "PARAMETER " WS-ASK-NAME " ADDED".

      *> a range may only move so the value in force stays inside it
       CHANGE-RANGE.
           DISPLAY "Enter parameter name" WITH NO ADVANCING.
           ACCEPT WS-ASK-NAME.
           PERFORM FIND-PARAMETER.
           IF WS-NOT-FOUND
               DISPLAY "PARAMETER " WS-ASK-NAME " NOT ON FILE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-PARAMETER.
           MOVE WS-PM-LOW (WS-PM-IDX) TO WS-ASK-LOW.
           MOVE WS-PM-HIGH (WS-PM-IDX) TO WS-ASK-HIGH.
           IF WS-PM-TYPE (WS-PM-IDX) = "N"
               DISPLAY "Enter new lowest valid value"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-LOW
               DISPLAY "Enter new highest valid value"
                   WITH NO ADVANCING
               ACCEPT WS-ASK-HIGH
               IF WS-ASK-LOW > WS-ASK-HIGH
                   DISPLAY "LOWEST IS ABOVE HIGHEST - NOT CHANGED"
                   EXIT PARAGRAPH
               END-IF
               IF WS-PM-VALUE (WS-PM-IDX) < WS-ASK-LOW OR
                       WS-PM-VALUE (WS-PM-IDX) > WS-ASK-HIGH
                   DISPLAY "THE VALUE IN FORCE WOULD FALL OUTSIDE "
                       "THAT RANGE - NOT CHANGED"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Enter new description (blank keeps it)"
               WITH NO ADVANCING.
           ACCEPT WS-ASK-DESCRIPTION.
           DISPLAY "Enter new overriding environment variable "
               "(blank keeps it)" WITH NO ADVANCING.
           ACCEPT WS-ASK-OVERRIDE.
           MOVE WS-MATCH-IDX TO WS-JRN-SOURCE-IDX.
           MOVE "BEFORE" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           MOVE WS-ASK-LOW TO WS-PM-LOW (WS-PM-IDX).
           MOVE WS-ASK-HIGH TO WS-PM-HIGH (WS-PM-IDX).
           IF WS-ASK-DESCRIPTION NOT = SPACES
               MOVE WS-ASK-DESCRIPTION
                   TO WS-PM-DESCRIPTION (WS-PM-IDX)
           END-IF.
           IF WS-ASK-OVERRIDE NOT = SPACES
               MOVE WS-ASK-OVERRIDE TO WS-PM-OVERRIDE (WS-PM-IDX)
           END-IF.
           PERFORM STAMP-THE-CHANGE.
           MOVE "AFTER" TO WS-JRN-TAG.
           PERFORM WRITE-JOURNAL-LINE.
           SET WS-MASTER-CHANGED TO TRUE.
           DISPLAY "PARAMETER " WS-ASK-NAME " CHANGED".

       LIST-PARAMETERS.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PARM-COUNT
               MOVE WS-PM-VALUE (WS-PM-IDX) TO WS-VALUE-EDIT
               MOVE WS-VALUE-EDIT TO WS-VALUE-TEXT
               IF WS-PM-TYPE (WS-PM-IDX) = "S"
                   MOVE SPACES TO WS-VALUE-TEXT
                   IF WS-PM-VALUE (WS-PM-IDX) = ZERO
                       MOVE "N" TO WS-VALUE-TEXT (12:1)
                   ELSE
                       MOVE "Y" TO WS-VALUE-TEXT (12:1)
                   END-IF
               END-IF
               DISPLAY WS-PM-NAME (WS-PM-IDX) " " WS-VALUE-TEXT " "
                   WS-PM-DESCRIPTION (WS-PM-IDX) " "
                   WS-PM-CHANGED-STAMP (WS-PM-IDX) (1:8) " "
                   WS-PM-CHANGED-BY (WS-PM-IDX)
           END-PERFORM.
           DISPLAY WS-PARM-COUNT " PARAMETERS ON FILE".

      *> who and when, on the parameter itself, so the listing can
      *> show it without reading the journal
       STAMP-THE-CHANGE.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           COMPUTE WS-STAMP = WS-STAMP-DATE * 1000000
               + WS-STAMP-TIME / 100.
           MOVE WS-STAMP TO WS-PM-CHANGED-STAMP (WS-PM-IDX).
           MOVE WS-SIGNON-ID TO WS-PM-CHANGED-BY (WS-PM-IDX).

      *> one journal entry: the table entry rendered as its two
      *> image lines, with who and when
       WRITE-JOURNAL-LINE.
           SET WS-PM-IDX TO WS-JRN-SOURCE-IDX.
           MOVE WS-PM-NAME (WS-PM-IDX) TO JP-NAME.
           MOVE WS-PM-TYPE (WS-PM-IDX) TO JP-TYPE.
           MOVE WS-PM-VALUE (WS-PM-IDX) TO JP-VALUE.
           MOVE WS-PM-LOW (WS-PM-IDX) TO JP-LOW.
           MOVE WS-PM-HIGH (WS-PM-IDX) TO JP-HIGH.
           MOVE WS-PM-OVERRIDE (WS-PM-IDX) TO JP-OVERRIDE.
           MOVE WS-PM-NAME (WS-PM-IDX) TO JD-NAME.
           MOVE WS-PM-DESCRIPTION (WS-PM-IDX) TO JD-DESCRIPTION.
           OPEN EXTEND CHANGE-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR OPENING CHANGE JOURNAL - STATUS "
                   WS-JOURNAL-STATUS
           ELSE
               MOVE "SYSPARM" TO CJ-MASTER
               MOVE WS-PM-NAME (WS-PM-IDX) TO CJ-KEY
               MOVE WS-SIGNON-ID TO CJ-OPERATOR
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               COMPUTE CJ-STAMP = WS-STAMP-DATE * 1000000
                   + WS-STAMP-TIME / 100
               MOVE WS-JRN-TAG TO CJ-TAG
               MOVE WS-JRN-IMAGE-REC TO CJ-IMAGE
               WRITE CHANGE-JOURNAL-REC
               MOVE WS-JRN-DESC-REC TO CJ-IMAGE
               WRITE CHANGE-JOURNAL-REC
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.

       WRITE-MASTER-BACK.
           OPEN OUTPUT PARM-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR WRITING PARAMETER MASTER - STATUS "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PARM-COUNT
               MOVE WS-PM-NAME (WS-PM-IDX) TO SP-NAME
               MOVE WS-PM-TYPE (WS-PM-IDX) TO SP-TYPE
               MOVE WS-PM-VALUE (WS-PM-IDX) TO SP-VALUE
               MOVE WS-PM-LOW (WS-PM-IDX) TO SP-LOW
               MOVE WS-PM-HIGH (WS-PM-IDX) TO SP-HIGH
               MOVE WS-PM-CHANGED-BY (WS-PM-IDX) TO SP-CHANGED-BY
               MOVE WS-PM-CHANGED-STAMP (WS-PM-IDX)
                   TO SP-CHANGED-STAMP
               MOVE WS-PM-OVERRIDE (WS-PM-IDX) TO SP-OVERRIDE
               MOVE WS-PM-DESCRIPTION (WS-PM-IDX) TO SP-DESCRIPTION
               WRITE PARM-MASTER-LINE
           END-PERFORM.
           CLOSE PARM-MASTER-FILE.
           DISPLAY "PARAMETER MASTER REWRITTEN".

       END PROGRAM PARMMAINT.
