       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMGET.

      *> the one lookup every program makes for a business threshold,
      *> the way DATEEDIT is the one date check: the caller names the
      *> parameter in PG-PARM (PARM-GET-PARM.cpy) and gets back its
      *> value off the system parameter master SysParm.txt, or
      *> PG-NOT-FOUND and keeps its own default. The master is read
      *> once per run and held. The environment variable a program
      *> used to read stays with the program, checked after this
      *> call, as the emergency override.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PARM-MASTER-FILE ASSIGN TO DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PARM-MASTER-FILE.
           01 PARM-MASTER-LINE.
               COPY SYS-PARM.

       WORKING-STORAGE SECTION.
           01 WS-LOADED-SW PIC X(1) VALUE "N".
               88 WS-LOADED VALUE "Y".
           01 WS-PARM-EOF PIC A(1) VALUE "N".

           01 WS-PARM-TABLE.
               05 WS-PM-ENTRY OCCURS 100 TIMES INDEXED BY WS-PM-IDX.
                   10 WS-PM-NAME PIC X(10).
                   10 WS-PM-TYPE PIC X(1).
                   10 WS-PM-VALUE PIC 9(9)V99.
           01 WS-PARM-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-PARM-PATH PIC X(80).
           01 WS-PARM-STATUS PIC X(2).

       LINKAGE SECTION.
           01 PG-PARM.
               COPY PARM-GET-PARM.

       PROCEDURE DIVISION USING PG-PARM.
           IF NOT WS-LOADED
               PERFORM LOAD-THE-MASTER
               SET WS-LOADED TO TRUE
           END-IF.

           SET PG-NOT-FOUND TO TRUE.
           MOVE ZERO TO PG-VALUE.
           MOVE SPACE TO PG-SWITCH.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PARM-COUNT
               IF WS-PM-NAME (WS-PM-IDX) = PG-NAME
                   SET PG-FOUND TO TRUE
                   MOVE WS-PM-VALUE (WS-PM-IDX) TO PG-VALUE
                   IF WS-PM-TYPE (WS-PM-IDX) = "S"
                       IF WS-PM-VALUE (WS-PM-IDX) = ZERO
                           MOVE "N" TO PG-SWITCH
                       ELSE
                           MOVE "Y" TO PG-SWITCH
                       END-IF
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           GOBACK.

      *> no master on the system yet means every program runs on its
      *> own defaults, exactly as before the master existed
       LOAD-THE-MASTER.
           ACCEPT WS-PARM-PATH FROM ENVIRONMENT "SYSPARM_FILE".
           IF WS-PARM-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SysParm.txt"
                   TO WS-PARM-PATH
           END-IF.
           OPEN INPUT PARM-MASTER-FILE.
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF = "Y"
                   READ PARM-MASTER-FILE
                       AT END MOVE "Y" TO WS-PARM-EOF
                       NOT AT END
                           IF WS-PARM-COUNT < 100 AND
                                   SP-VALUE IS NUMERIC
                               ADD 1 TO WS-PARM-COUNT
                               SET WS-PM-IDX TO WS-PARM-COUNT
                               MOVE SP-NAME TO WS-PM-NAME (WS-PM-IDX)
                               MOVE SP-TYPE TO WS-PM-TYPE (WS-PM-IDX)
                               MOVE SP-VALUE
                                   TO WS-PM-VALUE (WS-PM-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-MASTER-FILE
           END-IF.

       END PROGRAM PARMGET.
