       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMRPT.

      *> lists the system parameter master (SysParm.txt) PARMMAINT
      *> keeps: every parameter with the value in force, its valid
      *> range, what it is for, and when and by whom it was last
      *> changed. A parameter whose overriding environment variable
      *> is set on this machine is flagged with the setting the
      *> programs will actually use, so an emergency override left
      *> behind after the emergency shows up on paper. Written to
      *> ParmListing.txt; open to anyone, the master itself is not.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PARM-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PARM-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PARM-MASTER-FILE.
           01 PARM-MASTER-LINE.
               COPY SYS-PARM.

           FD PARM-REPORT-FILE.
           01 PARM-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-PARM-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-OVERRIDE-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC Z,ZZ9.
           01 WS-COUNT-EDIT2 PIC Z,ZZ9.
           01 WS-ENV-TEXT PIC X(20).
           01 WS-STAMP-TEXT PIC X(14).

           01 WS-PARM-DETAIL.
               05 PD-NAME PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PD-VALUE PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PD-LOW PIC X(12).
               05 PD-TO PIC X(4).
               05 PD-HIGH PIC X(12).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PD-DATE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 PD-TIME PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PD-BY PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 PD-DESCRIPTION PIC X(40).
           01 WS-AMOUNT-EDIT PIC Z(8)9.99.
           01 WS-REPORT-LINE PIC X(132).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-REPORT-PATH PIC X(80).
           01 WS-REPORT-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "SYSPARM_FILE".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\SysParm.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-REPORT-PATH FROM ENVIRONMENT "PARMRPT_REPORT".
           IF WS-REPORT-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\ParmListing.txt"
                   TO WS-REPORT-PATH
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN OUTPUT PARM-REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PARAMETER LISTING - STATUS "
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SYSTEM PARAMETERS IN FORCE - " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO WS-PARM-DETAIL.
           MOVE "PARAMETER" TO PD-NAME.
           MOVE "       VALUE" TO PD-VALUE.
           MOVE "  VALID FROM" TO PD-LOW.
           MOVE "          TO" TO PD-HIGH.
           MOVE "CHANGED" TO PD-DATE.
           MOVE "BY" TO PD-BY.
           MOVE "DESCRIPTION" TO PD-DESCRIPTION.
           MOVE WS-PARM-DETAIL TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

           OPEN INPUT PARM-MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   READ PARM-MASTER-FILE
                       AT END MOVE "Y" TO WS-MASTER-EOF
                       NOT AT END
                           PERFORM LIST-ONE-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARM-MASTER-FILE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM PUT-LINE.
           IF WS-PARM-COUNT = ZERO
               MOVE "NO PARAMETER MASTER ON FILE - EVERY PROGRAM IS "
                   & "RUNNING ON ITS OWN DEFAULTS" TO WS-REPORT-LINE
               PERFORM PUT-LINE
           ELSE
               MOVE WS-PARM-COUNT TO WS-COUNT-EDIT
               MOVE WS-OVERRIDE-COUNT TO WS-COUNT-EDIT2
               STRING WS-COUNT-EDIT " PARAMETERS ON FILE,"
                   WS-COUNT-EDIT2 " OVERRIDDEN FROM THE ENVIRONMENT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               PERFORM PUT-LINE
           END-IF.
           CLOSE PARM-REPORT-FILE.
           DISPLAY "PARAMETER LISTING WRITTEN - " WS-PARM-COUNT
               " PARAMETERS".
           STOP RUN.

       LIST-ONE-PARAMETER.
           ADD 1 TO WS-PARM-COUNT.
           MOVE SPACES TO WS-PARM-DETAIL.
           MOVE SP-NAME TO PD-NAME.
           IF SP-SWITCH
               IF SP-VALUE = ZERO
                   MOVE "           N" TO PD-VALUE
               ELSE
                   MOVE "           Y" TO PD-VALUE
               END-IF
               MOVE "Y/N SWITCH" TO PD-LOW
           ELSE
               MOVE SP-VALUE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO PD-VALUE
               MOVE SP-LOW TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO PD-LOW
               MOVE " TO " TO PD-TO
               MOVE SP-HIGH TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO PD-HIGH
           END-IF.
           IF SP-CHANGED-STAMP IS NUMERIC AND
                   SP-CHANGED-STAMP > ZERO
               MOVE SP-CHANGED-STAMP TO WS-STAMP-TEXT
               MOVE WS-STAMP-TEXT (1:8) TO PD-DATE
               MOVE WS-STAMP-TEXT (9:6) TO PD-TIME
           END-IF.
           MOVE SP-CHANGED-BY TO PD-BY.
           MOVE SP-DESCRIPTION TO PD-DESCRIPTION.
           MOVE WS-PARM-DETAIL TO WS-REPORT-LINE.
           PERFORM PUT-LINE.

      *> the emergency override wins over the master in the program
      *> that reads it - say so, with the setting it carries
           IF SP-OVERRIDE NOT = SPACES
               MOVE SPACES TO WS-ENV-TEXT
               ACCEPT WS-ENV-TEXT FROM ENVIRONMENT SP-OVERRIDE
               IF WS-ENV-TEXT NOT = SPACES
                   ADD 1 TO WS-OVERRIDE-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "            *** OVERRIDDEN BY "
                       DELIMITED BY SIZE
                       SP-OVERRIDE DELIMITED BY SPACE
                       " = " DELIMITED BY SIZE
                       WS-ENV-TEXT DELIMITED BY SPACE
                       " - THE PROGRAM USES THIS, NOT THE VALUE ABOVE"
                           DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM PUT-LINE
               END-IF
           END-IF.

       PUT-LINE.
           MOVE WS-REPORT-LINE TO PARM-REPORT-LINE.
           WRITE PARM-REPORT-LINE.

       END PROGRAM PARMRPT.
