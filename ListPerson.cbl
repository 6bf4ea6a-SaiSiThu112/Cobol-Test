       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONLIST.

      *> lists the whole personnel file. Each record goes through
      *> PERSACC first: the view is logged under the signed-on
      *> operator and the salary masked unless their role allows it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               05 WS-PERSON-GRADE PIC X(2).
               05 WS-PERSON-DEPT PIC X(4).

           01 WS-ACCESS-PARM.
               COPY PERS-ACCESS-PARM.

           01 WS-EOF PIC A(1) VALUE "N".
           01 WS-EMPLOYEE-COUNT PIC 9(4) VALUE ZERO.
           01 WS-PERSON-FILE-STATUS PIC X(2).
               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
      *> nobody reads the personnel file without leaving a trace
           MOVE "S" TO PA-ACTION.
           MOVE "PERSONLIST" TO PA-PROGRAM.
           CALL "PERSACC" USING WS-ACCESS-PARM.
           IF PA-REFUSED
               DISPLAY "PERSONNEL INQUIRY REFUSED - " PA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PERSON.
           IF WS-PERSON-FILE-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
               STOP RUN
           END-IF.
              PERFORM UNTIL WS-EOF='Y'
                   READ PERSON
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE PERSON-INFO-FILE TO PA-IMAGE
                           MOVE "V" TO PA-ACTION
                           CALL "PERSACC" USING WS-ACCESS-PARM
                           IF PA-REFUSED
                               DISPLAY PA-MESSAGE
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               MOVE PA-IMAGE TO WS-PERSON-INFO-FILE
                               DISPLAY WS-PERSON-INFO-FILE
                               ADD 1 TO WS-EMPLOYEE-COUNT
                           END-IF
                   END-READ
              END-PERFORM.
           DISPLAY WS-EMPLOYEE-COUNT " EMPLOYEES LISTED".
