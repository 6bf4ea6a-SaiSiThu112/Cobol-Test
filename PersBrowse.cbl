      *> PERSON-NAME alternate key and pages forward showing ID,
      *> name, status and hire date - for everyone who knows "the new
      *> person in dispatch, Aung something" but not the number.
      *> Every record paged past the operator goes through PERSACC
      *> and onto the personnel access log under their OPERATOR_ID.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 WS-MORE-SW PIC X(1) VALUE "Y".
               88 WS-MORE-SEARCHES VALUE "Y".

           01 WS-ACCESS-PARM.
               COPY PERS-ACCESS-PARM.

           01 WS-PERSON-PATH PIC X(80).
           01 WS-PERSON-STATUS PIC X(2).

               MOVE "C:\Users\25-00229\Desktop\Person Info.txt"
                   TO WS-PERSON-PATH
           END-IF.
      *> nobody reads the personnel file without leaving a trace
           MOVE "S" TO PA-ACTION.
           MOVE "PERSBROWSE" TO PA-PROGRAM.
           CALL "PERSACC" USING WS-ACCESS-PARM.
           IF PA-REFUSED
               DISPLAY "PERSONNEL INQUIRY REFUSED - " PA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PERSON.
           IF WS-PERSON-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PERSON FILE - STATUS "
                       DISPLAY "END OF THE FILE"
                       MOVE "X" TO WS-PAGE-ANS
                   NOT AT END
                       MOVE PERSON-INFO-FILE TO PA-IMAGE
                       MOVE "V" TO PA-ACTION
                       CALL "PERSACC" USING WS-ACCESS-PARM
                       IF PA-REFUSED
                           DISPLAY PA-MESSAGE
                           MOVE "X" TO WS-PAGE-ANS
                           EXIT PERFORM
                       END-IF
                       DISPLAY PERSON-ID " " PERSON-NAME
                           " " PERSON-STATUS
                           " HIRED " PERSON-HIRE-DATE
