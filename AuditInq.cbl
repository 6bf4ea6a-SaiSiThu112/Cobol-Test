      *> happened: the operator keys a PERSON-ID and every BEFORE and
      *> AFTER image for it is listed, so a disputed termination date
      *> can be traced to the exact update that set it. Loops until
      *> the 99999 quit sentinel. The images carry salary and bank
      *> details, so each history shown is logged through PERSACC
      *> and the images masked unless the operator's role allows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 FILLER PIC X(1).
               05 AUD-TAG PIC X(6).
               05 FILLER PIC X(1).
               05 AUD-IMAGE PIC X(106).

       WORKING-STORAGE SECTION.
           01 WS-QUIT-ID PIC 9(5) VALUE 99999.
           01 WS-EOF PIC A(1).
           01 WS-SHOWN-COUNT PIC 9(4).
           01 WS-AUDIT-STATUS PIC X(2).
           01 WS-ACCESS-PARM.
               COPY PERS-ACCESS-PARM.


       PROCEDURE DIVISION.
      *> nobody reads the personnel file without leaving a trace
           MOVE "S" TO PA-ACTION.
           MOVE "AUDITINQ" TO PA-PROGRAM.
           CALL "PERSACC" USING WS-ACCESS-PARM.
           IF PA-REFUSED
               DISPLAY "PERSONNEL INQUIRY REFUSED - " PA-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "Enter PERSON-ID for change history "
               "(99999 to quit)" WITH NO ADVANCING.
           ACCEPT WS-ASK-ID.
                       AT END MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AUD-PERSON-ID = WS-ASK-ID
                               PERFORM SHOW-ONE-IMAGE
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      *> the first image of a history is the view that is logged;
      *> the rest of the same history are only masked
       SHOW-ONE-IMAGE.
           MOVE AUD-IMAGE TO PA-IMAGE.
           IF WS-SHOWN-COUNT = ZERO
               MOVE "V" TO PA-ACTION
           ELSE
               MOVE "M" TO PA-ACTION
           END-IF.
           CALL "PERSACC" USING WS-ACCESS-PARM.
           IF PA-REFUSED
               DISPLAY PA-MESSAGE
               MOVE "Y" TO WS-EOF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SHOWN-COUNT.
           DISPLAY AUD-STAMP " " AUD-TAG " " PA-IMAGE.

       END PROGRAM AUDITINQ.
