
      *> batch loader for employees, the STUDENTLOAD pattern applied
      *> to personnel: reads a sequential intake file in the
      *> PERSON-INFO layout, applies the same age-range, gender,
      *> manager and post edits WRITETEST enforces at the keyboard,
      *> WRITEs
      *> the valid records into the indexed Person Info.txt, and
      *> produces loaded/rejected counts with a reject file carrying
      *> the failure reason per record - thirty seasonal staff load
      *> in one run instead of two days of keying.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> in the environment - see WS-PERSON-PATH below
           SELECT PERSON ASSIGN TO DYNAMIC WS-PERSON-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PERSON-ID
               ALTERNATE RECORD KEY IS PERSON-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-PERSON-STATUS.

           SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
                       ==PERSON-INACTIVE== BY ==IN-INACTIVE==
                       ==PERSON-SALARY== BY ==IN-SALARY==
                       ==PERSON-GRADE== BY ==IN-GRADE==
                       ==PERSON-DEPT== BY ==IN-DEPT==
                       ==PERSON-MANAGER-ID== BY ==IN-MANAGER-ID==
                       ==PERSON-POST-ID== BY ==IN-POST-ID==.

           FD PERSON.
           01 PERSON-INFO-FILE.
               COPY PERSON-INFO.

           FD POSITION-FILE.
           01 POSITION-LINE.
               COPY POSITION-RECORD.

           FD REJECT-FILE.
           01 REJECT-LINE PIC X(110).

           01 WS-REPORT-LINE PIC X(110).
           01 WS-HIRE-DATE PIC 9(8).

      *> the establishment, each post marked once an active employee
      *> fills it - on file already or earlier in this intake
           01 WS-POST-TABLE.
               05 WS-PS-ENTRY OCCURS 500 TIMES INDEXED BY WS-PS-IDX.
                   10 WS-PS-ID PIC X(6).
                   10 WS-PS-DEPT PIC X(4).
                   10 WS-PS-FILLED PIC X(1).
           01 WS-POST-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-POSITION-EOF PIC A(1) VALUE "N".
           01 WS-SCAN-EOF PIC A(1) VALUE "N".
           01 WS-MATCH-IDX PIC 9(4) COMP.
           01 WS-POST-OK-SW PIC X(1).
               88 WS-POST-OK VALUE "Y".

      *> parameter block for the shared DATEEDIT date edit
           01 WS-DATE-PARM.
               05 DE-DATE PIC 9(8).
           01 WS-INTAKE-PATH PIC X(80).
           01 WS-PERSON-PATH PIC X(80).
           01 WS-REJECT-PATH PIC X(80).
           01 WS-POSITION-PATH PIC X(80).
           01 WS-POSITION-STATUS PIC X(2).
           01 WS-INTAKE-STATUS PIC X(2).
           01 WS-PERSON-STATUS PIC X(2).
           01 WS-REJECT-STATUS PIC X(2).
               MOVE "C:\Users\25-00229\Desktop\PersonLoadReject.txt"
                   TO WS-REJECT-PATH
           END-IF.
           ACCEPT WS-POSITION-PATH FROM ENVIRONMENT "POSITIONS_FILE".
           IF WS-POSITION-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\Positions.txt"
                   TO WS-POSITION-PATH
           END-IF.
           ACCEPT WS-HIRE-DATE FROM DATE YYYYMMDD.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS = "00"
               PERFORM UNTIL WS-POSITION-EOF = "Y"
                   READ POSITION-FILE
                       AT END MOVE "Y" TO WS-POSITION-EOF
                       NOT AT END
                           IF WS-POST-COUNT < 500
                               ADD 1 TO WS-POST-COUNT
                               SET WS-PS-IDX TO WS-POST-COUNT
                               MOVE POS-ID TO WS-PS-ID (WS-PS-IDX)
                               MOVE POS-DEPT
                                   TO WS-PS-DEPT (WS-PS-IDX)
                               MOVE "N" TO WS-PS-FILLED (WS-PS-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.

           OPEN INPUT INTAKE-FILE.
           IF WS-INTAKE-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-POST-COUNT > ZERO
               PERFORM MARK-FILLED-POSTS
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "ERROR OPENING REJECT FILE - STATUS "
               END-IF
           END-IF.

      *> a manager on the intake row must already be on file and
      *> active, as WRITETEST insists - a blank or zero manager loads
      *> as reporting to nobody. A new employee cannot close a loop,
      *> nobody reports to them yet
           IF NOT WS-RECORD-BAD
               IF IN-MANAGER-ID IS NUMERIC AND IN-MANAGER-ID NOT = ZERO
                   IF IN-MANAGER-ID = IN-PERSON-ID
                       MOVE "REPORTS TO THEMSELVES"
                           TO WS-REJECT-REASON
                       SET WS-RECORD-BAD TO TRUE
                   ELSE
                       MOVE IN-MANAGER-ID TO PERSON-ID
                       READ PERSON
                           INVALID KEY
                               MOVE "MANAGER NOT ON FILE"
                                   TO WS-REJECT-REASON
                               SET WS-RECORD-BAD TO TRUE
                           NOT INVALID KEY
                               IF NOT PERSON-ACTIVE
                                   MOVE "MANAGER NOT ACTIVE"
                                       TO WS-REJECT-REASON
                                   SET WS-RECORD-BAD TO TRUE
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.

      *> a post on the intake row must be on the establishment, in
      *> the row's department and still empty - blank loads with no
      *> post. An inactive row takes no post from anyone
           IF NOT WS-RECORD-BAD AND IN-POST-ID NOT = SPACES
               MOVE "N" TO WS-POST-OK-SW
               PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                       UNTIL WS-PS-IDX > WS-POST-COUNT
                   IF WS-PS-ID (WS-PS-IDX) = IN-POST-ID
                       SET WS-POST-OK TO TRUE
                       MOVE WS-PS-IDX TO WS-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF NOT WS-POST-OK
                   MOVE "POST NOT ON FILE" TO WS-REJECT-REASON
                   SET WS-RECORD-BAD TO TRUE
               ELSE
                   IF WS-PS-DEPT (WS-MATCH-IDX) NOT = IN-DEPT
                       MOVE "POST IN ANOTHER DEPARTMENT"
                           TO WS-REJECT-REASON
                       SET WS-RECORD-BAD TO TRUE
                   ELSE
                       IF WS-PS-FILLED (WS-MATCH-IDX) = "Y" AND
                               NOT IN-INACTIVE
                           MOVE "POST ALREADY FILLED"
                               TO WS-REJECT-REASON
                           SET WS-RECORD-BAD TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-RECORD-BAD
               PERFORM WRITE-ONE-REJECT
           ELSE
               MOVE INTAKE-REC TO PERSON-INFO-FILE
               IF IN-MANAGER-ID NOT NUMERIC
                   MOVE ZERO TO PERSON-MANAGER-ID
               END-IF
      *> an intake row with no hire date is hired as of today, and
      *> everyone loads active - matching what WRITETEST would do
               IF IN-HIRE-DATE NOT NUMERIC OR IN-HIRE-DATE = ZERO
                       PERFORM WRITE-ONE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
                       IF PERSON-POST-ID NOT = SPACES AND
                               PERSON-ACTIVE
                           MOVE "Y" TO WS-PS-FILLED (WS-MATCH-IDX)
                       END-IF
               END-WRITE
           END-IF.

      *> one pass of the file as it stands, so a post an active
      *> employee already fills is not handed to an intake row
       MARK-FILLED-POSTS.
           MOVE ZERO TO PERSON-ID.
           START PERSON KEY IS NOT LESS THAN PERSON-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ PERSON NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF PERSON-ACTIVE AND PERSON-POST-ID NOT = SPACES
                           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
                                   UNTIL WS-PS-IDX > WS-POST-COUNT
                               IF WS-PS-ID (WS-PS-IDX) = PERSON-POST-ID
                                   MOVE "Y" TO WS-PS-FILLED (WS-PS-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
               IF WS-PERSON-STATUS (1:1) NOT = "0"
                   MOVE "Y" TO WS-SCAN-EOF
               END-IF
           END-PERFORM.

       WRITE-ONE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
