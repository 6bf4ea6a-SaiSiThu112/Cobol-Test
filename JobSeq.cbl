      *> or any day carrying the period-end marker - the month-end
      *> step is hung on the end of a clean chain automatically, so
      *> December stops depending on somebody remembering.
      *> Every clean chain now ends with DISTRIB, which packs the
      *> night's reports for each recipient on the distribution
      *> master and writes the manifest of what went where.
      *> The plan is no longer one queue. A plan line may end with
      *> a colon and the names of the steps it waits on - a step is
      *> known by the first word of its command - so the stock
      *> posting and the payroll reports can run as separate
      *> streams ("PAYREG : PAYENT", "STANDRUN :" with nothing
      *> after the colon to start a stream of its own). A line with
      *> no colon waits on the line above it, so an old plan runs
      *> exactly as it always did. The whole plan is read and
      *> checked before anything runs: a dependency on a step that
      *> is not in the plan, or steps that wait on each other, and
      *> nothing runs at all. A failed step now skips only the
      *> steps that depend on it, directly or further down the
      *> line, while everything else carries on; the end-of-chain
      *> summary in JobLog.txt shows every step as completed,
      *> failed, or skipped and because of which failure, and
      *> JobState.txt keeps each step's outcome so RESTART reruns
      *> just what did not complete and SKIP waives just what
      *> failed. Month-end and DISTRIB still wait on the whole plan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *> what became of each of today's steps - the restart key
           SELECT JOB-STATE-FILE ASSIGN TO DYNAMIC WS-STATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD JOB-PLAN-FILE.
           01 JOB-PLAN-LINE PIC X(120).

           FD JOB-LOG-FILE.
           01 JOB-LOG-LINE PIC X(120).
               05 RC-STATUS PIC X(9).
               05 FILLER PIC X(62).

      *> one line per step: C completed, F failed, K skipped behind
      *> a failure, A skipped with supervisor authorization
           FD JOB-STATE-FILE.
           01 JOB-STATE-LINE.
               05 JS-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 JS-STEP PIC 9(3).
               05 FILLER PIC X(1).
               05 JS-OUTCOME PIC X(1).
               05 FILLER PIC X(1).
               05 JS-NAME PIC X(12).

       WORKING-STORAGE SECTION.
           01 WS-PLAN-EOF PIC A(1) VALUE "N".
           01 WS-COMMAND PIC X(40).
           01 WS-STEP-NAME PIC X(20).
           01 WS-COMPLETED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-FAILED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(3) VALUE ZERO.
           01 WS-WAIVED-COUNT PIC 9(3) VALUE ZERO.

           01 WS-RUN-DATE PIC 9(8).
           01 WS-STEP-START PIC 9(8).
           01 WS-STEP-RC PIC S9(4).
           01 WS-RC-EDIT PIC -ZZZ9.
           01 WS-LOG-ENTRY PIC X(120).
           01 WS-MESSAGE PIC X(120).
           01 WS-MESSAGE-PTR PIC 9(3).

           01 WS-PLAN-PATH PIC X(80).
           01 WS-JOB-LOG-PATH PIC X(80).
           01 WS-CALENDAR-STATUS PIC X(2).
           01 WS-RUN-CONTROL-STATUS PIC X(2).

      *> the plan, loaded whole and checked before a step runs: each
      *> step's command, the name other lines know it by (the first
      *> word of the command), the steps it waits on, and what became
      *> of it tonight. Tail steps are month-end and DISTRIB, which
      *> wait on everything ahead of them.
           01 WS-PLAN-TABLE.
               05 WS-PL-ENTRY OCCURS 100 TIMES INDEXED BY WS-PL-IDX.
                   10 WS-PL-COMMAND PIC X(40).
                   10 WS-PL-NAME PIC X(12).
                   10 WS-PL-TAIL-SW PIC X(1).
                       88 WS-PL-TAIL VALUE "Y".
                   10 WS-PL-DEP-COUNT PIC 9(2).
                   10 WS-PL-DEP OCCURS 8 TIMES.
                       15 WS-PL-DEP-NAME PIC X(12).
                       15 WS-PL-DEP-STEP PIC 9(3).
                   10 WS-PL-ORDERED-SW PIC X(1).
                       88 WS-PL-ORDERED VALUE "Y".
                   10 WS-PL-OUTCOME PIC X(1).
                       88 WS-PL-PENDING VALUE " ".
                       88 WS-PL-COMPLETED VALUE "C".
                       88 WS-PL-FAILED VALUE "F".
                       88 WS-PL-SKIPPED VALUE "K".
                       88 WS-PL-AUTH-SKIPPED VALUE "A".
                       88 WS-PL-SATISFIED VALUES "C" "A".
                   10 WS-PL-RESUMED-SW PIC X(1).
                       88 WS-PL-RESUMED VALUE "Y".
                   10 WS-PL-CAUSE PIC X(12).
                   10 WS-PL-RC PIC S9(4).
           01 WS-PLAN-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PLAN-MAX PIC 9(3) VALUE 98.
           01 WS-PLAN-OVERFLOW PIC 9(3) VALUE ZERO.
           01 WS-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PLAN-ERRORS PIC 9(3) VALUE ZERO.

      *> the running order the check works out - dependencies
      *> first, plan order where nothing says otherwise
           01 WS-ORDER-TABLE.
               05 WS-ORDER-STEP PIC 9(3) OCCURS 100 TIMES.
           01 WS-ORDER-COUNT PIC 9(3) VALUE ZERO.
           01 WS-ORDER-SUB PIC 9(3).
           01 WS-PROGRESS-SW PIC X(1).
               88 WS-MADE-PROGRESS VALUE "Y".
               88 WS-NO-PROGRESS VALUE "N".
           01 WS-READY-SW PIC X(1).
               88 WS-DEPS-READY VALUE "Y".

           01 WS-CUR-STEP PIC 9(3).
           01 WS-SCAN-SUB PIC 9(3).
           01 WS-DEP-SUB PIC 9(2).
           01 WS-DEP-STEP PIC 9(3).
           01 WS-MATCH-COUNT PIC 9(3).
           01 WS-MATCH-STEP PIC 9(3).
           01 WS-BLOCKER PIC X(12).

      *> one plan line taken apart: the command, and after the colon
      *> the names of the steps it waits on
           01 WS-CMD-PART PIC X(120).
           01 WS-DEP-PART PIC X(120).
           01 WS-COLON-COUNT PIC 9(3).
           01 WS-LEAD-COUNT PIC 9(3).
           01 WS-DEP-PTR PIC 9(3).
           01 WS-DEP-WORD PIC X(12).

      *> the calendar, loaded once up front
           01 WS-CAL-TABLE.
               05 WS-CL-ENTRY OCCURS 400 TIMES INDEXED BY WS-CL-IDX.
           01 WS-MONTH-END-SW PIC X(1) VALUE "N".
               88 WS-MONTH-END-TONIGHT VALUE "Y".

      *> restart machinery: what the command line asked for, what
      *> today's earlier run left behind, and the supervisor
      *> sign-off a skip demands
           01 WS-MODE-ARG PIC X(7).
           01 WS-MODE-SW PIC X(1) VALUE "N".
               88 WS-RESTART-MODE VALUE "R".
               88 WS-SKIP-MODE VALUE "S".
           01 WS-STATE-PATH PIC X(80).
           01 WS-STATE-STATUS PIC X(2).
           01 WS-STATE-EOF PIC A(1) VALUE "N".
           01 WS-STATE-FOUND-SW PIC X(1) VALUE "N".
               88 WS-STATE-FOUND VALUE "Y".
           01 WS-APPROVER-ID PIC X(10).
           01 WS-AUTH-CODE PIC X(10).
           01 WS-VALID-AUTH-CODE PIC X(10) VALUE "JOB-AUTH01".
                   CONTINUE
           END-EVALUATE.

      *> the whole plan is read and checked before a single step
      *> runs - a slip in a dependency name, or two steps waiting on
      *> each other, stops the night here rather than halfway through
           PERFORM LOAD-THE-PLAN.
           IF WS-PLAN-ERRORS = ZERO
               PERFORM CHECK-THE-PLAN
           END-IF.
           IF WS-PLAN-ERRORS > ZERO
               DISPLAY "JOB PLAN REJECTED - " WS-PLAN-ERRORS
                   " ERROR(S) - NO STEP HAS BEEN RUN"
               MOVE SPACES TO WS-LOG-ENTRY
               STRING "CHAIN:    DATE: " WS-RUN-DATE
                   " JOB PLAN REJECTED - " WS-PLAN-ERRORS
                   " ERROR(S) - NO STEP RUN"
                   DELIMITED BY SIZE INTO WS-LOG-ENTRY
               END-STRING
               PERFORM WRITE-LOG-ENTRY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CONSULT-THE-CALENDAR.

      *> on the month's last working day (or a marked period-end
      *> day) the month-end step hangs on the end of the plan, and
      *> whatever the night produced goes out in the recipients'
      *> packs - both wait on every plan step, so nobody is sent half
      *> a night's reports and no month closes on a broken night
           IF WS-MONTH-END-TONIGHT
               DISPLAY "MONTH-END DAY - APPENDING THE MONTH-END STEP"
               MOVE SPACES TO WS-COMMAND
               STRING "MONTHEND " WS-RUN-DATE (1:6)
                   DELIMITED BY SIZE INTO WS-COMMAND
               END-STRING
               PERFORM ADD-A-TAIL-STEP
           END-IF.
           MOVE SPACES TO WS-COMMAND.
           STRING "DISTRIB " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-COMMAND
           END-STRING.
           PERFORM ADD-A-TAIL-STEP.

      *> a restart or skip picks up what today's earlier run left
      *> behind; a fresh run starts every step over
           IF WS-RESTART-MODE OR WS-SKIP-MODE
               PERFORM PICK-UP-TODAYS-STATE
           END-IF.
           PERFORM WRITE-JOB-STATE.

           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
               MOVE WS-ORDER-STEP (WS-ORDER-SUB) TO WS-CUR-STEP
               PERFORM RUN-OR-SKIP-ONE-STEP
           END-PERFORM.

           PERFORM LOG-THE-SUMMARY.
           IF WS-FAILED-COUNT = ZERO AND WS-SKIPPED-COUNT = ZERO
               DISPLAY "CHAIN COMPLETE - " WS-COMPLETED-COUNT " OF "
                   WS-ENTRY-COUNT " STEPS RAN CLEAN"
           ELSE
               DISPLAY "CHAIN FINISHED - " WS-COMPLETED-COUNT
                   " COMPLETED, " WS-FAILED-COUNT " FAILED, "
                   WS-SKIPPED-COUNT " SKIPPED BEHIND A FAILURE"
               DISPLAY "FIX THE CAUSE AND RUN JOBSEQ RESTART, OR "
                   "JOBSEQ SKIP WITH SUPERVISOR AUTHORIZATION"
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> every non-comment line of the plan into the table
       LOAD-THE-PLAN.
           OPEN INPUT JOB-PLAN-FILE.
           IF WS-PLAN-STATUS NOT = "00"
               DISPLAY "ERROR OPENING JOB PLAN FILE - STATUS "
                               JOB-PLAN-LINE (1:1) = "*"
                           CONTINUE
                       ELSE
                           PERFORM TAKE-ONE-PLAN-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOB-PLAN-FILE.
           MOVE WS-PLAN-COUNT TO WS-ENTRY-COUNT.

      *> "COMMAND ARGS : STEP STEP" - the command, then after the
      *> colon the steps it waits on, separated by spaces or commas
       TAKE-ONE-PLAN-LINE.
           IF WS-PLAN-COUNT NOT < WS-PLAN-MAX
               ADD 1 TO WS-PLAN-OVERFLOW
               IF WS-PLAN-OVERFLOW = 1
                   DISPLAY "PLAN ERROR: MORE THAN " WS-PLAN-MAX
                       " STEPS IN THE PLAN"
                   ADD 1 TO WS-PLAN-ERRORS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PLAN-COUNT.
           MOVE WS-PLAN-COUNT TO WS-CUR-STEP.
           SET WS-PL-IDX TO WS-PLAN-COUNT.
           INITIALIZE WS-PL-ENTRY (WS-PL-IDX).

           MOVE ZERO TO WS-COLON-COUNT.
           INSPECT JOB-PLAN-LINE TALLYING WS-COLON-COUNT FOR ALL ":".
           MOVE SPACES TO WS-CMD-PART WS-DEP-PART.
           UNSTRING JOB-PLAN-LINE DELIMITED BY ":"
               INTO WS-CMD-PART WS-DEP-PART
           END-UNSTRING.
           IF WS-CMD-PART (41:) NOT = SPACES
               DISPLAY "PLAN ERROR: STEP " WS-CUR-STEP
                   " COMMAND IS LONGER THAN 40 CHARACTERS"
               ADD 1 TO WS-PLAN-ERRORS
           END-IF.
           IF WS-COLON-COUNT > 1
               DISPLAY "PLAN ERROR: STEP " WS-CUR-STEP
                   " HAS MORE THAN ONE COLON"
               ADD 1 TO WS-PLAN-ERRORS
           END-IF.
           MOVE WS-CMD-PART TO WS-PL-COMMAND (WS-PL-IDX).
           PERFORM NAME-THE-STEP.
           IF WS-PL-NAME (WS-PL-IDX) = SPACES
               DISPLAY "PLAN ERROR: STEP " WS-CUR-STEP
                   " HAS NO COMMAND"
               ADD 1 TO WS-PLAN-ERRORS
           END-IF.

           IF WS-COLON-COUNT = ZERO
      *> no clause: the line waits on the line above it, so a plan
      *> written before dependencies existed runs strictly in order
               IF WS-PLAN-COUNT > 1
                   COMPUTE WS-DEP-STEP = WS-PLAN-COUNT - 1
                   MOVE 1 TO WS-PL-DEP-COUNT (WS-PL-IDX)
                   MOVE WS-DEP-STEP TO WS-PL-DEP-STEP (WS-PL-IDX, 1)
                   MOVE WS-PL-NAME (WS-DEP-STEP)
                       TO WS-PL-DEP-NAME (WS-PL-IDX, 1)
               END-IF
           ELSE
      *> a colon with nothing after it starts a stream of its own
               MOVE 1 TO WS-DEP-PTR
               PERFORM UNTIL WS-DEP-PTR > 120
                   MOVE SPACES TO WS-DEP-WORD
                   UNSTRING WS-DEP-PART
                       DELIMITED BY ALL SPACE OR ALL ","
                       INTO WS-DEP-WORD
                       WITH POINTER WS-DEP-PTR
                   END-UNSTRING
                   IF WS-DEP-WORD NOT = SPACES
                       PERFORM ADD-ONE-DEPENDENCY
                   END-IF
               END-PERFORM
           END-IF.

       ADD-ONE-DEPENDENCY.
           INSPECT WS-DEP-WORD CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-PL-DEP-COUNT (WS-PL-IDX) = 8
               DISPLAY "PLAN ERROR: STEP " WS-CUR-STEP
                   " WAITS ON MORE THAN 8 STEPS - " WS-DEP-WORD
                   " NOT TAKEN"
               ADD 1 TO WS-PLAN-ERRORS
           ELSE
               ADD 1 TO WS-PL-DEP-COUNT (WS-PL-IDX)
               MOVE WS-PL-DEP-COUNT (WS-PL-IDX) TO WS-DEP-SUB
               MOVE WS-DEP-WORD
                   TO WS-PL-DEP-NAME (WS-PL-IDX, WS-DEP-SUB)
               MOVE ZERO TO WS-PL-DEP-STEP (WS-PL-IDX, WS-DEP-SUB)
           END-IF.

      *> a step is known by the first word of its command
       NAME-THE-STEP.
           MOVE ZERO TO WS-LEAD-COUNT.
           INSPECT WS-PL-COMMAND (WS-PL-IDX)
               TALLYING WS-LEAD-COUNT FOR LEADING SPACES.
           MOVE SPACES TO WS-PL-NAME (WS-PL-IDX).
           IF WS-LEAD-COUNT < 40
               UNSTRING WS-PL-COMMAND (WS-PL-IDX) (WS-LEAD-COUNT + 1:)
                   DELIMITED BY ALL SPACE
                   INTO WS-PL-NAME (WS-PL-IDX)
               END-UNSTRING
           END-IF.
           INSPECT WS-PL-NAME (WS-PL-IDX)
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> every named dependency must be exactly one step of the plan,
      *> and the plan must come out in an order where each step's
      *> dependencies run ahead of it
       CHECK-THE-PLAN.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-PLAN-COUNT
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB > WS-PL-DEP-COUNT (WS-PL-IDX)
                   IF WS-PL-DEP-STEP (WS-PL-IDX, WS-DEP-SUB) = ZERO
                       PERFORM RESOLVE-ONE-DEPENDENCY
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-PLAN-ERRORS = ZERO
               PERFORM ORDER-THE-PLAN
           END-IF.

       RESOLVE-ONE-DEPENDENCY.
           SET WS-CUR-STEP TO WS-PL-IDX.
           MOVE ZERO TO WS-MATCH-COUNT WS-MATCH-STEP.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-PLAN-COUNT
               IF WS-PL-NAME (WS-SCAN-SUB)
                       = WS-PL-DEP-NAME (WS-PL-IDX, WS-DEP-SUB)
                   ADD 1 TO WS-MATCH-COUNT
                   MOVE WS-SCAN-SUB TO WS-MATCH-STEP
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-MESSAGE.
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = ZERO
                   STRING "PLAN ERROR: STEP " WS-CUR-STEP " "
                           DELIMITED BY SIZE
                       WS-PL-NAME (WS-PL-IDX) DELIMITED BY SPACE
                       " WAITS ON UNKNOWN STEP " DELIMITED BY SIZE
                       WS-PL-DEP-NAME (WS-PL-IDX, WS-DEP-SUB)
                           DELIMITED BY SPACE
                       INTO WS-MESSAGE
                   END-STRING
               WHEN WS-MATCH-COUNT > 1
                   STRING "PLAN ERROR: STEP " WS-CUR-STEP " "
                           DELIMITED BY SIZE
                       WS-PL-NAME (WS-PL-IDX) DELIMITED BY SPACE
                       " WAITS ON " DELIMITED BY SIZE
                       WS-PL-DEP-NAME (WS-PL-IDX, WS-DEP-SUB)
                           DELIMITED BY SPACE
                       ", WHICH IS IN THE PLAN MORE THAN ONCE"
                           DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
               WHEN WS-MATCH-STEP = WS-CUR-STEP
                   STRING "PLAN ERROR: STEP " WS-CUR-STEP " "
                           DELIMITED BY SIZE
                       WS-PL-NAME (WS-PL-IDX) DELIMITED BY SPACE
                       " WAITS ON ITSELF" DELIMITED BY SIZE
                       INTO WS-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE WS-MATCH-STEP
                       TO WS-PL-DEP-STEP (WS-PL-IDX, WS-DEP-SUB)
           END-EVALUATE.
           IF WS-MESSAGE NOT = SPACES
               DISPLAY WS-MESSAGE
               ADD 1 TO WS-PLAN-ERRORS
           END-IF.

      *> repeatedly take the first step in plan order whose
      *> dependencies are all already placed; whatever can never be
      *> placed is waiting, somewhere along the line, on itself
       ORDER-THE-PLAN.
           MOVE ZERO TO WS-ORDER-COUNT.
           SET WS-MADE-PROGRESS TO TRUE.
           PERFORM UNTIL WS-NO-PROGRESS
               SET WS-NO-PROGRESS TO TRUE
               PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-PLAN-COUNT
                   IF NOT WS-PL-ORDERED (WS-PL-IDX)
                       PERFORM CHECK-DEPS-ORDERED
                       IF WS-DEPS-READY
                           SET WS-PL-ORDERED (WS-PL-IDX) TO TRUE
                           ADD 1 TO WS-ORDER-COUNT
                           SET WS-ORDER-STEP (WS-ORDER-COUNT)
                               TO WS-PL-IDX
                           SET WS-MADE-PROGRESS TO TRUE
                           EXIT PERFORM
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-ORDER-COUNT < WS-PLAN-COUNT
               MOVE SPACES TO WS-MESSAGE
               MOVE 1 TO WS-MESSAGE-PTR
               STRING "PLAN ERROR: CIRCULAR DEPENDENCY AMONG OR "
                   "BEHIND:" DELIMITED BY SIZE
                   INTO WS-MESSAGE WITH POINTER WS-MESSAGE-PTR
               END-STRING
               PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-PLAN-COUNT
                   IF NOT WS-PL-ORDERED (WS-PL-IDX)
                       STRING " " DELIMITED BY SIZE
                           WS-PL-NAME (WS-PL-IDX) DELIMITED BY SPACE
                           INTO WS-MESSAGE WITH POINTER WS-MESSAGE-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
               END-PERFORM
               DISPLAY WS-MESSAGE
               ADD 1 TO WS-PLAN-ERRORS
           END-IF.

       CHECK-DEPS-ORDERED.
           SET WS-DEPS-READY TO TRUE.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > WS-PL-DEP-COUNT (WS-PL-IDX)
               MOVE WS-PL-DEP-STEP (WS-PL-IDX, WS-DEP-SUB)
                   TO WS-DEP-STEP
               IF NOT WS-PL-ORDERED (WS-DEP-STEP)
                   MOVE "N" TO WS-READY-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> month-end and DISTRIB go on the end of the running order and
      *> wait on everything ahead of them
       ADD-A-TAIL-STEP.
           ADD 1 TO WS-ENTRY-COUNT.
           SET WS-PL-IDX TO WS-ENTRY-COUNT.
           INITIALIZE WS-PL-ENTRY (WS-PL-IDX).
           MOVE WS-COMMAND TO WS-PL-COMMAND (WS-PL-IDX).
           PERFORM NAME-THE-STEP.
           SET WS-PL-TAIL (WS-PL-IDX) TO TRUE.
           ADD 1 TO WS-ORDER-COUNT.
           MOVE WS-ENTRY-COUNT TO WS-ORDER-STEP (WS-ORDER-COUNT).

      *> today's state: what completed, what failed, what a
      *> supervisor already waived. A step skipped behind a failure
      *> simply runs again once its failure is dealt with.
       PICK-UP-TODAYS-STATE.
           OPEN INPUT JOB-STATE-FILE.
           IF WS-STATE-STATUS = "00"
               PERFORM UNTIL WS-STATE-EOF = "Y"
                   READ JOB-STATE-FILE
                       AT END MOVE "Y" TO WS-STATE-EOF
                       NOT AT END
                           IF JS-DATE = WS-RUN-DATE
                               SET WS-STATE-FOUND TO TRUE
                               PERFORM TAKE-ONE-STATE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-STATE-FILE
           END-IF.
           IF NOT WS-STATE-FOUND
               DISPLAY "NO CHAIN STATE FOR TODAY - NOTHING TO RESUME"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-SKIP-MODE
               PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-ENTRY-COUNT
                   IF WS-PL-FAILED (WS-PL-IDX)
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
               END-PERFORM
               IF WS-FAILED-COUNT = ZERO
                   DISPLAY "NO STEP FAILED TODAY - NOTHING TO SKIP"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
      *> abandoning a failed step is a supervisor's call, taken
      *> under the same authorization discipline a delete takes
               DISPLAY "Enter approver ID and authorization "
                   "code to skip the failed step(s)"
               ACCEPT WS-APPROVER-ID
               ACCEPT WS-AUTH-CODE
               IF WS-AUTH-CODE NOT = WS-VALID-AUTH-CODE
                   DISPLAY "AUTHORIZATION FAILED - NOTHING SKIPPED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-ENTRY-COUNT
                   IF WS-PL-FAILED (WS-PL-IDX)
                       SET WS-PL-AUTH-SKIPPED (WS-PL-IDX) TO TRUE
                       PERFORM LOG-THE-SKIP
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-FAILED-COUNT
           ELSE
               PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                       UNTIL WS-PL-IDX > WS-ENTRY-COUNT
                   IF WS-PL-FAILED (WS-PL-IDX)
                       SET WS-PL-PENDING (WS-PL-IDX) TO TRUE
                       SET WS-CUR-STEP TO WS-PL-IDX
                       DISPLAY "RESUMING - STEP " WS-CUR-STEP " "
                           WS-PL-COMMAND (WS-PL-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *> a state line only counts against the same step of the same
      *> plan - a plan edited since the failure runs the changed step
      *> afresh
       TAKE-ONE-STATE-LINE.
           IF JS-STEP IS NUMERIC
               IF JS-STEP > ZERO AND JS-STEP NOT > WS-ENTRY-COUNT
                   MOVE JS-STEP TO WS-SCAN-SUB
                   IF JS-NAME = WS-PL-NAME (WS-SCAN-SUB) AND
                           (JS-OUTCOME = "C" OR JS-OUTCOME = "F"
                            OR JS-OUTCOME = "A")
                       MOVE JS-OUTCOME TO WS-PL-OUTCOME (WS-SCAN-SUB)
                   END-IF
               END-IF
           END-IF.

      *> one step in running order: behind us already, blocked by a
      *> failure it depends on, or run
       RUN-OR-SKIP-ONE-STEP.
           SET WS-PL-IDX TO WS-CUR-STEP.
           IF WS-PL-SATISFIED (WS-PL-IDX)
      *> already behind us - a completed (or authorized-skipped)
      *> step must not run twice into its own already-posted checks
               SET WS-PL-RESUMED (WS-PL-IDX) TO TRUE
               DISPLAY "RESUMED PAST STEP " WS-CUR-STEP ": "
                   WS-PL-COMMAND (WS-PL-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-A-FAILED-PREREQUISITE.
           IF WS-BLOCKER NOT = SPACES
               SET WS-PL-SKIPPED (WS-PL-IDX) TO TRUE
               MOVE WS-BLOCKER TO WS-PL-CAUSE (WS-PL-IDX)
               MOVE SPACES TO WS-MESSAGE
               STRING "SKIPPED (" DELIMITED BY SIZE
                   WS-BLOCKER DELIMITED BY SPACE
                   " FAILED): " WS-PL-COMMAND (WS-PL-IDX)
                       DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
               DISPLAY WS-MESSAGE
               PERFORM WRITE-JOB-STATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM RUN-ONE-STEP.

      *> the failure a step is blocked by - the failed step itself,
      *> or for a step behind a skipped one, the failure that skipped
      *> that one
       FIND-A-FAILED-PREREQUISITE.
           MOVE SPACES TO WS-BLOCKER.
           IF WS-PL-TAIL (WS-PL-IDX)
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB NOT < WS-CUR-STEP
                   IF WS-PL-FAILED (WS-SCAN-SUB) OR
                           WS-PL-SKIPPED (WS-SCAN-SUB)
                       MOVE WS-PL-CAUSE (WS-SCAN-SUB) TO WS-BLOCKER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                       UNTIL WS-DEP-SUB > WS-PL-DEP-COUNT (WS-PL-IDX)
                   MOVE WS-PL-DEP-STEP (WS-PL-IDX, WS-DEP-SUB)
                       TO WS-DEP-STEP
                   IF WS-PL-FAILED (WS-DEP-STEP) OR
                           WS-PL-SKIPPED (WS-DEP-STEP)
                       MOVE WS-PL-CAUSE (WS-DEP-STEP) TO WS-BLOCKER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
      *> one step: launch it, time it, log it, and mark it failed if
      *> it came back worse than a warning - return code 4 is the
      *> condition-code convention for "noted, carry on" (INTEGAUD
      *> grades its findings that way) and must not demand a
      *> supervisor SKIP
       RUN-ONE-STEP.
           MOVE WS-PL-COMMAND (WS-PL-IDX) TO WS-COMMAND.
           MOVE WS-PL-COMMAND (WS-PL-IDX) TO WS-STEP-NAME.
           DISPLAY "RUNNING STEP " WS-STEP-NAME.
           ACCEPT WS-STEP-START FROM TIME.
           CALL "SYSTEM" USING WS-COMMAND.
           WRITE JOB-LOG-LINE.
           CLOSE JOB-LOG-FILE.

           MOVE WS-STEP-RC TO WS-PL-RC (WS-PL-IDX).
           IF WS-STEP-RC = ZERO OR WS-STEP-RC = 4
               IF WS-STEP-RC = 4
                   DISPLAY "STEP " WS-STEP-NAME " ENDED WITH "
                       "WARNINGS RC " WS-RC-EDIT " - CHAIN "
                       "CONTINUES"
               END-IF
               SET WS-PL-COMPLETED (WS-PL-IDX) TO TRUE
           ELSE
               SET WS-PL-FAILED (WS-PL-IDX) TO TRUE
               MOVE WS-PL-NAME (WS-PL-IDX) TO WS-PL-CAUSE (WS-PL-IDX)
               DISPLAY "STEP " WS-STEP-NAME " FAILED WITH RETURN "
                   "CODE " WS-RC-EDIT " - STEPS THAT DEPEND ON IT "
                   "WILL BE SKIPPED"
           END-IF.
           PERFORM WRITE-JOB-STATE.

      *> the calendar's three answers: is today a processing day at
      *> all, did the last business day before today actually post,
                   " BEFORE TONIGHT'S CHAIN ***"
           END-IF.

      *> every step's outcome for the date - what a RESTART or SKIP
      *> picks up
       WRITE-JOB-STATE.
           OPEN OUTPUT JOB-STATE-FILE.
           IF WS-STATE-STATUS NOT = "00"
                   WS-STATE-STATUS
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-ENTRY-COUNT
               MOVE SPACES TO JOB-STATE-LINE
               MOVE WS-RUN-DATE TO JS-DATE
               MOVE WS-SCAN-SUB TO JS-STEP
               MOVE WS-PL-OUTCOME (WS-SCAN-SUB) TO JS-OUTCOME
               MOVE WS-PL-NAME (WS-SCAN-SUB) TO JS-NAME
               WRITE JOB-STATE-LINE
           END-PERFORM.
           CLOSE JOB-STATE-FILE.

       LOG-THE-SKIP.
           SET WS-CUR-STEP TO WS-PL-IDX.
           MOVE SPACES TO WS-LOG-ENTRY.
           STRING "JOB:      JOBSEQ    DATE: " WS-RUN-DATE
               " STEP " WS-CUR-STEP " " DELIMITED BY SIZE
               WS-PL-NAME (WS-PL-IDX) DELIMITED BY SPACE
               " SKIPPED WITH AUTHORIZATION BY "
               WS-APPROVER-ID
               DELIMITED BY SIZE INTO WS-LOG-ENTRY
           END-STRING.
           PERFORM WRITE-LOG-ENTRY.

      *> the end-of-chain summary: one line per step saying what
      *> became of it, and for a skipped step which failure it was
      *> skipped behind
       LOG-THE-SUMMARY.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-ENTRY-COUNT
               EVALUATE TRUE
                   WHEN WS-PL-COMPLETED (WS-PL-IDX)
                       ADD 1 TO WS-COMPLETED-COUNT
                   WHEN WS-PL-FAILED (WS-PL-IDX)
                       ADD 1 TO WS-FAILED-COUNT
                   WHEN WS-PL-AUTH-SKIPPED (WS-PL-IDX)
                       ADD 1 TO WS-WAIVED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED-COUNT
               END-EVALUATE
           END-PERFORM.
           MOVE SPACES TO WS-LOG-ENTRY.
           STRING "CHAIN:    DATE: " WS-RUN-DATE
               " END OF CHAIN - " WS-ENTRY-COUNT " STEPS: "
               WS-COMPLETED-COUNT " COMPLETED, "
               WS-FAILED-COUNT " FAILED, "
               WS-SKIPPED-COUNT " SKIPPED, "
               WS-WAIVED-COUNT " WAIVED"
               DELIMITED BY SIZE INTO WS-LOG-ENTRY
           END-STRING.
           PERFORM WRITE-LOG-ENTRY.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
                   UNTIL WS-PL-IDX > WS-ENTRY-COUNT
               SET WS-CUR-STEP TO WS-PL-IDX
               MOVE WS-PL-RC (WS-PL-IDX) TO WS-RC-EDIT
               MOVE SPACES TO WS-LOG-ENTRY
               EVALUATE TRUE
                   WHEN WS-PL-COMPLETED (WS-PL-IDX) AND
                           WS-PL-RESUMED (WS-PL-IDX)
                       STRING "CHAIN:    STEP " WS-CUR-STEP " "
                           WS-PL-NAME (WS-PL-IDX)
                           " COMPLETED IN AN EARLIER RUN"
                           DELIMITED BY SIZE INTO WS-LOG-ENTRY
                       END-STRING
                   WHEN WS-PL-COMPLETED (WS-PL-IDX) AND
                           WS-PL-RC (WS-PL-IDX) = 4
                       STRING "CHAIN:    STEP " WS-CUR-STEP " "
                           WS-PL-NAME (WS-PL-IDX)
                           " COMPLETED WITH WARNINGS RC " WS-RC-EDIT
                           DELIMITED BY SIZE INTO WS-LOG-ENTRY
                       END-STRING
                   WHEN WS-PL-COMPLETED (WS-PL-IDX)
                       STRING "CHAIN:    STEP " WS-CUR-STEP " "
                           WS-PL-NAME (WS-PL-IDX)
                           " COMPLETED"
                           DELIMITED BY SIZE INTO WS-LOG-ENTRY
                       END-STRING
                   WHEN WS-PL-FAILED (WS-PL-IDX)
                       STRING "CHAIN:    STEP " WS-CUR-STEP " "
                           WS-PL-NAME (WS-PL-IDX)
                           " FAILED RC " WS-RC-EDIT
                           DELIMITED BY SIZE INTO WS-LOG-ENTRY
                       END-STRING
                   WHEN WS-PL-AUTH-SKIPPED (WS-PL-IDX)
                       STRING "CHAIN:    STEP " WS-CUR-STEP " "
                           WS-PL-NAME (WS-PL-IDX)
                           " SKIPPED WITH AUTHORIZATION"
                           DELIMITED BY SIZE INTO WS-LOG-ENTRY
                       END-STRING
                   WHEN WS-PL-SKIPPED (WS-PL-IDX)
                       STRING "CHAIN:    STEP " WS-CUR-STEP " "
                           WS-PL-NAME (WS-PL-IDX)
                           " SKIPPED - DEPENDS ON FAILED "
                           WS-PL-CAUSE (WS-PL-IDX)
                           DELIMITED BY SIZE INTO WS-LOG-ENTRY
                       END-STRING
                   WHEN OTHER
                       STRING "CHAIN:    STEP " WS-CUR-STEP " "
                           WS-PL-NAME (WS-PL-IDX)
                           " NOT RUN"
                           DELIMITED BY SIZE INTO WS-LOG-ENTRY
                       END-STRING
               END-EVALUATE
               DISPLAY WS-LOG-ENTRY (11:110)
               PERFORM WRITE-LOG-ENTRY
           END-PERFORM.

       WRITE-LOG-ENTRY.
           OPEN EXTEND JOB-LOG-FILE.
           IF WS-JOB-LOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF.
           IF WS-JOB-LOG-STATUS = "00"
               MOVE WS-LOG-ENTRY TO JOB-LOG-LINE
               WRITE JOB-LOG-LINE
               CLOSE JOB-LOG-FILE
           ELSE
               DISPLAY "ERROR OPENING JOB LOG FILE - STATUS "
                   WS-JOB-LOG-STATUS
           END-IF.

       END PROGRAM JOBSEQ.
