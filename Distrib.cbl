       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIB.

      *> the last step of the nightly chain: instead of the morning
      *> person copying AssignTwo's detail report and branch
      *> extracts, the reorder alert, XFERAGE, EXCEPSUM, the payroll
      *> register and the rest to each recipient by hand, this reads
      *> the distribution master DISTMAINT keeps and assembles one
      *> dated pack per recipient - Pack-<recipient>-yyyymmdd.txt,
      *> each report under its own banner - and a manifest for the
      *> night (Manifest-yyyymmdd.txt) of every route: SENT with its
      *> line count, EMPTY when the report was produced with nothing
      *> in it, MISSING when tonight's run never wrote it, REFUSED
      *> when a payroll or personnel report (class P on the
      *> DIST-CATALOGUE) is routed to a recipient not flagged as
      *> authorized. A refused report is never copied, whatever the
      *> master says, and its title does not appear in the pack.
      *> BRANCHES on the master fans out to every active branch on
      *> BranchMaster.txt, addressed to its manager, each pack taking
      *> only that branch's own closing extract. Anything missing or
      *> refused ends RC 4 so JOBSEQ logs it as a warning; the run
      *> date is the command-line argument, else ASSIGNTWO_RUNDATE,
      *> else today, so a CATCHUP night distributes that night's
      *> extracts. A site with no master distributes nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT DIST-MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BRANCH-MASTER-FILE ASSIGN TO DYNAMIC WS-BRANCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SOURCE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT PACK-FILE ASSIGN TO DYNAMIC WS-PACK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DIST-MASTER-FILE.
           01 DIST-MASTER-LINE.
               COPY DIST-MASTER.
           FD BRANCH-MASTER-FILE.
           01 BRANCH-MASTER-LINE.
               COPY BRANCH-MASTER.
           FD SOURCE-FILE.
           01 SOURCE-LINE PIC X(250).
           FD PACK-FILE.
           01 PACK-LINE PIC X(250).
           FD MANIFEST-FILE.
           01 MANIFEST-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY DIST-CATALOGUE.
           01 WS-CAT-PATHS.
               05 WS-CAT-PATH OCCURS 11 TIMES PIC X(80).

           01 WS-RCP-TABLE.
               05 WS-RCP-ENTRY OCCURS 50 TIMES INDEXED BY WS-RCP-IDX.
                   10 WS-RCP-CODE PIC X(10).
                   10 WS-RCP-AUTH PIC X(1).
                   10 WS-RCP-DESC PIC X(30).
           01 WS-RCP-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-RTE-TABLE.
               05 WS-RTE-ENTRY OCCURS 300 TIMES INDEXED BY WS-RTE-IDX.
                   10 WS-RTE-RECIPIENT PIC X(10).
                   10 WS-RTE-REPORT PIC X(8).
           01 WS-RTE-COUNT PIC 9(4) COMP VALUE ZERO.

           01 WS-BR-TABLE.
               05 WS-BR-ENTRY OCCURS 200 TIMES INDEXED BY WS-BR-IDX.
                   10 WS-BR-CODE PIC 9(3).
                   10 WS-BR-NAME PIC X(20).
                   10 WS-BR-MANAGER PIC X(20).
           01 WS-BR-COUNT PIC 9(4) COMP VALUE ZERO.
           01 WS-BRANCH-LOADED-SW PIC X(1) VALUE "N".
               88 WS-BRANCH-LOADED VALUE "Y".

           01 WS-MASTER-EOF PIC A(1) VALUE "N".
           01 WS-BRANCH-EOF PIC A(1) VALUE "N".
           01 WS-SOURCE-EOF PIC A(1).

           01 WS-RUN-DATE PIC X(8).
           01 WS-DATE-ARG PIC X(8).
           01 WS-DESKTOP-DIR PIC X(60)
               VALUE "C:\Users\25-00229\Desktop\".
           01 WS-DIST-DIR PIC X(60).

      *> the recipient a pack is being built for - for a branch,
      *> the owner of the routes is BRANCHES and the code on the
      *> pack is BRANCHbbb
           01 WS-CUR-RECIPIENT PIC X(10).
           01 WS-CUR-OWNER PIC X(10).
           01 WS-CUR-ADDRESSEE PIC X(42).
           01 WS-CUR-AUTH PIC X(1).
               88 WS-CUR-AUTHORIZED VALUE "Y".
           01 WS-CUR-BRANCH PIC 9(3).
           01 WS-CUR-ITEMS PIC 9(4) COMP.
           01 WS-BRANCHES-IDX PIC 9(4) COMP VALUE ZERO.
           01 WS-ROUTE-COUNT PIC 9(4) COMP.
           01 WS-CAT-IDX PIC 9(4) COMP.
           01 WS-FOUND-SW PIC X(1).
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

           01 WS-SOURCE-LINES PIC 9(7) COMP.
           01 WS-SENT-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-EMPTY-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-MISSING-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-REFUSED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-UNROUTED-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-PACK-COUNT PIC 9(5) COMP VALUE ZERO.
           01 WS-COUNT-EDIT PIC ZZ,ZZ9.

           01 WS-MANIFEST-DETAIL.
               05 MD-RECIPIENT PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 MD-REPORT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 MD-STATUS PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 MD-LINES PIC ZZZ,ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 MD-PATH PIC X(80).
           01 WS-TOTAL-LINE PIC X(132).

           01 WS-MASTER-PATH PIC X(80).
           01 WS-MASTER-STATUS PIC X(2).
           01 WS-BRANCH-PATH PIC X(80).
           01 WS-BRANCH-STATUS PIC X(2).
           01 WS-SOURCE-PATH PIC X(80).
           01 WS-SOURCE-STATUS PIC X(2).
           01 WS-PACK-PATH PIC X(80).
           01 WS-PACK-STATUS PIC X(2).
           01 WS-MANIFEST-PATH PIC X(80).
           01 WS-MANIFEST-STATUS PIC X(2).

       PROCEDURE DIVISION.
           ACCEPT WS-MASTER-PATH FROM ENVIRONMENT "DISTRIB_MASTER".
           IF WS-MASTER-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\DistMaster.txt"
                   TO WS-MASTER-PATH
           END-IF.
           ACCEPT WS-BRANCH-PATH FROM ENVIRONMENT "BRANCHMASTER_FILE".
           IF WS-BRANCH-PATH = SPACES
               MOVE "C:\Users\25-00229\Desktop\BranchMaster.txt"
                   TO WS-BRANCH-PATH
           END-IF.
           ACCEPT WS-DIST-DIR FROM ENVIRONMENT "DISTRIB_DIR".
           IF WS-DIST-DIR = SPACES
               MOVE WS-DESKTOP-DIR TO WS-DIST-DIR
           END-IF.

           ACCEPT WS-DATE-ARG FROM COMMAND-LINE.
           IF WS-DATE-ARG = SPACES
               ACCEPT WS-DATE-ARG FROM ENVIRONMENT "ASSIGNTWO_RUNDATE"
           END-IF.
           IF WS-DATE-ARG NOT = SPACES AND WS-DATE-ARG IS NUMERIC
               MOVE WS-DATE-ARG TO WS-RUN-DATE
           ELSE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

      *> each report is looked for exactly where the program that
      *> writes it was told to put it
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > DC-ENTRY-COUNT
               MOVE SPACES TO WS-CAT-PATH (DC-IDX)
               ACCEPT WS-CAT-PATH (DC-IDX) FROM ENVIRONMENT
                   DC-ENV (DC-IDX)
               IF WS-CAT-PATH (DC-IDX) = SPACES
                   STRING WS-DESKTOP-DIR DELIMITED BY SPACE
                       DC-FILE (DC-IDX) DELIMITED BY SPACE
                       INTO WS-CAT-PATH (DC-IDX)
                   END-STRING
               END-IF
           END-PERFORM.

           OPEN INPUT DIST-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "NO DISTRIBUTION MASTER - NOTHING DISTRIBUTED"
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ DIST-MASTER-FILE
                   AT END MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-MASTER-LINE
               END-READ
           END-PERFORM.
           CLOSE DIST-MASTER-FILE.

           OPEN INPUT BRANCH-MASTER-FILE.
           IF WS-BRANCH-STATUS = "00"
               SET WS-BRANCH-LOADED TO TRUE
               PERFORM UNTIL WS-BRANCH-EOF = "Y"
                   READ BRANCH-MASTER-FILE
                       AT END MOVE "Y" TO WS-BRANCH-EOF
                       NOT AT END
                           IF BM-ACTIVE AND WS-BR-COUNT < 200
                               ADD 1 TO WS-BR-COUNT
                               SET WS-BR-IDX TO WS-BR-COUNT
                               MOVE BM-BRANCH-CODE
                                   TO WS-BR-CODE (WS-BR-IDX)
                               MOVE BM-NAME TO WS-BR-NAME (WS-BR-IDX)
                               MOVE BM-MANAGER
                                   TO WS-BR-MANAGER (WS-BR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BRANCH-MASTER-FILE
           END-IF.

           MOVE SPACES TO WS-MANIFEST-PATH.
           STRING WS-DIST-DIR DELIMITED BY SPACE
               "Manifest-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-MANIFEST-PATH
           END-STRING.
           OPEN OUTPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "ERROR OPENING MANIFEST FILE - STATUS "
                   WS-MANIFEST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO MANIFEST-LINE.
           STRING "DISTRIBUTION MANIFEST FOR RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO MANIFEST-LINE
           END-STRING.
           WRITE MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE "RECIPIENT   REPORT    STATUS      LINES  SOURCE"
               TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

      *> the named recipients in master order, then one pack per
      *> active branch if BRANCHES has anything routed to it
           PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                   UNTIL WS-RCP-IDX > WS-RCP-COUNT
               IF WS-RCP-CODE (WS-RCP-IDX) = "BRANCHES"
                   SET WS-BRANCHES-IDX TO WS-RCP-IDX
               ELSE
                   MOVE WS-RCP-CODE (WS-RCP-IDX) TO WS-CUR-RECIPIENT
                   MOVE WS-RCP-CODE (WS-RCP-IDX) TO WS-CUR-OWNER
                   MOVE WS-RCP-DESC (WS-RCP-IDX) TO WS-CUR-ADDRESSEE
                   MOVE WS-RCP-AUTH (WS-RCP-IDX) TO WS-CUR-AUTH
                   MOVE ZERO TO WS-CUR-BRANCH
                   PERFORM BUILD-ONE-PACK
               END-IF
           END-PERFORM.
           IF WS-BRANCHES-IDX > ZERO
               PERFORM BUILD-THE-BRANCH-PACKS
           END-IF.
           PERFORM LIST-UNROUTED-LINES.

           MOVE SPACES TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE WS-PACK-COUNT TO WS-COUNT-EDIT.
           STRING WS-COUNT-EDIT " PACKS BUILT"
               DELIMITED BY SIZE INTO WS-TOTAL-LINE
           END-STRING.
           MOVE WS-TOTAL-LINE TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.
           MOVE WS-SENT-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO MANIFEST-LINE.
           STRING WS-COUNT-EDIT " SENT" DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING.
           WRITE MANIFEST-LINE.
           MOVE WS-EMPTY-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO MANIFEST-LINE.
           STRING WS-COUNT-EDIT " EMPTY" DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING.
           WRITE MANIFEST-LINE.
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO MANIFEST-LINE.
           STRING WS-COUNT-EDIT " MISSING" DELIMITED BY SIZE
               INTO MANIFEST-LINE
           END-STRING.
           WRITE MANIFEST-LINE.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO MANIFEST-LINE.
           STRING WS-COUNT-EDIT " REFUSED - NOT AUTHORIZED"
               DELIMITED BY SIZE INTO MANIFEST-LINE
           END-STRING.
           WRITE MANIFEST-LINE.
           IF WS-UNROUTED-COUNT > ZERO
               MOVE WS-UNROUTED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO MANIFEST-LINE
               STRING WS-COUNT-EDIT " NOT DELIVERABLE - UNKNOWN "
                   "RECIPIENT OR REPORT"
                   DELIMITED BY SIZE INTO MANIFEST-LINE
               END-STRING
               WRITE MANIFEST-LINE
           END-IF.
           CLOSE MANIFEST-FILE.

           DISPLAY "DISTRIB: " WS-PACK-COUNT " PACKS, "
               WS-SENT-COUNT " SENT, " WS-EMPTY-COUNT " EMPTY, "
               WS-MISSING-COUNT " MISSING, " WS-REFUSED-COUNT
               " REFUSED".
           IF WS-MISSING-COUNT > ZERO OR WS-REFUSED-COUNT > ZERO OR
                   WS-UNROUTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-ONE-MASTER-LINE.
           EVALUATE TRUE
               WHEN DM-RECIPIENT-ROW
                   IF WS-RCP-COUNT < 50
                       ADD 1 TO WS-RCP-COUNT
                       SET WS-RCP-IDX TO WS-RCP-COUNT
                       MOVE DM-RECIPIENT TO WS-RCP-CODE (WS-RCP-IDX)
                       MOVE DM-AUTHORIZED TO WS-RCP-AUTH (WS-RCP-IDX)
                       MOVE DM-DESCRIPTION
                           TO WS-RCP-DESC (WS-RCP-IDX)
                   END-IF
               WHEN DM-ROUTE-ROW
                   IF WS-RTE-COUNT < 300
                       ADD 1 TO WS-RTE-COUNT
                       SET WS-RTE-IDX TO WS-RTE-COUNT
                       MOVE DM-RECIPIENT
                           TO WS-RTE-RECIPIENT (WS-RTE-IDX)
                       MOVE DM-REPORT TO WS-RTE-REPORT (WS-RTE-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUILD-THE-BRANCH-PACKS.
           IF NOT WS-BRANCH-LOADED
               MOVE "BRANCHES" TO MD-RECIPIENT
               MOVE SPACES TO MD-REPORT
               MOVE "MISSING" TO MD-STATUS
               MOVE ZERO TO MD-LINES
               MOVE WS-BRANCH-PATH TO MD-PATH
               MOVE WS-MANIFEST-DETAIL TO MANIFEST-LINE
               WRITE MANIFEST-LINE
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE SPACES TO WS-CUR-RECIPIENT
               STRING "BRANCH" WS-BR-CODE (WS-BR-IDX)
                   DELIMITED BY SIZE INTO WS-CUR-RECIPIENT
               END-STRING
               MOVE "BRANCHES" TO WS-CUR-OWNER
               MOVE SPACES TO WS-CUR-ADDRESSEE
               STRING WS-BR-MANAGER (WS-BR-IDX) DELIMITED BY "  "
                   ", " DELIMITED BY SIZE
                   WS-BR-NAME (WS-BR-IDX) DELIMITED BY "  "
                   INTO WS-CUR-ADDRESSEE
               END-STRING
               MOVE WS-RCP-AUTH (WS-BRANCHES-IDX) TO WS-CUR-AUTH
               MOVE WS-BR-CODE (WS-BR-IDX) TO WS-CUR-BRANCH
               PERFORM BUILD-ONE-PACK
           END-PERFORM.

      *> a recipient with nothing routed to it gets no pack at all
       BUILD-ONE-PACK.
           MOVE ZERO TO WS-ROUTE-COUNT.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RTE-COUNT
               IF WS-RTE-RECIPIENT (WS-RTE-IDX) = WS-CUR-OWNER
                   ADD 1 TO WS-ROUTE-COUNT
               END-IF
           END-PERFORM.
           IF WS-ROUTE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PACK-PATH.
           STRING WS-DIST-DIR DELIMITED BY SPACE
               "Pack-" DELIMITED BY SIZE
               WS-CUR-RECIPIENT DELIMITED BY SPACE
               "-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-PACK-PATH
           END-STRING.
           OPEN OUTPUT PACK-FILE.
           IF WS-PACK-STATUS NOT = "00"
               DISPLAY "ERROR OPENING PACK FILE " WS-PACK-PATH
                   " - STATUS " WS-PACK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-PACK-COUNT.
           MOVE ZERO TO WS-CUR-ITEMS.
           MOVE SPACES TO PACK-LINE.
           STRING "DELIVERY PACK FOR " DELIMITED BY SIZE
               WS-CUR-RECIPIENT DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               WS-CUR-ADDRESSEE DELIMITED BY SIZE
               INTO PACK-LINE
           END-STRING.
           WRITE PACK-LINE.
           MOVE SPACES TO PACK-LINE.
           STRING "RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO PACK-LINE
           END-STRING.
           WRITE PACK-LINE.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RTE-COUNT
               IF WS-RTE-RECIPIENT (WS-RTE-IDX) = WS-CUR-OWNER
                   PERFORM DELIVER-ONE-ROUTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE WS-CUR-ITEMS TO WS-COUNT-EDIT.
           MOVE SPACES TO PACK-LINE.
           STRING "END OF PACK - " WS-COUNT-EDIT " ITEMS"
               DELIMITED BY SIZE INTO PACK-LINE
           END-STRING.
           WRITE PACK-LINE.
           CLOSE PACK-FILE.

       DELIVER-ONE-ROUTE.
           MOVE WS-CUR-RECIPIENT TO MD-RECIPIENT.
           MOVE WS-RTE-REPORT (WS-RTE-IDX) TO MD-REPORT.
           MOVE ZERO TO MD-LINES.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > DC-ENTRY-COUNT
               IF DC-CODE (DC-IDX) = WS-RTE-REPORT (WS-RTE-IDX)
                   SET WS-FOUND TO TRUE
                   SET WS-CAT-IDX TO DC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-NOT-FOUND
               MOVE "NO-SUCH" TO MD-STATUS
               MOVE SPACES TO MD-PATH
               MOVE WS-MANIFEST-DETAIL TO MANIFEST-LINE
               WRITE MANIFEST-LINE
               ADD 1 TO WS-UNROUTED-COUNT
               EXIT PARAGRAPH
           END-IF.
      *> the one rule the master cannot override
           IF DC-PERSONNEL (WS-CAT-IDX) AND NOT WS-CUR-AUTHORIZED
               MOVE "REFUSED" TO MD-STATUS
               MOVE WS-CAT-PATH (WS-CAT-IDX) TO MD-PATH
               MOVE WS-MANIFEST-DETAIL TO MANIFEST-LINE
               WRITE MANIFEST-LINE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "REFUSED: " DC-CODE (WS-CAT-IDX) " TO "
                   WS-CUR-RECIPIENT " - NOT AUTHORIZED"
               EXIT PARAGRAPH
           END-IF.
           IF NOT DC-PER-BRANCH (WS-CAT-IDX)
               MOVE WS-CAT-PATH (WS-CAT-IDX) TO WS-SOURCE-PATH
               PERFORM COPY-ONE-SOURCE
               EXIT PARAGRAPH
           END-IF.
      *> a branch manager gets their own branch's extract; anyone
      *> else routed the extracts gets every active branch's
           IF WS-CUR-BRANCH > ZERO
               PERFORM BUILD-EXTRACT-PATH
               PERFORM COPY-ONE-SOURCE
           ELSE
               IF NOT WS-BRANCH-LOADED
                   MOVE "MISSING" TO MD-STATUS
                   MOVE WS-BRANCH-PATH TO MD-PATH
                   MOVE WS-MANIFEST-DETAIL TO MANIFEST-LINE
                   WRITE MANIFEST-LINE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
               PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                       UNTIL WS-BR-IDX > WS-BR-COUNT
                   MOVE WS-BR-CODE (WS-BR-IDX) TO WS-CUR-BRANCH
                   PERFORM BUILD-EXTRACT-PATH
                   PERFORM COPY-ONE-SOURCE
               END-PERFORM
               MOVE ZERO TO WS-CUR-BRANCH
           END-IF.

      *> named the way AssignTwo's OPEN-BRANCH-EXTRACT names them
       BUILD-EXTRACT-PATH.
           MOVE SPACES TO WS-SOURCE-PATH.
           STRING WS-CAT-PATH (WS-CAT-IDX) DELIMITED BY SPACE
               "Branch-" DELIMITED BY SIZE
               WS-CUR-BRANCH DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-SOURCE-PATH
           END-STRING.

      *> one report into the open pack under its own banner, and
      *> its line on the manifest
       COPY-ONE-SOURCE.
           MOVE WS-SOURCE-PATH TO MD-PATH.
           ADD 1 TO WS-CUR-ITEMS.
           MOVE SPACES TO PACK-LINE.
           WRITE PACK-LINE.
           MOVE SPACES TO PACK-LINE.
           STRING "======== " DELIMITED BY SIZE
               DC-CODE (WS-CAT-IDX) DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               DC-TITLE (WS-CAT-IDX) DELIMITED BY "  "
               " ========" DELIMITED BY SIZE
               INTO PACK-LINE
           END-STRING.
           WRITE PACK-LINE.
           OPEN INPUT SOURCE-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE "*** NOT PRODUCED BY TONIGHT'S RUN ***"
                   TO PACK-LINE
               WRITE PACK-LINE
               MOVE "MISSING" TO MD-STATUS
               MOVE ZERO TO MD-LINES
               MOVE WS-MANIFEST-DETAIL TO MANIFEST-LINE
               WRITE MANIFEST-LINE
               ADD 1 TO WS-MISSING-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-SOURCE-LINES.
           MOVE "N" TO WS-SOURCE-EOF.
           PERFORM UNTIL WS-SOURCE-EOF = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-SOURCE-EOF
                   NOT AT END
                       ADD 1 TO WS-SOURCE-LINES
                       MOVE SOURCE-LINE TO PACK-LINE
                       WRITE PACK-LINE
               END-READ
           END-PERFORM.
           CLOSE SOURCE-FILE.
           MOVE WS-SOURCE-LINES TO MD-LINES.
           IF WS-SOURCE-LINES = ZERO
               MOVE "*** NOTHING TO REPORT TONIGHT ***" TO PACK-LINE
               WRITE PACK-LINE
               MOVE "EMPTY" TO MD-STATUS
               ADD 1 TO WS-EMPTY-COUNT
           ELSE
               MOVE "SENT" TO MD-STATUS
               ADD 1 TO WS-SENT-COUNT
           END-IF.
           MOVE WS-MANIFEST-DETAIL TO MANIFEST-LINE.
           WRITE MANIFEST-LINE.

      *> a route whose recipient is not on the master - only
      *> possible if the file was edited by hand - still has to show
       LIST-UNROUTED-LINES.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
                   UNTIL WS-RTE-IDX > WS-RTE-COUNT
               SET WS-NOT-FOUND TO TRUE
               PERFORM VARYING WS-RCP-IDX FROM 1 BY 1
                       UNTIL WS-RCP-IDX > WS-RCP-COUNT
                   IF WS-RCP-CODE (WS-RCP-IDX)
                           = WS-RTE-RECIPIENT (WS-RTE-IDX)
                       SET WS-FOUND TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-NOT-FOUND
                   MOVE WS-RTE-RECIPIENT (WS-RTE-IDX) TO MD-RECIPIENT
                   MOVE WS-RTE-REPORT (WS-RTE-IDX) TO MD-REPORT
                   MOVE "NO-RECIP" TO MD-STATUS
                   MOVE ZERO TO MD-LINES
                   MOVE SPACES TO MD-PATH
                   MOVE WS-MANIFEST-DETAIL TO MANIFEST-LINE
                   WRITE MANIFEST-LINE
                   ADD 1 TO WS-UNROUTED-COUNT
               END-IF
           END-PERFORM.

       END PROGRAM DISTRIB.
