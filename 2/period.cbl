       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2021-PERIOD.

      * Month-end period close. Every production run appends a HIST
      * line per boat to history.txt and the consolidation appends
      * the streams' lines on top, but nothing ever took a line off
      * again - the file only grew, while the trend report reads no
      * more than the last seven runs and the archive step's
      * retention never touches it. Management's monthly figures
      * were built by hand from the raw lines. This program closes
      * every month up to and including the close month: for each
      * one it writes a summary to period.txt - one line per boat
      * with its runs, month-end answers, command volumes by type,
      * exceptions and fuel burned, and a FLEET line totalling them,
      * both carrying the calendar quarter so quarterly figures are
      * three months' lines added up. The closed months' HIST lines
      * then move to history.NNNNNN.arc under the cycle the close
      * ran in, where the restatement program reprints them, and
      * history.txt is cut back to the open period. The close month
      * comes from close.txt (one line, YYYYMM); absent or blank it
      * is last month. Nothing is closed while cycle.txt shows a
      * cycle still in progress, while the close month has not yet
      * ended, or while the last completed cycle - the one the
      * backout program can still reverse - has lines in a month
      * being closed; a refused close leaves every file untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Run history and the work copy the open period is filtered
      * through on its way back
           SELECT HISTORY-FILE ASSIGN TO "history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
           SELECT WORK-FILE ASSIGN TO "history.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.
      * Closed months' HIST lines, stamped with the close's cycle -
      * opened EXTEND so a second close in the same cycle adds to
      * the member rather than replacing it
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCHIVE-STATUS.
      * Period summaries, one block per closed month, accumulated
      * across closes (EXTEND, falling back to OUTPUT when new)
           SELECT SUMMARY-FILE ASSIGN TO "period.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.
      * The production run-cycle counter - the cycle the close is
      * stamped with, and proof no run is half done
           SELECT CYCLE-FILE ASSIGN TO "cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLE-STATUS.
      * Optional close month override - one line, YYYYMM
           SELECT CLOSE-FILE ASSIGN TO "close.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-REC.
           05 PIC X(400).
       FD WORK-FILE.
       01 WORK-REC.
           05 PIC X(400).
       FD ARCHIVE-FILE.
       01 ARCHIVE-REC.
           05 PIC X(400).
       FD SUMMARY-FILE.
       01 SUMMARY-REC.
           05 PIC X(400).
       FD CYCLE-FILE.
       01 CYCLE-REC.
           05 PIC X(20).
       FD CLOSE-FILE.
       01 CLOSE-REC.
           05 PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-ARCHIVE-STATUS PIC X(2).
       01 WS-SUMMARY-STATUS PIC X(2).
       01 WS-CYCLE-STATUS PIC X(2).
       01 WS-CLOSE-STATUS PIC X(2).
       01 WS-FILE-EOF PIC A(1).
       01 WS-INPUT-REC PIC X(400).
       01 WS-ARCHIVE-NAME PIC X(80).
       01 WS-PERIOD-REASON PIC X(30) VALUE SPACES.
       01 WS-RUN-CYCLE PIC 9(6) VALUE IS 0.
       01 WS-CYCLE-FLAG PIC X(1) VALUE SPACE.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC X(8).
      * The month still open at today's date, and the last month to
      * close - everything up to and including it goes
       01 WS-CURRENT-MONTH PIC X(6).
       01 WS-CLOSE-MONTH.
           05 WS-CLOSE-YEAR PIC 9(4).
           05 WS-CLOSE-MM PIC 9(2).
      * KEY=value token handling
       01 WS-TOKENS.
           05 WS-TOK PIC X(100) OCCURS 20 TIMES.
       01 WS-TOK-IDX PIC 9(2).
       01 WS-TOK-KEY PIC X(30).
       01 WS-TOK-VALUE PIC X(60).
      * Current history record, as parsed. A line from a month being
      * closed is marked closable; anything else - the open period,
      * or a line too damaged to date - stays on history.txt.
       01 WS-HIST-DATE PIC X(8).
       01 WS-HIST-TIME PIC X(6).
       01 WS-HIST-STAMP PIC X(14).
       01 WS-HIST-MONTH PIC X(6).
       01 WS-HIST-CYCLE PIC X(6).
       01 WS-HIST-SUB PIC X(80).
       01 WS-HIST-ANSWER-1 PIC 9(11).
       01 WS-HIST-ANSWER PIC 9(11).
       01 WS-HIST-FORWARD PIC 9(8).
       01 WS-HIST-UP PIC 9(8).
       01 WS-HIST-DOWN PIC 9(8).
       01 WS-HIST-CMDS PIC 9(8).
       01 WS-HIST-EXCEPTIONS PIC 9(8).
       01 WS-HIST-FUEL-BURNED PIC 9(18).
       01 WS-HIST-CLOSABLE PIC A(1).
      * The months being closed, oldest first once sorted - room for
      * ten years of months left unclosed
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY PIC X(6) OCCURS 120 TIMES.
       01 WS-MONTH-USED PIC 9(3) VALUE IS 0.
       01 WS-MONTH-IDX PIC 9(3).
       01 WS-MONTH-FOUND PIC 9(3).
       01 WS-MONTH-SWAP PIC X(6).
       01 WS-SORT-IDX PIC 9(3).
       01 WS-MONTH-TABLE-FULL PIC A(1) VALUE IS 'N'.
      * The month being summarized and its calendar quarter
       01 WS-SUM-MONTH.
           05 WS-SUM-YEAR PIC 9(4).
           05 WS-SUM-MM PIC 9(2).
       01 WS-SUM-QUARTER PIC 9(1).
       01 WS-QUARTER-REM PIC 9(2).
      * One slot per boat for the month being summarized. The
      * month-end answers are the boat's latest run in the month;
      * volumes, exceptions and fuel are summed over all its runs.
       01 WS-BOAT-TABLE.
           05 WS-BOAT-ENTRY OCCURS 200 TIMES.
               10 WS-BOAT-NAME PIC X(80).
               10 WS-BOAT-RUNS PIC 9(6).
               10 WS-BOAT-STAMP PIC X(14).
               10 WS-BOAT-ANSWER-1 PIC 9(11).
               10 WS-BOAT-ANSWER PIC 9(11).
               10 WS-BOAT-FORWARD PIC 9(10).
               10 WS-BOAT-UP PIC 9(10).
               10 WS-BOAT-DOWN PIC 9(10).
               10 WS-BOAT-CMDS PIC 9(10).
               10 WS-BOAT-EXCEPTIONS PIC 9(10).
               10 WS-BOAT-FUEL-BURNED PIC 9(18).
       01 WS-BOAT-USED PIC 9(3).
       01 WS-BOAT-IDX PIC 9(3).
       01 WS-BOAT-FOUND PIC 9(3).
       01 WS-BOAT-TABLE-FULL PIC A(1).
      * Fleet totals for the month. Runs, volumes, exceptions and
      * fuel are taken from every line; the answer totals are the
      * sum of the boats' month-end answers.
       01 WS-FLT-RUNS PIC 9(8).
       01 WS-FLT-ANSWER-1 PIC 9(14).
       01 WS-FLT-ANSWER PIC 9(14).
       01 WS-FLT-FORWARD PIC 9(12).
       01 WS-FLT-UP PIC 9(12).
       01 WS-FLT-DOWN PIC 9(12).
       01 WS-FLT-CMDS PIC 9(12).
       01 WS-FLT-EXCEPTIONS PIC 9(12).
       01 WS-FLT-FUEL-BURNED PIC 9(18).
      * Close counts for the console
       01 WS-ARCHIVED-COUNT PIC 9(8) VALUE IS 0.
       01 WS-KEPT-COUNT PIC 9(8) VALUE IS 0.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE (1:6) TO WS-CURRENT-MONTH.
           PERFORM LOAD-RUN-CYCLE.
           IF WS-PERIOD-REASON = SPACES THEN
               PERFORM LOAD-CLOSE-MONTH
           END-IF.
           IF WS-PERIOD-REASON = SPACES THEN
               PERFORM SCAN-HISTORY
           END-IF.
           IF WS-PERIOD-REASON = SPACES AND WS-MONTH-USED = 0 THEN
               DISPLAY "Nothing to close through " WS-CLOSE-MONTH
                   " - history.txt holds only the open period"
           END-IF.
           IF WS-PERIOD-REASON = SPACES AND WS-MONTH-USED > 0 THEN
               PERFORM CLOSE-PERIOD
           END-IF.
           IF WS-PERIOD-REASON NOT = SPACES THEN
               DISPLAY "Period close refused: " WS-PERIOD-REASON
                   " - nothing closed"
           END-IF.
           STOP RUN.

      * A run in flight - or a backed-out cycle waiting on its rerun
      * - is still adding to history, so no month closes under it.
       LOAD-RUN-CYCLE.
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS = "00" THEN
               READ CYCLE-FILE INTO CYCLE-REC
                   NOT AT END
                       IF CYCLE-REC (1:6) IS NUMERIC THEN
                           MOVE CYCLE-REC (1:6) TO WS-RUN-CYCLE
                           MOVE CYCLE-REC (8:1) TO WS-CYCLE-FLAG
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF.
           IF WS-RUN-CYCLE = 0 THEN
               MOVE "NO-CYCLE" TO WS-PERIOD-REASON
           ELSE
               IF WS-CYCLE-FLAG NOT = "C" THEN
                   MOVE "CYCLE-NOT-COMPLETE" TO WS-PERIOD-REASON
               END-IF
           END-IF.

      * Last month unless close.txt names another. A month only
      * closes once it has ended.
       LOAD-CLOSE-MONTH.
           MOVE WS-CURRENT-MONTH TO WS-CLOSE-MONTH.
           IF WS-CLOSE-MM = 1 THEN
               SUBTRACT 1 FROM WS-CLOSE-YEAR
               MOVE 12 TO WS-CLOSE-MM
           ELSE
               SUBTRACT 1 FROM WS-CLOSE-MM
           END-IF.
           OPEN INPUT CLOSE-FILE.
           IF WS-CLOSE-STATUS = "00" THEN
               READ CLOSE-FILE INTO CLOSE-REC
                   AT END MOVE SPACES TO CLOSE-REC
               END-READ
               CLOSE CLOSE-FILE
               IF CLOSE-REC NOT = SPACES THEN
                   IF CLOSE-REC (1:6) IS NUMERIC AND
                      CLOSE-REC (7:1) = SPACE THEN
                       MOVE CLOSE-REC (1:6) TO WS-CLOSE-MONTH
                   ELSE
                       MOVE "BAD-MONTH" TO WS-PERIOD-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-PERIOD-REASON = SPACES AND
              (WS-CLOSE-MM < 1 OR WS-CLOSE-MM > 12) THEN
               MOVE "BAD-MONTH" TO WS-PERIOD-REASON
           END-IF.
           IF WS-PERIOD-REASON = SPACES AND
              WS-CLOSE-MONTH NOT < WS-CURRENT-MONTH THEN
               MOVE "MONTH-STILL-OPEN" TO WS-PERIOD-REASON
           END-IF.

      * First pass: which months have lines to close, and whether
      * the last completed cycle is among them. Closing its lines
      * away would leave a later backout of that cycle unable to
      * take them off history.txt.
       SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00" THEN
               MOVE "NO-HISTORY" TO WS-PERIOD-REASON
           ELSE
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ HISTORY-FILE INTO WS-INPUT-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       PERFORM PARSE-HISTORY-RECORD
                       IF WS-HIST-CLOSABLE = 'Y' THEN
                           PERFORM POST-CLOSE-MONTH
                       END-IF
               END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-MONTH-USED > 1 THEN
               PERFORM SORT-MONTHS
           END-IF.

       PARSE-HISTORY-RECORD.
           MOVE SPACES TO WS-HIST-DATE, WS-HIST-TIME, WS-HIST-CYCLE,
                          WS-HIST-SUB, WS-HIST-MONTH.
           MOVE 0 TO WS-HIST-ANSWER-1, WS-HIST-ANSWER,
                     WS-HIST-FORWARD, WS-HIST-UP, WS-HIST-DOWN,
                     WS-HIST-CMDS, WS-HIST-EXCEPTIONS,
                     WS-HIST-FUEL-BURNED.
           MOVE 'N' TO WS-HIST-CLOSABLE.
           IF WS-INPUT-REC (1:5) = "HIST " THEN
               PERFORM SPLIT-TOKENS
               PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                       UNTIL WS-TOK-IDX > 20
                   PERFORM SPLIT-KEY-VALUE
                   EVALUATE WS-TOK-KEY
                       WHEN "DATE"
                           MOVE WS-TOK-VALUE (1:8) TO WS-HIST-DATE
                       WHEN "TIME"
                           MOVE WS-TOK-VALUE (1:6) TO WS-HIST-TIME
                       WHEN "CYCLE"
                           MOVE WS-TOK-VALUE (1:6) TO WS-HIST-CYCLE
                       WHEN "SUB"
                           MOVE WS-TOK-VALUE TO WS-HIST-SUB
                       WHEN "ANSWER1"
                           MOVE WS-TOK-VALUE (1:11)
                               TO WS-HIST-ANSWER-1
                       WHEN "ANSWER"
                           MOVE WS-TOK-VALUE (1:11) TO WS-HIST-ANSWER
                       WHEN "FORWARD-CMDS"
                           MOVE WS-TOK-VALUE (1:8) TO WS-HIST-FORWARD
                       WHEN "UP-CMDS"
                           MOVE WS-TOK-VALUE (1:8) TO WS-HIST-UP
                       WHEN "DOWN-CMDS"
                           MOVE WS-TOK-VALUE (1:8) TO WS-HIST-DOWN
                       WHEN "TOTAL-CMDS"
                           MOVE WS-TOK-VALUE (1:8) TO WS-HIST-CMDS
                       WHEN "EXCEPTIONS"
                           MOVE WS-TOK-VALUE (1:8)
                               TO WS-HIST-EXCEPTIONS
                       WHEN "FUEL-BURNED"
                           MOVE WS-TOK-VALUE (1:18)
                               TO WS-HIST-FUEL-BURNED
                   END-EVALUATE
               END-PERFORM
               IF WS-HIST-DATE IS NUMERIC THEN
                   MOVE WS-HIST-DATE (1:6) TO WS-HIST-MONTH
                   IF WS-HIST-MONTH NOT > WS-CLOSE-MONTH THEN
                       MOVE 'Y' TO WS-HIST-CLOSABLE
                   END-IF
               END-IF
           END-IF.
           MOVE WS-HIST-DATE TO WS-HIST-STAMP (1:8).
           MOVE WS-HIST-TIME TO WS-HIST-STAMP (9:6).

       POST-CLOSE-MONTH.
           IF WS-HIST-CYCLE IS NUMERIC AND
              WS-HIST-CYCLE = WS-RUN-CYCLE THEN
               MOVE "LAST-CYCLE-IN-PERIOD" TO WS-PERIOD-REASON
           END-IF.
           PERFORM FIND-CLOSE-MONTH.
           IF WS-MONTH-FOUND = 0 THEN
               IF WS-MONTH-USED < 120 THEN
                   ADD 1 TO WS-MONTH-USED
                   MOVE WS-HIST-MONTH TO WS-MONTH-ENTRY (WS-MONTH-USED)
               ELSE
                   IF WS-MONTH-TABLE-FULL = 'N' THEN
                       MOVE 'Y' TO WS-MONTH-TABLE-FULL
                       DISPLAY "Month table full at 120 months - "
                           "later months stay open for the next close"
                   END-IF
               END-IF
           END-IF.

       FIND-CLOSE-MONTH.
           MOVE 0 TO WS-MONTH-FOUND.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-USED
               IF WS-MONTH-ENTRY (WS-MONTH-IDX) = WS-HIST-MONTH THEN
                   MOVE WS-MONTH-IDX TO WS-MONTH-FOUND
               END-IF
           END-PERFORM.

      * History is in run order, so the months nearly always arrive
      * sorted already; a plain exchange sort puts a consolidated
      * stream's stragglers right.
       SORT-MONTHS.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX >= WS-MONTH-USED
               PERFORM VARYING WS-SORT-IDX FROM WS-MONTH-IDX BY 1
                       UNTIL WS-SORT-IDX > WS-MONTH-USED
                   IF WS-MONTH-ENTRY (WS-SORT-IDX) <
                      WS-MONTH-ENTRY (WS-MONTH-IDX) THEN
                       MOVE WS-MONTH-ENTRY (WS-MONTH-IDX)
                           TO WS-MONTH-SWAP
                       MOVE WS-MONTH-ENTRY (WS-SORT-IDX)
                           TO WS-MONTH-ENTRY (WS-MONTH-IDX)
                       MOVE WS-MONTH-SWAP
                           TO WS-MONTH-ENTRY (WS-SORT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Summaries are written before any line moves, so a close that
      * dies part way has lost no history - the rerun writes the
      * months' summaries again and moves the lines then.
       CLOSE-PERIOD.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "history." WS-RUN-CYCLE ".arc" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME
           END-STRING.
           OPEN EXTEND SUMMARY-FILE.
           IF WS-SUMMARY-STATUS NOT = "00" THEN
               OPEN OUTPUT SUMMARY-FILE
           END-IF.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-USED
               MOVE WS-MONTH-ENTRY (WS-MONTH-IDX) TO WS-SUM-MONTH
               PERFORM SUMMARIZE-MONTH
           END-PERFORM.
           CLOSE SUMMARY-FILE.
           PERFORM ROLL-OFF-HISTORY.
           DISPLAY "Period closed through " WS-CLOSE-MONTH
               " at cycle " WS-RUN-CYCLE " - " WS-MONTH-USED
               " month(s) summarized to period.txt".
           DISPLAY "  history lines archived " WS-ARCHIVED-COUNT
               " to " WS-ARCHIVE-NAME.
           DISPLAY "  history lines kept open " WS-KEPT-COUNT.

       SUMMARIZE-MONTH.
           MOVE 0 TO WS-BOAT-USED, WS-FLT-RUNS, WS-FLT-ANSWER-1,
                     WS-FLT-ANSWER, WS-FLT-FORWARD, WS-FLT-UP,
                     WS-FLT-DOWN, WS-FLT-CMDS, WS-FLT-EXCEPTIONS,
                     WS-FLT-FUEL-BURNED.
           MOVE 'N' TO WS-BOAT-TABLE-FULL.
           DIVIDE WS-SUM-MM BY 3 GIVING WS-SUM-QUARTER
               REMAINDER WS-QUARTER-REM.
           IF WS-QUARTER-REM > 0 THEN
               ADD 1 TO WS-SUM-QUARTER
           END-IF.
           OPEN INPUT HISTORY-FILE.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
           READ HISTORY-FILE INTO WS-INPUT-REC
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   PERFORM PARSE-HISTORY-RECORD
                   IF WS-HIST-CLOSABLE = 'Y' AND
                      WS-HIST-MONTH = WS-SUM-MONTH THEN
                       PERFORM POST-BOAT-RUN
                   END-IF
           END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           PERFORM WRITE-MONTH-SUMMARY.

       POST-BOAT-RUN.
           ADD 1 TO WS-FLT-RUNS.
           ADD WS-HIST-FORWARD TO WS-FLT-FORWARD.
           ADD WS-HIST-UP TO WS-FLT-UP.
           ADD WS-HIST-DOWN TO WS-FLT-DOWN.
           ADD WS-HIST-CMDS TO WS-FLT-CMDS.
           ADD WS-HIST-EXCEPTIONS TO WS-FLT-EXCEPTIONS.
           ADD WS-HIST-FUEL-BURNED TO WS-FLT-FUEL-BURNED.
           MOVE 0 TO WS-BOAT-FOUND.
           PERFORM VARYING WS-BOAT-IDX FROM 1 BY 1
                   UNTIL WS-BOAT-IDX > WS-BOAT-USED
               IF WS-BOAT-NAME (WS-BOAT-IDX) = WS-HIST-SUB THEN
                   MOVE WS-BOAT-IDX TO WS-BOAT-FOUND
               END-IF
           END-PERFORM.
           IF WS-BOAT-FOUND = 0 AND WS-BOAT-USED = 200 AND
              WS-BOAT-TABLE-FULL = 'N' THEN
               MOVE 'Y' TO WS-BOAT-TABLE-FULL
               DISPLAY "Submarine table full at 200 boats for "
                   WS-SUM-MONTH " - further boats are in the FLEET "
                   "totals only"
           END-IF.
           IF WS-BOAT-FOUND = 0 AND WS-BOAT-USED < 200 THEN
               ADD 1 TO WS-BOAT-USED
               MOVE WS-BOAT-USED TO WS-BOAT-FOUND
               MOVE WS-HIST-SUB TO WS-BOAT-NAME (WS-BOAT-FOUND)
               MOVE SPACES TO WS-BOAT-STAMP (WS-BOAT-FOUND)
               MOVE 0 TO WS-BOAT-RUNS (WS-BOAT-FOUND),
                         WS-BOAT-ANSWER-1 (WS-BOAT-FOUND),
                         WS-BOAT-ANSWER (WS-BOAT-FOUND),
                         WS-BOAT-FORWARD (WS-BOAT-FOUND),
                         WS-BOAT-UP (WS-BOAT-FOUND),
                         WS-BOAT-DOWN (WS-BOAT-FOUND),
                         WS-BOAT-CMDS (WS-BOAT-FOUND),
                         WS-BOAT-EXCEPTIONS (WS-BOAT-FOUND),
                         WS-BOAT-FUEL-BURNED (WS-BOAT-FOUND)
           END-IF.
           IF WS-BOAT-FOUND > 0 THEN
               ADD 1 TO WS-BOAT-RUNS (WS-BOAT-FOUND)
               ADD WS-HIST-FORWARD TO WS-BOAT-FORWARD (WS-BOAT-FOUND)
               ADD WS-HIST-UP TO WS-BOAT-UP (WS-BOAT-FOUND)
               ADD WS-HIST-DOWN TO WS-BOAT-DOWN (WS-BOAT-FOUND)
               ADD WS-HIST-CMDS TO WS-BOAT-CMDS (WS-BOAT-FOUND)
               ADD WS-HIST-EXCEPTIONS
                   TO WS-BOAT-EXCEPTIONS (WS-BOAT-FOUND)
               ADD WS-HIST-FUEL-BURNED
                   TO WS-BOAT-FUEL-BURNED (WS-BOAT-FOUND)
      * Latest run wins; a tie goes to the later line, as the
      * consolidated streams append after the single run
               IF WS-HIST-STAMP NOT <
                  WS-BOAT-STAMP (WS-BOAT-FOUND) THEN
                   MOVE WS-HIST-STAMP TO WS-BOAT-STAMP (WS-BOAT-FOUND)
                   MOVE WS-HIST-ANSWER-1
                       TO WS-BOAT-ANSWER-1 (WS-BOAT-FOUND)
                   MOVE WS-HIST-ANSWER
                       TO WS-BOAT-ANSWER (WS-BOAT-FOUND)
               END-IF
           END-IF.

       WRITE-MONTH-SUMMARY.
           MOVE SPACES TO SUMMARY-REC.
           STRING "PERIOD MONTH=" WS-SUM-MONTH
               " QUARTER=" WS-SUM-YEAR "Q" WS-SUM-QUARTER
               " CYCLE=" WS-RUN-CYCLE
               " DATE=" WS-RUN-DATE
               " TIME=" WS-RUN-TIME (1:6)
               " ARCHIVE=" DELIMITED BY SIZE
               WS-ARCHIVE-NAME DELIMITED BY SPACE
               INTO SUMMARY-REC
           END-STRING.
           WRITE SUMMARY-REC.
           IF WS-BOAT-TABLE-FULL = 'Y' THEN
               MOVE SPACES TO SUMMARY-REC
               STRING "TABLE-FULL submarine capacity of 200 "
                   "exceeded - boats beyond capacity are in the "
                   "FLEET totals only"
                   DELIMITED BY SIZE INTO SUMMARY-REC
               END-STRING
               WRITE SUMMARY-REC
           END-IF.
           PERFORM VARYING WS-BOAT-IDX FROM 1 BY 1
                   UNTIL WS-BOAT-IDX > WS-BOAT-USED
               PERFORM WRITE-BOAT-SUMMARY
           END-PERFORM.
           MOVE SPACES TO SUMMARY-REC.
           STRING "FLEET MONTH=" WS-SUM-MONTH
               " QUARTER=" WS-SUM-YEAR "Q" WS-SUM-QUARTER
               " BOATS=" WS-BOAT-USED
               " RUNS=" WS-FLT-RUNS
               " ANSWER1-TOTAL=" WS-FLT-ANSWER-1
               " ANSWER-TOTAL=" WS-FLT-ANSWER
               " FORWARD-CMDS=" WS-FLT-FORWARD
               " UP-CMDS=" WS-FLT-UP
               " DOWN-CMDS=" WS-FLT-DOWN
               " TOTAL-CMDS=" WS-FLT-CMDS
               " EXCEPTIONS=" WS-FLT-EXCEPTIONS
               " FUEL-BURNED=" WS-FLT-FUEL-BURNED
               DELIMITED BY SIZE INTO SUMMARY-REC
           END-STRING.
           WRITE SUMMARY-REC.

       WRITE-BOAT-SUMMARY.
           ADD WS-BOAT-ANSWER-1 (WS-BOAT-IDX) TO WS-FLT-ANSWER-1.
           ADD WS-BOAT-ANSWER (WS-BOAT-IDX) TO WS-FLT-ANSWER.
           MOVE SPACES TO SUMMARY-REC.
           STRING "SUB=" DELIMITED BY SIZE
               WS-BOAT-NAME (WS-BOAT-IDX) DELIMITED BY SPACE
               " MONTH=" WS-SUM-MONTH
               " RUNS=" WS-BOAT-RUNS (WS-BOAT-IDX)
               " ANSWER1=" WS-BOAT-ANSWER-1 (WS-BOAT-IDX)
               " ANSWER=" WS-BOAT-ANSWER (WS-BOAT-IDX)
               " FORWARD-CMDS=" WS-BOAT-FORWARD (WS-BOAT-IDX)
               " UP-CMDS=" WS-BOAT-UP (WS-BOAT-IDX)
               " DOWN-CMDS=" WS-BOAT-DOWN (WS-BOAT-IDX)
               " TOTAL-CMDS=" WS-BOAT-CMDS (WS-BOAT-IDX)
               " EXCEPTIONS=" WS-BOAT-EXCEPTIONS (WS-BOAT-IDX)
               " FUEL-BURNED=" WS-BOAT-FUEL-BURNED (WS-BOAT-IDX)
               DELIMITED BY SIZE INTO SUMMARY-REC
           END-STRING.
           WRITE SUMMARY-REC.

      * Closed months' lines go to the archive member and the open
      * period to the work file, which is then copied back over
      * history.txt - the same filter-and-copy the backout program
      * uses to take a cycle's lines off.
       ROLL-OFF-HISTORY.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00" THEN
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
           OPEN OUTPUT WORK-FILE.
           OPEN INPUT HISTORY-FILE.
           MOVE 'N' TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
           READ HISTORY-FILE INTO WS-INPUT-REC
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   PERFORM FILTER-HISTORY-LINE
           END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           CLOSE WORK-FILE.
           CLOSE ARCHIVE-FILE.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT WORK-FILE.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM UNTIL WS-FILE-EOF = 'Y'
           READ WORK-FILE INTO HISTORY-REC
               AT END MOVE 'Y' TO WS-FILE-EOF
               NOT AT END
                   WRITE HISTORY-REC
           END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE HISTORY-FILE.

      * A line leaves only if its month was summarized - a month the
      * table had no room for stays open with the period.
       FILTER-HISTORY-LINE.
           PERFORM PARSE-HISTORY-RECORD.
           MOVE 0 TO WS-MONTH-FOUND.
           IF WS-HIST-CLOSABLE = 'Y' THEN
               PERFORM FIND-CLOSE-MONTH
           END-IF.
           IF WS-MONTH-FOUND > 0 THEN
               MOVE WS-INPUT-REC TO ARCHIVE-REC
               WRITE ARCHIVE-REC
               ADD 1 TO WS-ARCHIVED-COUNT
           ELSE
               MOVE WS-INPUT-REC TO WORK-REC
               WRITE WORK-REC
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       SPLIT-TOKENS.
           MOVE SPACES TO WS-TOKENS.
           UNSTRING WS-INPUT-REC DELIMITED BY SPACES
               INTO WS-TOK (1), WS-TOK (2), WS-TOK (3), WS-TOK (4),
                   WS-TOK (5), WS-TOK (6), WS-TOK (7), WS-TOK (8),
                   WS-TOK (9), WS-TOK (10), WS-TOK (11), WS-TOK (12),
                   WS-TOK (13), WS-TOK (14), WS-TOK (15), WS-TOK (16),
                   WS-TOK (17), WS-TOK (18), WS-TOK (19), WS-TOK (20)
           END-UNSTRING.

       SPLIT-KEY-VALUE.
           MOVE SPACES TO WS-TOK-KEY, WS-TOK-VALUE.
           UNSTRING WS-TOK (WS-TOK-IDX) DELIMITED BY "="
               INTO WS-TOK-KEY, WS-TOK-VALUE
           END-UNSTRING.
