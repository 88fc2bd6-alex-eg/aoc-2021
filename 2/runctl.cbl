       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2021-RUNCTL.

      * Day-end run control. The day's processing is a chain of
      * separate programs - intake, the fleet run (or its streams
      * and the consolidation), then reconciliation, archive, shore
      * feed, digest, timeline, trend and the month-end period
      * close - and nothing used to hold
      * them to their order or stop a step running on a failed
      * predecessor's output. This program takes the day's steps
      * from schedule.txt, one per line: the step name, then the
      * command that runs it. Every step is gated before it runs -
      * no post-run step until cycle.txt shows the cycle complete,
      * and no shore feed or archive unless this cycle's
      * reconciliation came out with the fleet IN-BALANCE - and
      * proved after it runs from the files it leaves behind. Each
      * step's start, end and outcome go to runlog.txt. The first
      * step that fails or is refused stops the chain, and the
      * restart point is kept in runctl.txt so the next invocation
      * picks up at that step instead of from the top (a release
      * refused on the recon verdict restarts at the recon, so the
      * corrected figures are reconciled again); deleting runctl.txt
      * starts the schedule over, and so does a restart point left
      * for another cycle than cycle.txt now shows, or for a cycle
      * the backout program has since reopened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The day's steps in run order - step name, then the command
      * line that runs it
           SELECT SCHEDULE-FILE ASSIGN TO "schedule.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.
      * Restart point - one line: the step to resume at, the cycle
      * it was recorded in, and the cycle reconciliation last ran
      * clean for under run control
           SELECT RESTART-FILE ASSIGN TO "runctl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESTART-STATUS.
      * Step log - one line per step per invocation, opened EXTEND
      * (falling back to OUTPUT when new) so a restarted day keeps
      * the failed attempt on record
           SELECT RUNLOG-FILE ASSIGN TO "runlog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLE-STATUS.
           SELECT RECON-FILE ASSIGN TO "recon.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       01 SCHEDULE-REC.
           05 PIC X(200).
       FD RESTART-FILE.
       01 RESTART-REC.
           05 PIC X(80).
       FD RUNLOG-FILE.
       01 RUNLOG-REC.
           05 PIC X(300).
       FD CYCLE-FILE.
       01 CYCLE-REC.
           05 PIC X(20).
       FD RECON-FILE.
       01 RECON-REC.
           05 PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-STATUS PIC X(2).
       01 WS-RESTART-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS PIC X(2).
       01 WS-CYCLE-STATUS PIC X(2).
       01 WS-RECON-STATUS PIC X(2).
       01 WS-FILE-EOF PIC A(1).
       01 WS-INPUT-REC PIC X(300).
      * The day's schedule as loaded
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 30 TIMES.
               10 WS-STEP-NAME PIC X(12).
               10 WS-STEP-COMMAND PIC X(180).
       01 WS-STEP-USED PIC 9(2) VALUE IS 0.
       01 WS-STEP-IDX PIC 9(2).
       01 WS-STEP-PTR PIC 9(3).
       01 WS-STEP-TABLE-FULL PIC A(1) VALUE IS 'N'.
      * Restart controls - the step this invocation starts at, and
      * the step the chain stopped on
       01 WS-START-STEP PIC 9(2) VALUE IS 1.
       01 WS-STOP-STEP PIC 9(2) VALUE IS 0.
       01 WS-RESTART-TOK-1 PIC X(20).
       01 WS-RESTART-TOK-2 PIC X(20).
       01 WS-RESTART-TOK-3 PIC X(20).
       01 WS-RESTART-TOK-4 PIC X(20).
      * The cycle the restart point was recorded in
       01 WS-RESTART-CYCLE PIC 9(6) VALUE IS 0.
      * cycle.txt as it stands: counter in columns 1-6, flag in 8,
      * and in 10 the B the backout program leaves on a cycle it
      * has reopened
       01 WS-RUN-CYCLE PIC 9(6) VALUE IS 0.
       01 WS-CYCLE-FLAG PIC X(1) VALUE IS SPACE.
       01 WS-CYCLE-MARKER PIC X(1) VALUE IS SPACE.
      * The cycle reconciliation last ran clean for under run control
      * - a recon.txt left over from an earlier day must not release
      * today's feed, however IN-BALANCE it reads
       01 WS-RECON-CYCLE PIC 9(6) VALUE IS 0.
       01 WS-RECON-VERDICT PIC X(20).
      * The last RECON step on the schedule at or before the step in
      * hand - a release refused on the recon goes back to it, since
      * restarting at the release itself would only meet the same
      * verdict again
       01 WS-RECON-STEP PIC 9(2) VALUE IS 0.
      * The step in hand: its gate class, verdict, why, and times
       01 WS-STEP-KIND PIC X(8).
       01 WS-STEP-OUTCOME PIC X(8).
       01 WS-STEP-REASON PIC X(24).
       01 WS-STEP-RC PIC S9(9) SIGN IS TRAILING SEPARATE.
       01 WS-STEP-RC-OUT PIC -(9)9.
       01 WS-STEP-RC-LEAD PIC 9(2).
       01 WS-START-DATE PIC 9(8).
       01 WS-START-TIME PIC X(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-END-TIME PIC X(8).
       01 WS-CHAIN-STOPPED PIC A(1) VALUE IS 'N'.
      * KEY=value token handling over the recon lines
       01 WS-TOKENS.
           05 WS-TOK PIC X(100) OCCURS 20 TIMES.
       01 WS-TOK-IDX PIC 9(2).
       01 WS-TOK-KEY PIC X(30).
       01 WS-TOK-VALUE PIC X(60).

       PROCEDURE DIVISION.
           PERFORM LOAD-SCHEDULE.
           IF WS-STEP-USED = 0 THEN
               DISPLAY "No steps on schedule.txt - status "
                   WS-SCHEDULE-STATUS " - nothing to run"
           ELSE
               PERFORM LOAD-RESTART-POINT
               PERFORM OPEN-RUNLOG
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-USED
                          OR WS-CHAIN-STOPPED = 'Y'
                   IF WS-STEP-NAME (WS-STEP-IDX) = "RECON" THEN
                       MOVE WS-STEP-IDX TO WS-RECON-STEP
                   END-IF
                   IF WS-STEP-IDX < WS-START-STEP THEN
                       PERFORM SKIP-DONE-STEP
                   ELSE
                       PERFORM RUN-STEP
                   END-IF
               END-PERFORM
               CLOSE RUNLOG-FILE
               PERFORM SAVE-RESTART-POINT
               IF WS-CHAIN-STOPPED = 'Y' THEN
                   DISPLAY "Run control stopped at step " WS-STOP-STEP
                       " " WS-STEP-NAME (WS-STOP-STEP)
                       " - rerun to restart from it"
               ELSE
                   DISPLAY "Run control complete - " WS-STEP-USED
                       " step(s) for cycle " WS-RUN-CYCLE
               END-IF
           END-IF.
           STOP RUN.

       LOAD-SCHEDULE.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ SCHEDULE-FILE INTO SCHEDULE-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF SCHEDULE-REC NOT = SPACES THEN
                           PERFORM LOAD-ONE-STEP
                       END-IF
               END-READ
               END-PERFORM
               CLOSE SCHEDULE-FILE
           END-IF.

      * The step name is the first token; everything after the
      * spaces that follow it is the command line, taken whole.
       LOAD-ONE-STEP.
           IF WS-STEP-USED = 30 THEN
               IF WS-STEP-TABLE-FULL = 'N' THEN
                   MOVE 'Y' TO WS-STEP-TABLE-FULL
                   DISPLAY "Schedule table full at 30 steps - "
                       "later steps are not run"
               END-IF
           ELSE
               ADD 1 TO WS-STEP-USED
               MOVE SPACES TO WS-STEP-NAME (WS-STEP-USED),
                   WS-STEP-COMMAND (WS-STEP-USED)
               MOVE 1 TO WS-STEP-PTR
               UNSTRING SCHEDULE-REC DELIMITED BY ALL SPACES
                   INTO WS-STEP-NAME (WS-STEP-USED)
                   WITH POINTER WS-STEP-PTR
               END-UNSTRING
               IF WS-STEP-PTR <= 200 THEN
                   MOVE SCHEDULE-REC (WS-STEP-PTR:)
                       TO WS-STEP-COMMAND (WS-STEP-USED)
               END-IF
           END-IF.

      * A restart point left by a stopped chain names the step to
      * resume at; a chain that finished leaves step zero and the
      * next invocation starts from the top. A restart point only
      * holds for the cycle it was recorded in: once cycle.txt has
      * moved on, or the backout program has reopened the cycle,
      * the steps it marks done have been undone or overtaken, and
      * the recon it remembers no longer stands - the schedule
      * starts over from the top.
       LOAD-RESTART-POINT.
           MOVE 1 TO WS-START-STEP.
           OPEN INPUT RESTART-FILE.
           IF WS-RESTART-STATUS = "00" THEN
               READ RESTART-FILE INTO RESTART-REC
                   NOT AT END
                       PERFORM PARSE-RESTART-POINT
               END-READ
               CLOSE RESTART-FILE
           END-IF.
           PERFORM LOAD-CYCLE-STATE.
           IF WS-CYCLE-MARKER = "B" OR
              WS-RESTART-CYCLE NOT = WS-RUN-CYCLE THEN
               IF WS-START-STEP > 1 THEN
                   IF WS-CYCLE-MARKER = "B" THEN
                       DISPLAY "Cycle " WS-RUN-CYCLE " was reopened "
                           "by backout - restart point dropped, "
                           "starting from the top"
                   ELSE
                       DISPLAY "Restart point was for cycle "
                           WS-RESTART-CYCLE " - cycle " WS-RUN-CYCLE
                           " now stands, starting from the top"
                   END-IF
               END-IF
               MOVE 1 TO WS-START-STEP
               MOVE 0 TO WS-RECON-CYCLE
           END-IF.
           IF WS-START-STEP > 1 THEN
               DISPLAY "Restarting run control at step "
                   WS-START-STEP
           END-IF.

       PARSE-RESTART-POINT.
           MOVE SPACES TO WS-RESTART-TOK-1, WS-RESTART-TOK-2,
               WS-RESTART-TOK-3, WS-RESTART-TOK-4.
           UNSTRING RESTART-REC DELIMITED BY SPACES
               INTO WS-RESTART-TOK-1, WS-RESTART-TOK-2,
                   WS-RESTART-TOK-3, WS-RESTART-TOK-4
           END-UNSTRING.
           IF WS-RESTART-TOK-1 = "RESTART" AND
              WS-RESTART-TOK-2 (6:2) IS NUMERIC AND
              WS-RESTART-TOK-3 (7:6) IS NUMERIC AND
              WS-RESTART-TOK-4 (13:6) IS NUMERIC THEN
               MOVE WS-RESTART-TOK-2 (6:2) TO WS-START-STEP
               MOVE WS-RESTART-TOK-3 (7:6) TO WS-RESTART-CYCLE
               MOVE WS-RESTART-TOK-4 (13:6) TO WS-RECON-CYCLE
               IF WS-START-STEP = 0 OR
                  WS-START-STEP > WS-STEP-USED THEN
                   MOVE 1 TO WS-START-STEP
               END-IF
           END-IF.

       OPEN-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           IF WS-RUNLOG-STATUS NOT = "00" THEN
               OPEN OUTPUT RUNLOG-FILE
           END-IF.

      * The restart point goes back to disk every invocation: the
      * step the chain stopped on, or step zero once it finished.
       SAVE-RESTART-POINT.
           PERFORM LOAD-CYCLE-STATE.
           OPEN OUTPUT RESTART-FILE.
           MOVE SPACES TO RESTART-REC.
           STRING "RESTART STEP=" WS-STOP-STEP
               " CYCLE=" WS-RUN-CYCLE
               " RECON-CYCLE=" WS-RECON-CYCLE
               DELIMITED BY SIZE INTO RESTART-REC
           END-STRING.
           WRITE RESTART-REC.
           CLOSE RESTART-FILE.

      * A step before the restart point already ran clean on an
      * earlier invocation - logged as skipped, not run again.
       SKIP-DONE-STEP.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE WS-START-DATE TO WS-END-DATE.
           MOVE WS-START-TIME TO WS-END-TIME.
           MOVE 0 TO WS-STEP-RC.
           MOVE "SKIPPED" TO WS-STEP-OUTCOME.
           MOVE "DONE-BEFORE-RESTART" TO WS-STEP-REASON.
           PERFORM LOAD-CYCLE-STATE.
           PERFORM WRITE-STEP-LOG.

      * Gate, run, prove, log. The chain stops on the first step
      * that does not come out OK.
       RUN-STEP.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE 0 TO WS-STEP-RC.
           MOVE "OK" TO WS-STEP-OUTCOME.
           MOVE SPACES TO WS-STEP-REASON.
           PERFORM CLASSIFY-STEP.
           PERFORM GATE-STEP.
           IF WS-STEP-OUTCOME = "OK" THEN
               DISPLAY "Run control: step " WS-STEP-IDX " "
                   WS-STEP-NAME (WS-STEP-IDX)
               CALL "SYSTEM" USING WS-STEP-COMMAND (WS-STEP-IDX)
               END-CALL
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE 0 TO RETURN-CODE
               IF WS-STEP-RC NOT = 0 THEN
                   MOVE "FAILED" TO WS-STEP-OUTCOME
                   MOVE "NONZERO-RETURN" TO WS-STEP-REASON
               ELSE
                   PERFORM PROVE-STEP
               END-IF
           END-IF.
           ACCEPT WS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-END-TIME FROM TIME.
           PERFORM LOAD-CYCLE-STATE.
           PERFORM WRITE-STEP-LOG.
           IF WS-STEP-OUTCOME NOT = "OK" THEN
               MOVE 'Y' TO WS-CHAIN-STOPPED
               MOVE WS-STEP-IDX TO WS-STOP-STEP
               IF WS-STEP-REASON (1:6) = "RECON-" AND
                  WS-RECON-STEP > 0 THEN
                   MOVE WS-RECON-STEP TO WS-STOP-STEP
               END-IF
               DISPLAY "Step " WS-STEP-NAME (WS-STEP-IDX) " "
                   WS-STEP-OUTCOME ": " WS-STEP-REASON
           END-IF.

      * PRE steps build or run the cycle, POST steps work from a
      * completed cycle's outputs, RELEASE steps send or freeze those
      * outputs and so also need the reconciliation's blessing. A
      * step name run control does not know is refused outright - a
      * mistyped FEED must not slip past its own gate.
       CLASSIFY-STEP.
           EVALUATE WS-STEP-NAME (WS-STEP-IDX)
               WHEN "INTAKE"
               WHEN "TASK-2"
               WHEN "STREAM"
               WHEN "CONSOLIDATE"
                   MOVE "PRE" TO WS-STEP-KIND
               WHEN "RECON"
               WHEN "PROOF"
               WHEN "HULL"
               WHEN "DIGEST"
               WHEN "TIMELINE"
               WHEN "TREND"
               WHEN "PERIOD"
                   MOVE "POST" TO WS-STEP-KIND
               WHEN "ARCHIVE"
               WHEN "FEED"
                   MOVE "RELEASE" TO WS-STEP-KIND
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STEP-KIND
           END-EVALUATE.

       GATE-STEP.
           PERFORM LOAD-CYCLE-STATE.
           IF WS-STEP-KIND = "UNKNOWN" THEN
               MOVE "REFUSED" TO WS-STEP-OUTCOME
               MOVE "UNKNOWN-STEP" TO WS-STEP-REASON
           END-IF.
           IF WS-STEP-COMMAND (WS-STEP-IDX) = SPACES AND
              WS-STEP-OUTCOME = "OK" THEN
               MOVE "REFUSED" TO WS-STEP-OUTCOME
               MOVE "NO-COMMAND" TO WS-STEP-REASON
           END-IF.
           IF (WS-STEP-KIND = "POST" OR WS-STEP-KIND = "RELEASE") AND
              WS-STEP-OUTCOME = "OK" AND WS-CYCLE-FLAG NOT = "C" THEN
               MOVE "REFUSED" TO WS-STEP-OUTCOME
               MOVE "CYCLE-NOT-COMPLETE" TO WS-STEP-REASON
           END-IF.
           IF WS-STEP-KIND = "RELEASE" AND
              WS-STEP-OUTCOME = "OK" THEN
               PERFORM GATE-RELEASE
           END-IF.

      * Shore feed and archive go out only on this cycle's recon, and
      * only when that recon declared the fleet IN-BALANCE.
       GATE-RELEASE.
           IF WS-RECON-CYCLE NOT = WS-RUN-CYCLE THEN
               MOVE "REFUSED" TO WS-STEP-OUTCOME
               MOVE "RECON-NOT-RUN" TO WS-STEP-REASON
           ELSE
               PERFORM READ-RECON-VERDICT
               IF WS-RECON-VERDICT NOT = "IN-BALANCE" THEN
                   MOVE "REFUSED" TO WS-STEP-OUTCOME
                   MOVE "RECON-NOT-IN-BALANCE" TO WS-STEP-REASON
               END-IF
           END-IF.

      * After a clean return: the fleet run and the consolidation
      * must have marked the cycle complete, and the reconciliation
      * must have reached its FLEET verdict line.
       PROVE-STEP.
           EVALUATE WS-STEP-NAME (WS-STEP-IDX)
               WHEN "TASK-2"
               WHEN "CONSOLIDATE"
                   PERFORM LOAD-CYCLE-STATE
                   IF WS-CYCLE-FLAG NOT = "C" THEN
                       MOVE "FAILED" TO WS-STEP-OUTCOME
                       MOVE "CYCLE-NOT-COMPLETE" TO WS-STEP-REASON
                   END-IF
               WHEN "RECON"
                   PERFORM READ-RECON-VERDICT
                   IF WS-RECON-VERDICT = SPACES THEN
                       MOVE "FAILED" TO WS-STEP-OUTCOME
                       MOVE "NO-RECON-VERDICT" TO WS-STEP-REASON
                   ELSE
                       MOVE WS-RUN-CYCLE TO WS-RECON-CYCLE
                   END-IF
           END-EVALUATE.

       LOAD-CYCLE-STATE.
           MOVE 0 TO WS-RUN-CYCLE.
           MOVE SPACE TO WS-CYCLE-FLAG, WS-CYCLE-MARKER.
           OPEN INPUT CYCLE-FILE.
           IF WS-CYCLE-STATUS = "00" THEN
               READ CYCLE-FILE INTO CYCLE-REC
                   NOT AT END
                       IF CYCLE-REC (1:6) IS NUMERIC THEN
                           MOVE CYCLE-REC (1:6) TO WS-RUN-CYCLE
                           MOVE CYCLE-REC (8:1) TO WS-CYCLE-FLAG
                           MOVE CYCLE-REC (10:1) TO WS-CYCLE-MARKER
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF.

      * The VERDICT= value on recon.txt's FLEET line - blank when
      * there is no recon.txt or it never reached its verdict.
       READ-RECON-VERDICT.
           MOVE SPACES TO WS-RECON-VERDICT.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT RECON-FILE.
           IF WS-RECON-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ RECON-FILE INTO WS-INPUT-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-INPUT-REC (1:6) = "FLEET " THEN
                           PERFORM PARSE-RECON-VERDICT
                       END-IF
               END-READ
               END-PERFORM
               CLOSE RECON-FILE
           END-IF.

       PARSE-RECON-VERDICT.
           PERFORM SPLIT-TOKENS.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 20
               IF WS-TOK (WS-TOK-IDX) NOT = SPACES THEN
                   PERFORM SPLIT-KEY-VALUE
                   IF WS-TOK-KEY = "VERDICT" THEN
                       MOVE WS-TOK-VALUE TO WS-RECON-VERDICT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-STEP-LOG.
           MOVE WS-STEP-RC TO WS-STEP-RC-OUT.
           MOVE 0 TO WS-STEP-RC-LEAD.
           INSPECT WS-STEP-RC-OUT TALLYING WS-STEP-RC-LEAD
               FOR LEADING SPACES.
           MOVE SPACES TO RUNLOG-REC.
           STRING "STEP SEQ=" WS-STEP-IDX
               " NAME=" DELIMITED BY SIZE
               WS-STEP-NAME (WS-STEP-IDX) DELIMITED BY SPACE
               " CYCLE=" WS-RUN-CYCLE
               " START=" WS-START-DATE "-" WS-START-TIME (1:6)
               " END=" WS-END-DATE "-" WS-END-TIME (1:6)
               " OUTCOME=" DELIMITED BY SIZE
               WS-STEP-OUTCOME DELIMITED BY SPACE
               " RC=" DELIMITED BY SIZE
               WS-STEP-RC-OUT (WS-STEP-RC-LEAD + 1:) DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               WS-STEP-REASON DELIMITED BY SPACE
               INTO RUNLOG-REC
           END-STRING.
           WRITE RUNLOG-REC.

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
