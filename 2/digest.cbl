
      * Consolidated day-end operations digest. One fleet run
      * scatters its problems across exceptions.txt, continuity.txt,
      * envelope.txt, incursions.txt, recycle.txt, the low-fuel
      * ledger lines, the hull report's overhauls due and the boats
      * pre-run intake kept off the control list, and morning
      * triage used to be that many files opened side by side.
      * This program reads them all for the cycle, merges
      * everything into one list per boat ordered by severity
      * - a scheme operations controls through severity.txt - with
      * counts by severity in a fleet header and a clear NO ACTION
      * REQUIRED line per clean boat: one artifact the duty
           SELECT FUEL-FILE ASSIGN TO "fuel.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FUEL-STATUS.
           SELECT HULL-FILE ASSIGN TO "hull.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HULL-STATUS.
      * Pre-run intake's expected-versus-received report - a boat
      * whose log was missing, rejected or a duplicate never reached
      * control.txt, so the fleet run raised nothing for it
           SELECT INTAKE-FILE ASSIGN TO "intake.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTAKE-STATUS.
      * Severity scheme - one line per category name and its
      * severity 1 (worst) to 9, plus an optional HOLD line naming
      * the severity at or above which a boat is held out of the
           SELECT DIGEST-FILE ASSIGN TO "digest.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
      * Boats held out of the next fleet run - one boat name and its
      * worst severity per line, read by the fleet run. The previous
      * digest's holds are read back first: pre-run intake leaves a
      * held boat off control.txt, and it is still part of the fleet.
           SELECT HOLD-FILE ASSIGN TO "hold.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FUEL-FILE.
       01 FUEL-REC.
           05 PIC X(400).
       FD HULL-FILE.
       01 HULL-REC.
           05 PIC X(400).
       FD INTAKE-FILE.
       01 INTAKE-REC.
           05 PIC X(300).
       FD SEVERITY-FILE.
       01 SEVERITY-REC.
           05 PIC X(80).
       01 WS-INCURSION-STATUS PIC X(2).
       01 WS-RECYCLE-STATUS PIC X(2).
       01 WS-FUEL-STATUS PIC X(2).
       01 WS-HULL-STATUS PIC X(2).
       01 WS-INTAKE-STATUS PIC X(2).
       01 WS-SEVERITY-STATUS PIC X(2).
       01 WS-CYCLE-STATUS PIC X(2).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-FILE-EOF PIC A(1).
       01 WS-INPUT-REC PIC X(400).
       01 WS-RUN-CYCLE PIC 9(6).
      * severity.txt, so operations can reorder the triage without a
      * program change
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 13 TIMES.
               10 WS-CAT-NAME PIC X(12).
               10 WS-CAT-SEV PIC 9(1).
       01 WS-CAT-USED PIC 9(2) VALUE IS 0.
       01 WS-NEW-CAT PIC X(12).
       01 WS-NEW-SEV PIC 9(1).
       01 WS-NEW-TEXT PIC X(160).
      * Fleet roster from control.txt plus the boats currently held
      * and the boats intake kept off control.txt, so a clean boat
      * gets its NO ACTION REQUIRED line instead of silently not
      * appearing, a held boat keeps its hold until its items really
      * clear, and a boat that sent nothing usable is still triaged.
      * The control.txt boats come first, WS-CONTROL-USED of them.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-NAME PIC X(80) OCCURS 200 TIMES.
       01 WS-ROSTER-USED PIC 9(3) VALUE IS 0.
       01 WS-CONTROL-USED PIC 9(3) VALUE IS 0.
       01 WS-ROSTER-IDX PIC 9(3).
       01 WS-ROSTER-FOUND PIC A(1).
       01 WS-ROSTER-ADD-NAME PIC X(80).
      * The intake report line in hand, and whether the report is
      * this cycle's at all
       01 WS-INTAKE-CYCLE PIC X(6).
       01 WS-INTAKE-STATUS-WORD PIC X(12).
       01 WS-INTAKE-CURRENT PIC A(1).
      * Counts by severity for the fleet header
       01 WS-SEV-COUNTS.
           05 WS-SEV-COUNT PIC 9(6) OCCURS 9 TIMES.
       01 WS-LINE-KIND PIC X(20).
       01 WS-LINE-SUB PIC X(80).
       01 WS-LOW-FUEL-FLAG PIC X(1).
       01 WS-OVERHAUL-FLAG PIC X(1).
       01 WS-STALE-FLAG PIC A(1).

       PROCEDURE DIVISION.
           PERFORM INIT-CATEGORIES.
           PERFORM LOAD-SEVERITY-SCHEME.
           PERFORM LOAD-ROSTER.
           PERFORM LOAD-HELD-ROSTER.
           PERFORM SCAN-INTAKE.
           PERFORM SCAN-EXCEPTIONS.
           PERFORM SCAN-CONTINUITY.
           PERFORM SCAN-ENVELOPE.
           PERFORM SCAN-INCURSIONS.
           PERFORM SCAN-RECYCLE.
           PERFORM SCAN-FUEL.
           PERFORM SCAN-HULL.
           PERFORM WRITE-DIGEST.
           DISPLAY "Digest written for cycle " WS-RUN-CYCLE
               ": " WS-ITEM-USED " item(s), " WS-HELD-COUNT

      * The default triage order: an imbalanced or missing log above
      * a stale exception or an envelope/zone breach, those above a
      * continuity break, mission fault or duplicate transmission,
      * those above a bad command, low fuel or an overhaul due, and
      * a surfacing warning last. A duplicate sits under the hold
      * severity on purpose: nothing of it was applied, and holding
      * the boat would only keep its next genuine log off the
      * master.
       INIT-CATEGORIES.
           MOVE 1 TO WS-CAT-USED
           MOVE "IMBALANCED" TO WS-CAT-NAME (1)
           ADD 1 TO WS-CAT-USED
           MOVE "SURFACE" TO WS-CAT-NAME (11)
           MOVE 5 TO WS-CAT-SEV (11).
           ADD 1 TO WS-CAT-USED
           MOVE "DUPLICATE" TO WS-CAT-NAME (12)
           MOVE 3 TO WS-CAT-SEV (12).
           ADD 1 TO WS-CAT-USED
           MOVE "OVERHAUL" TO WS-CAT-NAME (13)
           MOVE 4 TO WS-CAT-SEV (13).

      * severity.txt overrides: "CATEGORY n" reorders a category,
      * "HOLD n" moves the hold threshold. Unknown names and
               END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               MOVE WS-ROSTER-USED TO WS-CONTROL-USED
           ELSE
               DISPLAY "Cannot open control.txt - status "
                   WS-CONTROL-STATUS
                   " - clean boats cannot be listed"
           END-IF.

      * A boat held by the last digest stays on the roster even when
      * intake has left it off control.txt - unrostered items never
      * raise a hold, so dropping it here would quietly release it.
       LOAD-HELD-ROSTER.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ HOLD-FILE INTO HOLD-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF HOLD-REC NOT = SPACES THEN
                           MOVE SPACES TO WS-ROSTER-ADD-NAME
                           UNSTRING HOLD-REC DELIMITED BY SPACES
                               INTO WS-ROSTER-ADD-NAME
                           END-UNSTRING
                           PERFORM ADD-TO-ROSTER
                       END-IF
               END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       ADD-TO-ROSTER.
           MOVE 'N' TO WS-ROSTER-FOUND.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-ROSTER-USED
               IF WS-ROSTER-NAME (WS-ROSTER-IDX) = WS-ROSTER-ADD-NAME
               THEN
                   MOVE 'Y' TO WS-ROSTER-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROSTER-FOUND = 'N' AND WS-ROSTER-USED < 200 THEN
               ADD 1 TO WS-ROSTER-USED
               MOVE WS-ROSTER-ADD-NAME
                   TO WS-ROSTER-NAME (WS-ROSTER-USED)
           END-IF.

      * Pre-run intake keeps a boat off control.txt when its log is
      * missing, fails its envelope, or was applied before - and a
      * boat the fleet run never sees raises no NOLOG, IMBALANCED or
      * DUPLICATE exception. Its intake line stands in for the
      * exception: MISSING triages as NOLOG, REJECTED as IMBALANCED,
      * DUPLICATE as DUPLICATE, and the boat joins the roster. Only
      * the report for this cycle counts, and a boat that is on
      * control.txt after all - a rerun keeping its aborted
      * attempt's list - is left to the fleet run's own exceptions.
       SCAN-INTAKE.
           MOVE 'N' TO WS-FILE-EOF, WS-INTAKE-CURRENT.
           OPEN INPUT INTAKE-FILE.
           IF WS-INTAKE-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ INTAKE-FILE INTO WS-INPUT-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-INPUT-REC (1:7) = "INTAKE " THEN
                           PERFORM CHECK-INTAKE-CYCLE
                       END-IF
                       IF WS-INTAKE-CURRENT = 'Y' AND
                          (WS-INPUT-REC (1:9) = "EXPECTED " OR
                           WS-INPUT-REC (1:11) = "UNEXPECTED ") THEN
                           PERFORM DIGEST-INTAKE-LINE
                       END-IF
               END-READ
               END-PERFORM
               CLOSE INTAKE-FILE
           END-IF.

       CHECK-INTAKE-CYCLE.
           MOVE SPACES TO WS-INTAKE-CYCLE.
           PERFORM PARSE-KIND-AND-SUB.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 24
               IF WS-TOK (WS-TOK-IDX) NOT = SPACES THEN
                   PERFORM SPLIT-KEY-VALUE
                   IF WS-TOK-KEY = "CYCLE" THEN
                       MOVE WS-TOK-VALUE (1:6) TO WS-INTAKE-CYCLE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INTAKE-CYCLE IS NUMERIC AND
              WS-INTAKE-CYCLE = WS-RUN-CYCLE THEN
               MOVE 'Y' TO WS-INTAKE-CURRENT
           ELSE
               DISPLAY "intake.txt is for cycle " WS-INTAKE-CYCLE
                   " - not this cycle's, passed over"
           END-IF.

       DIGEST-INTAKE-LINE.
           PERFORM PARSE-KIND-AND-SUB.
           MOVE SPACES TO WS-INTAKE-STATUS-WORD, WS-NEW-CAT.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 24
               IF WS-TOK (WS-TOK-IDX) NOT = SPACES THEN
                   PERFORM SPLIT-KEY-VALUE
                   IF WS-TOK-KEY = "STATUS" THEN
                       MOVE WS-TOK-VALUE TO WS-INTAKE-STATUS-WORD
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE WS-INTAKE-STATUS-WORD
               WHEN "MISSING"
                   MOVE "NOLOG" TO WS-NEW-CAT
               WHEN "REJECTED"
                   MOVE "IMBALANCED" TO WS-NEW-CAT
               WHEN "DUPLICATE"
                   MOVE "DUPLICATE" TO WS-NEW-CAT
           END-EVALUATE.
           MOVE 'N' TO WS-ROSTER-FOUND.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
                   UNTIL WS-ROSTER-IDX > WS-CONTROL-USED
               IF WS-ROSTER-NAME (WS-ROSTER-IDX) = WS-LINE-SUB THEN
                   MOVE 'Y' TO WS-ROSTER-FOUND
               END-IF
           END-PERFORM.
           IF WS-NEW-CAT NOT = SPACES AND WS-ROSTER-FOUND = 'N' THEN
               MOVE WS-LINE-SUB TO WS-ROSTER-ADD-NAME
               PERFORM ADD-TO-ROSTER
               MOVE WS-LINE-SUB TO WS-NEW-SUB
               MOVE WS-INPUT-REC (1:160) TO WS-NEW-TEXT
               PERFORM ADD-ITEM
           END-IF.

      * exceptions.txt carries the fixed WS-EXC-RECORD layout:
      * reason in columns 1-12, submarine name in 13-92. The reason
      * maps to a digest category; LOWFUEL exceptions are left to
                   MOVE "IMBALANCED" TO WS-NEW-CAT
               WHEN "NOLOG       "
                   MOVE "NOLOG" TO WS-NEW-CAT
               WHEN "DUPLICATE   "
                   MOVE "DUPLICATE" TO WS-NEW-CAT
               WHEN "BADCMD      "
                   MOVE "BADCMD" TO WS-NEW-CAT
               WHEN "SURFACE     "
               PERFORM ADD-ITEM
           END-IF.

      * From the hull stress report: a boat whose lifetime dive
      * cycles or deep-band time have reached its inspection interval
      * triages as OVERHAUL. Its band lines and the fleet line are
      * not warnings.
       SCAN-HULL.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT HULL-FILE.
           IF WS-HULL-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ HULL-FILE INTO WS-INPUT-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF WS-INPUT-REC (1:4) = "SUB=" THEN
                           PERFORM DIGEST-HULL-LINE
                       END-IF
               END-READ
               END-PERFORM
               CLOSE HULL-FILE
           END-IF.

       DIGEST-HULL-LINE.
           PERFORM PARSE-KIND-AND-SUB.
           MOVE SPACES TO WS-OVERHAUL-FLAG.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 24
               IF WS-TOK (WS-TOK-IDX) NOT = SPACES THEN
                   PERFORM SPLIT-KEY-VALUE
                   IF WS-TOK-KEY = "OVERHAUL-DUE" THEN
                       MOVE WS-TOK-VALUE (1:1) TO WS-OVERHAUL-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OVERHAUL-FLAG = "Y" THEN
               MOVE "OVERHAUL" TO WS-NEW-CAT
               MOVE WS-LINE-SUB TO WS-NEW-SUB
               MOVE WS-INPUT-REC (1:160) TO WS-NEW-TEXT
               PERFORM ADD-ITEM
           END-IF.

      * Splits the token-style line and lifts its leading kind and
      * its SUB= token - the two things every scan needs. The kind
      * is the first token's key side, SUB= wherever it sits.
