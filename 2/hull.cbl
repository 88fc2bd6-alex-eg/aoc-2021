       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2021-HULL.

      * Hull stress report. Engineering schedules hull inspections
      * by pressure cycling, and used to rebuild the figures by hand
      * from trajectory.txt. This program walks each boat's rows of
      * the completed cycle through the keyed trajectory store - the
      * boat's rows in sequence order, DEPTH and TIME off each - and
      * reports the time spent in each depth band, the deepest point
      * reached and how long the boat stayed within the near-peak
      * tolerance of it, and the dive cycles made: a descent to the
      * boat's dive threshold followed by a return above it. Time is
      * charged interval by interval to the depth a row left the
      * boat at, until the next row's timestamp. Bands, tolerance,
      * thresholds and inspection intervals come from the
      * engineering limits in engineering.txt. Lifetime dive cycles
      * and lifetime deep-band time carry forward per boat in
      * hull.mst, kept alongside the fleet master; a boat whose
      * lifetime figures reach its inspection interval is reported
      * OVERHAUL-DUE in hull.txt, which the digest picks up with the
      * other warning files. A rerun for the same cycle starts again
      * from the figures the boat held before the cycle, so nothing
      * is counted twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-FILE ASSIGN TO "cycle.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CYCLE-STATUS.
      * Engineering limits - one line each:
      *   BANDS b1 b2 ...       up to 8 ascending band boundaries; the
      *                         last band, from the last boundary
      *                         down, is the deep band
      *   NEAR n                near-peak tolerance in depth units
      *   INSPECT dives secs    fleet inspection interval - lifetime
      *                         dive cycles and lifetime deep-band
      *                         seconds; zero leaves a measure unlimited
      *   BOAT name dives secs [threshold]
      *                         a boat's own interval, and optionally
      *                         its own dive threshold (the first band
      *                         boundary otherwise)
           SELECT ENGINEERING-FILE ASSIGN TO "engineering.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENGINEERING-STATUS.
      * Keyed trajectory store the fleet run rebuilds each cycle -
      * boat name plus sequence number, one row per command
           SELECT TRAJ-INDEX-FILE ASSIGN TO "trajectory.idx"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRJ-KEY
           FILE STATUS IS WS-TRAJ-IDX-STATUS.
      * Lifetime hull figures per boat, carried cycle to cycle
           SELECT HULL-MASTER-FILE ASSIGN TO "hull.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HUL-SUB-NAME
           FILE STATUS IS WS-HULL-MASTER-STATUS.
      * Fleet master - a boat no longer on it is not reported idle
           SELECT MASTER-FILE ASSIGN TO "fleet.mst"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-SUB-NAME
           FILE STATUS IS WS-MASTER-STATUS.
           SELECT HULL-FILE ASSIGN TO "hull.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CYCLE-FILE.
       01 CYCLE-REC.
           05 PIC X(20).
       FD ENGINEERING-FILE.
       01 ENGINEERING-REC.
           05 PIC X(200).
       FD TRAJ-INDEX-FILE.
       01 TRAJ-INDEX-REC.
           05 TRJ-KEY.
               10 TRJ-SUB-NAME PIC X(80).
               10 TRJ-SEQ PIC 9(8).
           05 TRJ-ROW PIC X(300).
      * Current lifetime figures, and the figures the boat held
      * before the cycle last stressed - what a rerun starts from
       FD HULL-MASTER-FILE.
       01 HULL-MASTER-REC.
           05 HUL-SUB-NAME PIC X(80).
           05 HUL-LAST-CYCLE PIC 9(6).
           05 HUL-RUN-STAMP PIC X(16).
           05 HUL-DIVE-CYCLES PIC 9(8).
           05 HUL-DEEP-SECONDS PIC 9(12).
           05 HUL-MAX-DEPTH PIC 9(8).
           05 HUL-DEEP-STATE PIC A(1).
           05 HUL-PRIOR-CYCLE PIC 9(6).
           05 HUL-PRIOR-DIVE-CYCLES PIC 9(8).
           05 HUL-PRIOR-DEEP-SECONDS PIC 9(12).
           05 HUL-PRIOR-MAX-DEPTH PIC 9(8).
           05 HUL-PRIOR-DEEP-STATE PIC A(1).
      * Same layout as the fleet run maintains - read-only here
       FD MASTER-FILE.
       01 MASTER-REC.
           05 MST-SUB-NAME PIC X(80).
           05 MST-DEPTH-1 PIC 9(8).
           05 MST-POSITION-1 PIC 9(6).
           05 MST-DEPTH PIC 9(8).
           05 MST-POSITION PIC 9(6).
           05 MST-AIM PIC S9(5) SIGN IS TRAILING SEPARATE.
           05 MST-COUNT-FORWARD PIC 9(8).
           05 MST-COUNT-UP PIC 9(8).
           05 MST-COUNT-DOWN PIC 9(8).
           05 MST-COUNT-TOTAL PIC 9(8).
           05 MST-LAST-CYCLE PIC 9(6).
           05 MST-RUN-FORWARD PIC 9(8).
           05 MST-RUN-UP PIC 9(8).
           05 MST-RUN-DOWN PIC 9(8).
           05 MST-RUN-TOTAL PIC 9(8).
           05 MST-FUEL-STOCKED PIC A(1).
           05 MST-FUEL-ON-HAND PIC 9(8).
           05 MST-FUEL-RECEIVED PIC 9(8).
           05 MST-FUEL-REMOVED PIC 9(8).
       FD HULL-FILE.
       01 HULL-REC.
           05 PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-CYCLE-STATUS PIC X(2).
       01 WS-ENGINEERING-STATUS PIC X(2).
       01 WS-TRAJ-IDX-STATUS PIC X(2).
       01 WS-HULL-MASTER-STATUS PIC X(2).
       01 WS-MASTER-STATUS PIC X(2).
       01 WS-FILE-EOF PIC A(1).
       01 WS-IDX-EOF PIC A(1).
       01 WS-ROW-EOF PIC A(1).
       01 WS-HULL-EOF PIC A(1).
       01 WS-MASTER-READY PIC A(1) VALUE IS 'N'.
       01 WS-ON-MASTER PIC A(1).
       01 WS-INPUT-REC PIC X(400).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC X(8).
       01 WS-RUN-STAMP PIC X(16).
      * The completed cycle being reported, and why no report could
      * be made - blank while it can
       01 WS-RUN-CYCLE PIC 9(6) VALUE IS 0.
       01 WS-CYCLE-FLAG PIC X(1) VALUE IS SPACE.
       01 WS-HULL-REASON PIC X(24) VALUE IS SPACES.
      * Engineering limits as loaded - band boundaries ascending,
      * near-peak tolerance, fleet inspection interval, and each
      * boat's own interval and dive threshold
       01 WS-BOUND-TABLE.
           05 WS-BOUND PIC 9(8) OCCURS 8 TIMES.
       01 WS-BOUND-USED PIC 9(1) VALUE IS 0.
       01 WS-BOUND-IDX PIC 9(1).
       01 WS-NEAR-TOLERANCE PIC 9(8) VALUE IS 0.
       01 WS-FLEET-INSPECT-DIVES PIC 9(8) VALUE IS 0.
       01 WS-FLEET-INSPECT-SECONDS PIC 9(12) VALUE IS 0.
       01 WS-LIMIT-TABLE.
           05 WS-LIMIT-ENTRY OCCURS 200 TIMES.
               10 WS-LT-NAME PIC X(80).
               10 WS-LT-DIVES PIC 9(8).
               10 WS-LT-SECONDS PIC 9(12).
               10 WS-LT-THRESHOLD PIC 9(8).
       01 WS-LIMIT-USED PIC 9(3) VALUE IS 0.
       01 WS-LIMIT-IDX PIC 9(3).
      * Engineering line as split - alphanumeric first, so a short
      * line's missing values are seen as missing rather than zero
       01 WS-ENG-KEYWORD PIC X(10).
       01 WS-ENG-NAME PIC X(80).
       01 WS-ENG-TOK-1 PIC X(12).
       01 WS-ENG-TOK-2 PIC X(12).
       01 WS-ENG-TOK-3 PIC X(12).
       01 WS-ENG-BOUNDS.
           05 WS-ENG-BOUND-TOK PIC X(12) OCCURS 8 TIMES.
       01 WS-ENG-BOUND PIC 9(8).
       01 WS-ENG-BOUND-TABLE.
           05 WS-ENG-BOUND-VALUE PIC 9(8) OCCURS 8 TIMES.
       01 WS-ENG-BOUND-USED PIC 9(1).
       01 WS-ENG-LAST-BOUND PIC 9(8).
       01 WS-ENG-BAD PIC A(1).
      * Limits in force for the boat in hand
       01 WS-INSPECT-DIVES PIC 9(8).
       01 WS-INSPECT-SECONDS PIC 9(12).
       01 WS-DIVE-THRESHOLD PIC 9(8).
      * The boat in hand - its rows this cycle, peak depth, time by
      * band, near-peak time, dive cycles and deep-band time
       01 WS-BOAT-NAME PIC X(80).
       01 WS-ROW-COUNT PIC 9(8).
       01 WS-PEAK-DEPTH PIC 9(8).
       01 WS-NEAR-SECONDS PIC 9(10).
       01 WS-DIVE-COUNT PIC 9(6).
       01 WS-DEEP-SECONDS PIC 9(10).
       01 WS-UNTIMED-COUNT PIC 9(8).
       01 WS-BAND-TABLE.
           05 WS-BAND-SECONDS PIC 9(10) OCCURS 9 TIMES.
       01 WS-BAND-USED PIC 9(1).
       01 WS-BAND-IDX PIC 9(1).
       01 WS-BAND-TO PIC 9(8).
      * Lifetime figures the boat starts the cycle from, and where it
      * ends it
       01 WS-HULL-FOUND PIC A(1).
       01 WS-START-CYCLE PIC 9(6).
       01 WS-START-DIVES PIC 9(8).
       01 WS-START-DEEP-SECONDS PIC 9(12).
       01 WS-START-MAX-DEPTH PIC 9(8).
       01 WS-START-DEEP-STATE PIC A(1).
       01 WS-DEEP-STATE PIC A(1).
       01 WS-LIFE-DIVES PIC 9(8).
       01 WS-LIFE-DEEP-SECONDS PIC 9(12).
       01 WS-LIFE-MAX-DEPTH PIC 9(8).
       01 WS-OVERHAUL-DUE PIC A(1).
       01 WS-OVERHAUL-REASON PIC X(24).
      * One trajectory row, and the row before it
       01 WS-ROW-DEPTH PIC 9(8).
       01 WS-ROW-STAMP PIC X(14).
       01 WS-ROW-TIMED PIC A(1).
       01 WS-ROW-SECONDS PIC 9(12).
       01 WS-PREV-SEEN PIC A(1).
       01 WS-PREV-DEPTH PIC 9(8).
       01 WS-PREV-TIMED PIC A(1).
       01 WS-PREV-SECONDS PIC 9(12).
       01 WS-INTERVAL PIC 9(10).
       01 WS-NEAR-FLOOR PIC 9(8).
      * A yyyymmddhhmmss stamp turned into seconds from a fixed
      * origin - days counted on a calendar whose year starts in
      * March, so the leap day falls last
       01 WS-STAMP PIC X(14).
       01 WS-STAMP-YEAR PIC 9(4).
       01 WS-STAMP-MONTH PIC 9(2).
       01 WS-STAMP-DAY PIC 9(2).
       01 WS-STAMP-HOUR PIC 9(2).
       01 WS-STAMP-MINUTE PIC 9(2).
       01 WS-STAMP-SECOND PIC 9(2).
       01 WS-STAMP-QUOTIENT PIC 9(6).
       01 WS-STAMP-DAYS PIC 9(8).
       01 WS-STAMP-SECONDS PIC 9(12).
      * Fleet counts for the closing line
       01 WS-BOAT-COUNT PIC 9(6) VALUE IS 0.
       01 WS-STRESSED-COUNT PIC 9(6) VALUE IS 0.
       01 WS-OVERHAUL-COUNT PIC 9(6) VALUE IS 0.
       01 WS-LINE-PTR PIC 9(3).
      * KEY=value token handling
       01 WS-TOKENS.
           05 WS-TOK PIC X(100) OCCURS 24 TIMES.
       01 WS-TOK-IDX PIC 9(2).
       01 WS-TOK-KEY PIC X(30).
       01 WS-TOK-VALUE PIC X(60).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           STRING WS-RUN-DATE WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-RUN-STAMP
           END-STRING.
           PERFORM LOAD-RUN-CYCLE.
           PERFORM LOAD-ENGINEERING-LIMITS.
           IF WS-HULL-REASON = SPACES THEN
               PERFORM OPEN-STORES
           END-IF.
           OPEN OUTPUT HULL-FILE.
           MOVE SPACES TO HULL-REC.
           STRING "HULL CYCLE=" WS-RUN-CYCLE
               " DATE=" WS-RUN-DATE
               " TIME=" WS-RUN-TIME (1:6)
               " BANDS=" WS-BAND-USED
               " NEAR=" WS-NEAR-TOLERANCE
               DELIMITED BY SIZE INTO HULL-REC
           END-STRING.
           WRITE HULL-REC.
           IF WS-HULL-REASON = SPACES THEN
               PERFORM WALK-TRAJECTORY
               PERFORM REPORT-IDLE-BOATS
               CLOSE TRAJ-INDEX-FILE
               CLOSE HULL-MASTER-FILE
               IF WS-MASTER-READY = 'Y' THEN
                   CLOSE MASTER-FILE
               END-IF
           END-IF.
           PERFORM WRITE-FLEET-LINE.
           CLOSE HULL-FILE.
           DISPLAY "Hull stress report for cycle " WS-RUN-CYCLE
               ": " WS-BOAT-COUNT " boat(s), " WS-OVERHAUL-COUNT
               " overhaul(s) due".
           STOP RUN.

      * Only a completed cycle is reported - a cycle still open may
      * have rows in the store it will yet rewrite.
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
           IF WS-CYCLE-FLAG NOT = "C" THEN
               MOVE "CYCLE-NOT-COMPLETE" TO WS-HULL-REASON
           END-IF.

      * Bad lines are reported and ignored. Without any BANDS line
      * the whole depth range is one band with no deep band, and
      * without a dive threshold no dive cycles are counted.
       LOAD-ENGINEERING-LIMITS.
           MOVE 'N' TO WS-FILE-EOF.
           OPEN INPUT ENGINEERING-FILE.
           IF WS-ENGINEERING-STATUS = "00" THEN
               PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ ENGINEERING-FILE INTO ENGINEERING-REC
                   AT END MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF ENGINEERING-REC NOT = SPACES THEN
                           PERFORM TAKE-ENGINEERING-LINE
                       END-IF
               END-READ
               END-PERFORM
               CLOSE ENGINEERING-FILE
           ELSE
               DISPLAY "Cannot open engineering.txt - status "
                   WS-ENGINEERING-STATUS
                   " - one depth band, no dive cycles, no "
                   "inspection intervals"
           END-IF.
           ADD 1 TO WS-BOUND-USED GIVING WS-BAND-USED.

       TAKE-ENGINEERING-LINE.
           MOVE SPACES TO WS-ENG-KEYWORD, WS-ENG-NAME, WS-ENG-TOK-1,
               WS-ENG-TOK-2, WS-ENG-TOK-3.
           MOVE 'N' TO WS-ENG-BAD.
           UNSTRING ENGINEERING-REC DELIMITED BY SPACES
               INTO WS-ENG-KEYWORD
           END-UNSTRING.
           EVALUATE WS-ENG-KEYWORD
               WHEN "BANDS"
                   PERFORM TAKE-BANDS-LINE
               WHEN "NEAR"
                   UNSTRING ENGINEERING-REC DELIMITED BY SPACES
                       INTO WS-ENG-KEYWORD, WS-ENG-TOK-1
                   END-UNSTRING
                   IF WS-ENG-TOK-1 = SPACES THEN
                       MOVE 'Y' TO WS-ENG-BAD
                   ELSE
                       UNSTRING ENGINEERING-REC
                           DELIMITED BY SPACES
                           INTO WS-ENG-KEYWORD, WS-NEAR-TOLERANCE
                       END-UNSTRING
                   END-IF
               WHEN "INSPECT"
                   UNSTRING ENGINEERING-REC DELIMITED BY SPACES
                       INTO WS-ENG-KEYWORD, WS-ENG-TOK-1, WS-ENG-TOK-2
                   END-UNSTRING
                   IF WS-ENG-TOK-1 = SPACES OR
                      WS-ENG-TOK-2 = SPACES THEN
                       MOVE 'Y' TO WS-ENG-BAD
                   ELSE
                       UNSTRING ENGINEERING-REC
                           DELIMITED BY SPACES
                           INTO WS-ENG-KEYWORD,
                               WS-FLEET-INSPECT-DIVES,
                               WS-FLEET-INSPECT-SECONDS
                       END-UNSTRING
                   END-IF
               WHEN "BOAT"
                   PERFORM TAKE-BOAT-LINE
               WHEN OTHER
                   MOVE 'Y' TO WS-ENG-BAD
           END-EVALUATE.
           IF WS-ENG-BAD = 'Y' THEN
               DISPLAY "Bad engineering line ignored: "
                   ENGINEERING-REC (1:60)
           END-IF.

      * Boundaries must rise - a band boundary out of order would
      * leave a band no depth can fall in. A bad line leaves the
      * bands as they were.
       TAKE-BANDS-LINE.
           MOVE SPACES TO WS-ENG-BOUNDS.
           UNSTRING ENGINEERING-REC DELIMITED BY SPACES
               INTO WS-ENG-KEYWORD,
                   WS-ENG-BOUND-TOK (1), WS-ENG-BOUND-TOK (2),
                   WS-ENG-BOUND-TOK (3), WS-ENG-BOUND-TOK (4),
                   WS-ENG-BOUND-TOK (5), WS-ENG-BOUND-TOK (6),
                   WS-ENG-BOUND-TOK (7), WS-ENG-BOUND-TOK (8)
           END-UNSTRING.
           MOVE ZEROS TO WS-ENG-BOUND-TABLE.
           MOVE 0 TO WS-ENG-BOUND-USED, WS-ENG-LAST-BOUND.
           PERFORM VARYING WS-BOUND-IDX FROM 1 BY 1
                   UNTIL WS-BOUND-IDX > 8 OR WS-ENG-BAD = 'Y'
               IF WS-ENG-BOUND-TOK (WS-BOUND-IDX) NOT = SPACES THEN
                   UNSTRING WS-ENG-BOUND-TOK (WS-BOUND-IDX)
                       DELIMITED BY SPACE INTO WS-ENG-BOUND
                   END-UNSTRING
                   IF WS-ENG-BOUND NOT > WS-ENG-LAST-BOUND THEN
                       MOVE 'Y' TO WS-ENG-BAD
                   ELSE
                       ADD 1 TO WS-ENG-BOUND-USED
                       MOVE WS-ENG-BOUND
                           TO WS-ENG-BOUND-VALUE (WS-ENG-BOUND-USED)
                       MOVE WS-ENG-BOUND TO WS-ENG-LAST-BOUND
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ENG-BOUND-USED = 0 THEN
               MOVE 'Y' TO WS-ENG-BAD
           END-IF.
           IF WS-ENG-BAD = 'N' THEN
               MOVE WS-ENG-BOUND-TABLE TO WS-BOUND-TABLE
               MOVE WS-ENG-BOUND-USED TO WS-BOUND-USED
           END-IF.

       TAKE-BOAT-LINE.
           UNSTRING ENGINEERING-REC DELIMITED BY SPACES
               INTO WS-ENG-KEYWORD, WS-ENG-NAME, WS-ENG-TOK-1,
                   WS-ENG-TOK-2, WS-ENG-TOK-3
           END-UNSTRING.
           IF WS-ENG-NAME = SPACES OR WS-ENG-TOK-1 = SPACES OR
              WS-ENG-TOK-2 = SPACES THEN
               MOVE 'Y' TO WS-ENG-BAD
           END-IF.
           IF WS-ENG-BAD = 'N' AND WS-LIMIT-USED = 200 THEN
               DISPLAY "Engineering limits table full at 200 - "
                   WS-ENG-NAME " uses the fleet interval"
           END-IF.
           IF WS-ENG-BAD = 'N' AND WS-LIMIT-USED < 200 THEN
               ADD 1 TO WS-LIMIT-USED
               MOVE WS-ENG-NAME TO WS-LT-NAME (WS-LIMIT-USED)
               UNSTRING WS-ENG-TOK-1 DELIMITED BY SPACE
                   INTO WS-LT-DIVES (WS-LIMIT-USED)
               END-UNSTRING
               UNSTRING WS-ENG-TOK-2 DELIMITED BY SPACE
                   INTO WS-LT-SECONDS (WS-LIMIT-USED)
               END-UNSTRING
               MOVE 0 TO WS-LT-THRESHOLD (WS-LIMIT-USED)
               IF WS-ENG-TOK-3 NOT = SPACES THEN
                   UNSTRING WS-ENG-TOK-3 DELIMITED BY SPACE
                       INTO WS-LT-THRESHOLD (WS-LIMIT-USED)
                   END-UNSTRING
               END-IF
           END-IF.

      * The trajectory store is the whole point; the hull master is
      * created empty on first sight; the fleet master only trims
      * the idle listing, so the report goes on without it.
       OPEN-STORES.
           OPEN INPUT TRAJ-INDEX-FILE.
           IF WS-TRAJ-IDX-STATUS NOT = "00" THEN
               MOVE "NO-TRAJECTORY-STORE" TO WS-HULL-REASON
               DISPLAY "Cannot open trajectory.idx - status "
                   WS-TRAJ-IDX-STATUS " - no hull report"
           ELSE
               OPEN I-O HULL-MASTER-FILE
               IF WS-HULL-MASTER-STATUS = "35" THEN
                   OPEN OUTPUT HULL-MASTER-FILE
                   CLOSE HULL-MASTER-FILE
                   OPEN I-O HULL-MASTER-FILE
               END-IF
               IF WS-HULL-MASTER-STATUS NOT = "00" THEN
                   MOVE "NO-HULL-MASTER" TO WS-HULL-REASON
                   DISPLAY "Cannot open hull.mst - status "
                       WS-HULL-MASTER-STATUS " - no hull report"
                   CLOSE TRAJ-INDEX-FILE
               END-IF
           END-IF.
           IF WS-HULL-REASON = SPACES THEN
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS = "00" THEN
                   MOVE 'Y' TO WS-MASTER-READY
               END-IF
           END-IF.

      * The store is in boat-then-sequence order: each boat is found
      * by reading on from the end of the one before, stressed from
      * its own first key, and then passed over whole.
       WALK-TRAJECTORY.
           MOVE 'N' TO WS-IDX-EOF.
           MOVE LOW-VALUES TO TRJ-KEY.
           START TRAJ-INDEX-FILE KEY NOT LESS THAN TRJ-KEY
               INVALID KEY MOVE 'Y' TO WS-IDX-EOF
           END-START.
           IF WS-IDX-EOF = 'N' THEN
               PERFORM READ-NEXT-BOAT
           END-IF.
           PERFORM UNTIL WS-IDX-EOF = 'Y'
               PERFORM STRESS-BOAT
               MOVE WS-BOAT-NAME TO TRJ-SUB-NAME
               MOVE 99999999 TO TRJ-SEQ
               START TRAJ-INDEX-FILE KEY GREATER THAN TRJ-KEY
                   INVALID KEY MOVE 'Y' TO WS-IDX-EOF
               END-START
               IF WS-IDX-EOF = 'N' THEN
                   PERFORM READ-NEXT-BOAT
               END-IF
           END-PERFORM.

       READ-NEXT-BOAT.
           READ TRAJ-INDEX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-IDX-EOF
               NOT AT END MOVE TRJ-SUB-NAME TO WS-BOAT-NAME
           END-READ.

      * Two passes over the boat's rows: the first finds the peak
      * the near-peak time is measured against, the second charges
      * the time and counts the dives.
       STRESS-BOAT.
           ADD 1 TO WS-BOAT-COUNT.
           ADD 1 TO WS-STRESSED-COUNT.
           PERFORM FIND-BOAT-LIMITS.
           PERFORM READ-HULL-RECORD.
           MOVE 0 TO WS-ROW-COUNT, WS-PEAK-DEPTH, WS-NEAR-SECONDS,
               WS-DIVE-COUNT, WS-DEEP-SECONDS, WS-UNTIMED-COUNT.
           MOVE ZEROS TO WS-BAND-TABLE.
           PERFORM POSITION-AT-BOAT.
           PERFORM UNTIL WS-ROW-EOF = 'Y'
           READ TRAJ-INDEX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ROW-EOF
               NOT AT END
                   IF TRJ-SUB-NAME NOT = WS-BOAT-NAME THEN
                       MOVE 'Y' TO WS-ROW-EOF
                   ELSE
                       PERFORM PARSE-ROW
                       ADD 1 TO WS-ROW-COUNT
                       IF WS-ROW-DEPTH > WS-PEAK-DEPTH THEN
                           MOVE WS-ROW-DEPTH TO WS-PEAK-DEPTH
                       END-IF
                   END-IF
           END-READ
           END-PERFORM.
           IF WS-PEAK-DEPTH > WS-NEAR-TOLERANCE THEN
               SUBTRACT WS-NEAR-TOLERANCE FROM WS-PEAK-DEPTH
                   GIVING WS-NEAR-FLOOR
           ELSE
               MOVE 0 TO WS-NEAR-FLOOR
           END-IF.
           MOVE WS-START-DEEP-STATE TO WS-DEEP-STATE.
           MOVE 'N' TO WS-PREV-SEEN, WS-PREV-TIMED.
           MOVE 0 TO WS-PREV-DEPTH, WS-PREV-SECONDS.
           PERFORM POSITION-AT-BOAT.
           PERFORM UNTIL WS-ROW-EOF = 'Y'
           READ TRAJ-INDEX-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-ROW-EOF
               NOT AT END
                   IF TRJ-SUB-NAME NOT = WS-BOAT-NAME THEN
                       MOVE 'Y' TO WS-ROW-EOF
                   ELSE
                       PERFORM PARSE-ROW
                       PERFORM STRESS-ROW
                   END-IF
           END-READ
           END-PERFORM.
           ADD WS-START-DIVES WS-DIVE-COUNT GIVING WS-LIFE-DIVES.
           ADD WS-START-DEEP-SECONDS WS-DEEP-SECONDS
               GIVING WS-LIFE-DEEP-SECONDS.
           MOVE WS-START-MAX-DEPTH TO WS-LIFE-MAX-DEPTH.
           IF WS-PEAK-DEPTH > WS-LIFE-MAX-DEPTH THEN
               MOVE WS-PEAK-DEPTH TO WS-LIFE-MAX-DEPTH
           END-IF.
           PERFORM CHECK-OVERHAUL.
           PERFORM WRITE-BOAT-LINES.
           PERFORM SAVE-HULL-RECORD.

       POSITION-AT-BOAT.
           MOVE 'N' TO WS-ROW-EOF.
           MOVE WS-BOAT-NAME TO TRJ-SUB-NAME.
           MOVE 0 TO TRJ-SEQ.
           START TRAJ-INDEX-FILE KEY NOT LESS THAN TRJ-KEY
               INVALID KEY MOVE 'Y' TO WS-ROW-EOF
           END-START.

       PARSE-ROW.
           MOVE 0 TO WS-ROW-DEPTH.
           MOVE SPACES TO WS-ROW-STAMP.
           MOVE TRJ-ROW TO WS-INPUT-REC.
           PERFORM SPLIT-TOKENS.
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > 24
               IF WS-TOK (WS-TOK-IDX) NOT = SPACES THEN
                   PERFORM SPLIT-KEY-VALUE
                   EVALUATE WS-TOK-KEY
                       WHEN "DEPTH"
                           MOVE WS-TOK-VALUE (1:8) TO WS-ROW-DEPTH
                       WHEN "TIME"
                           MOVE WS-TOK-VALUE (1:14) TO WS-ROW-STAMP
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ROW-TIMED.
           IF WS-ROW-STAMP IS NUMERIC THEN
               MOVE WS-ROW-STAMP TO WS-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-ROW-SECONDS
               MOVE 'Y' TO WS-ROW-TIMED
           END-IF.

      * The interval since the previous row is charged to the depth
      * that row left the boat at - its band, the deep band when it
      * is the last of several, and the near-peak time when within
      * tolerance of the peak. An interval without two good stamps
      * in order is counted as untimed and charged nowhere. Then the
      * row's own depth moves the dive state: reaching the threshold
      * starts a dive, coming back above it completes one.
       STRESS-ROW.
           IF WS-PREV-TIMED = 'Y' AND WS-ROW-TIMED = 'Y' AND
              WS-ROW-SECONDS NOT < WS-PREV-SECONDS THEN
               SUBTRACT WS-PREV-SECONDS FROM WS-ROW-SECONDS
                   GIVING WS-INTERVAL
               PERFORM FIND-BAND
               ADD WS-INTERVAL TO WS-BAND-SECONDS (WS-BAND-IDX)
               IF WS-BOUND-USED > 0 AND
                  WS-BAND-IDX = WS-BAND-USED THEN
                   ADD WS-INTERVAL TO WS-DEEP-SECONDS
               END-IF
               IF WS-PREV-DEPTH NOT < WS-NEAR-FLOOR THEN
                   ADD WS-INTERVAL TO WS-NEAR-SECONDS
               END-IF
           ELSE
               IF WS-PREV-SEEN = 'Y' THEN
                   ADD 1 TO WS-UNTIMED-COUNT
               END-IF
           END-IF.
           IF WS-DIVE-THRESHOLD > 0 THEN
               IF WS-ROW-DEPTH NOT < WS-DIVE-THRESHOLD THEN
                   MOVE 'Y' TO WS-DEEP-STATE
               ELSE
                   IF WS-DEEP-STATE = 'Y' THEN
                       MOVE 'N' TO WS-DEEP-STATE
                       ADD 1 TO WS-DIVE-COUNT
                   END-IF
               END-IF
           END-IF.
           MOVE WS-ROW-DEPTH TO WS-PREV-DEPTH.
           MOVE WS-ROW-TIMED TO WS-PREV-TIMED.
           MOVE WS-ROW-SECONDS TO WS-PREV-SECONDS.
           MOVE 'Y' TO WS-PREV-SEEN.

      * Band of the previous row's depth - one past the number of
      * boundaries at or above which it sits.
       FIND-BAND.
           MOVE 1 TO WS-BAND-IDX.
           PERFORM VARYING WS-BOUND-IDX FROM 1 BY 1
                   UNTIL WS-BOUND-IDX > WS-BOUND-USED
               IF WS-PREV-DEPTH NOT < WS-BOUND (WS-BOUND-IDX) THEN
                   ADD 1 TO WS-BOUND-IDX GIVING WS-BAND-IDX
               END-IF
           END-PERFORM.

       STAMP-TO-SECONDS.
           MOVE WS-STAMP (1:4) TO WS-STAMP-YEAR.
           MOVE WS-STAMP (5:2) TO WS-STAMP-MONTH.
           MOVE WS-STAMP (7:2) TO WS-STAMP-DAY.
           MOVE WS-STAMP (9:2) TO WS-STAMP-HOUR.
           MOVE WS-STAMP (11:2) TO WS-STAMP-MINUTE.
           MOVE WS-STAMP (13:2) TO WS-STAMP-SECOND.
           IF WS-STAMP-MONTH < 3 THEN
               SUBTRACT 1 FROM WS-STAMP-YEAR
               ADD 12 TO WS-STAMP-MONTH
           END-IF.
           MULTIPLY WS-STAMP-YEAR BY 365 GIVING WS-STAMP-DAYS.
           DIVIDE WS-STAMP-YEAR BY 4 GIVING WS-STAMP-QUOTIENT.
           ADD WS-STAMP-QUOTIENT TO WS-STAMP-DAYS.
           DIVIDE WS-STAMP-YEAR BY 100 GIVING WS-STAMP-QUOTIENT.
           SUBTRACT WS-STAMP-QUOTIENT FROM WS-STAMP-DAYS.
           DIVIDE WS-STAMP-YEAR BY 400 GIVING WS-STAMP-QUOTIENT.
           ADD WS-STAMP-QUOTIENT TO WS-STAMP-DAYS.
           COMPUTE WS-STAMP-QUOTIENT = 153 * (WS-STAMP-MONTH - 3) + 2.
           DIVIDE WS-STAMP-QUOTIENT BY 5 GIVING WS-STAMP-QUOTIENT.
           ADD WS-STAMP-QUOTIENT WS-STAMP-DAY TO WS-STAMP-DAYS.
           COMPUTE WS-STAMP-SECONDS = WS-STAMP-DAYS * 86400
               + WS-STAMP-HOUR * 3600 + WS-STAMP-MINUTE * 60
               + WS-STAMP-SECOND.

      * The boat's own interval and threshold where engineering keyed
      * them, the fleet interval and first band boundary otherwise.
       FIND-BOAT-LIMITS.
           MOVE WS-FLEET-INSPECT-DIVES TO WS-INSPECT-DIVES.
           MOVE WS-FLEET-INSPECT-SECONDS TO WS-INSPECT-SECONDS.
           MOVE 0 TO WS-DIVE-THRESHOLD.
           IF WS-BOUND-USED > 0 THEN
               MOVE WS-BOUND (1) TO WS-DIVE-THRESHOLD
           END-IF.
           PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX > WS-LIMIT-USED
               IF WS-LT-NAME (WS-LIMIT-IDX) = WS-BOAT-NAME THEN
                   MOVE WS-LT-DIVES (WS-LIMIT-IDX) TO WS-INSPECT-DIVES
                   MOVE WS-LT-SECONDS (WS-LIMIT-IDX)
                       TO WS-INSPECT-SECONDS
                   IF WS-LT-THRESHOLD (WS-LIMIT-IDX) > 0 THEN
                       MOVE WS-LT-THRESHOLD (WS-LIMIT-IDX)
                           TO WS-DIVE-THRESHOLD
                   END-IF
               END-IF
           END-PERFORM.

      * Where the boat starts the cycle from. Already stressed for
      * this same cycle, it starts again from the figures it held
      * before - a rerun replaces the cycle's figures, never adds to
      * them.
       READ-HULL-RECORD.
           MOVE 'Y' TO WS-HULL-FOUND.
           MOVE WS-BOAT-NAME TO HUL-SUB-NAME.
           READ HULL-MASTER-FILE
               INVALID KEY MOVE 'N' TO WS-HULL-FOUND
           END-READ.
           IF WS-HULL-FOUND = 'N' THEN
               MOVE 0 TO WS-START-CYCLE, WS-START-DIVES,
                   WS-START-DEEP-SECONDS, WS-START-MAX-DEPTH
               MOVE 'N' TO WS-START-DEEP-STATE
           ELSE
               IF HUL-LAST-CYCLE = WS-RUN-CYCLE THEN
                   MOVE HUL-PRIOR-CYCLE TO WS-START-CYCLE
                   MOVE HUL-PRIOR-DIVE-CYCLES TO WS-START-DIVES
                   MOVE HUL-PRIOR-DEEP-SECONDS
                       TO WS-START-DEEP-SECONDS
                   MOVE HUL-PRIOR-MAX-DEPTH TO WS-START-MAX-DEPTH
                   MOVE HUL-PRIOR-DEEP-STATE TO WS-START-DEEP-STATE
               ELSE
                   MOVE HUL-LAST-CYCLE TO WS-START-CYCLE
                   MOVE HUL-DIVE-CYCLES TO WS-START-DIVES
                   MOVE HUL-DEEP-SECONDS TO WS-START-DEEP-SECONDS
                   MOVE HUL-MAX-DEPTH TO WS-START-MAX-DEPTH
                   MOVE HUL-DEEP-STATE TO WS-START-DEEP-STATE
               END-IF
           END-IF.

       SAVE-HULL-RECORD.
           MOVE WS-BOAT-NAME TO HUL-SUB-NAME.
           MOVE WS-RUN-CYCLE TO HUL-LAST-CYCLE.
           MOVE WS-RUN-STAMP TO HUL-RUN-STAMP.
           MOVE WS-LIFE-DIVES TO HUL-DIVE-CYCLES.
           MOVE WS-LIFE-DEEP-SECONDS TO HUL-DEEP-SECONDS.
           MOVE WS-LIFE-MAX-DEPTH TO HUL-MAX-DEPTH.
           MOVE WS-DEEP-STATE TO HUL-DEEP-STATE.
           MOVE WS-START-CYCLE TO HUL-PRIOR-CYCLE.
           MOVE WS-START-DIVES TO HUL-PRIOR-DIVE-CYCLES.
           MOVE WS-START-DEEP-SECONDS TO HUL-PRIOR-DEEP-SECONDS.
           MOVE WS-START-MAX-DEPTH TO HUL-PRIOR-MAX-DEPTH.
           MOVE WS-START-DEEP-STATE TO HUL-PRIOR-DEEP-STATE.
           IF WS-HULL-FOUND = 'Y' THEN
               REWRITE HULL-MASTER-REC
                   INVALID KEY
                       DISPLAY "Hull master rewrite failed for "
                           WS-BOAT-NAME " - status "
                           WS-HULL-MASTER-STATUS
               END-REWRITE
           ELSE
               WRITE HULL-MASTER-REC
                   INVALID KEY
                       DISPLAY "Hull master write failed for "
                           WS-BOAT-NAME " - status "
                           WS-HULL-MASTER-STATUS
               END-WRITE
           END-IF.

      * Due once either lifetime measure reaches the boat's interval;
      * an interval of zero never falls due.
       CHECK-OVERHAUL.
           MOVE 'N' TO WS-OVERHAUL-DUE.
           MOVE SPACES TO WS-OVERHAUL-REASON.
           IF WS-INSPECT-DIVES > 0 AND
              WS-LIFE-DIVES NOT < WS-INSPECT-DIVES THEN
               MOVE 'Y' TO WS-OVERHAUL-DUE
               MOVE "DIVE-CYCLES" TO WS-OVERHAUL-REASON
           END-IF.
           IF WS-INSPECT-SECONDS > 0 AND
              WS-LIFE-DEEP-SECONDS NOT < WS-INSPECT-SECONDS THEN
               IF WS-OVERHAUL-DUE = 'Y' THEN
                   MOVE "DIVE-CYCLES,DEEP-TIME" TO WS-OVERHAUL-REASON
               ELSE
                   MOVE "DEEP-TIME" TO WS-OVERHAUL-REASON
               END-IF
               MOVE 'Y' TO WS-OVERHAUL-DUE
           END-IF.
           IF WS-OVERHAUL-DUE = 'Y' THEN
               ADD 1 TO WS-OVERHAUL-COUNT
           END-IF.

      * The boat's SUB= line - the overhaul verdict and the lifetime
      * figures it rests on first, then the cycle's own - followed by
      * one BAND line per depth band.
       WRITE-BOAT-LINES.
           MOVE SPACES TO HULL-REC.
           MOVE 1 TO WS-LINE-PTR.
           STRING "SUB=" DELIMITED BY SIZE
               WS-BOAT-NAME DELIMITED BY SPACE
               " OVERHAUL-DUE=" WS-OVERHAUL-DUE
               DELIMITED BY SIZE INTO HULL-REC
               WITH POINTER WS-LINE-PTR
           END-STRING.
           IF WS-OVERHAUL-DUE = 'Y' THEN
               STRING " REASON=" DELIMITED BY SIZE
                   WS-OVERHAUL-REASON DELIMITED BY SPACE
                   INTO HULL-REC
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           STRING " LIFE-DIVE-CYCLES=" WS-LIFE-DIVES
               " LIFE-DEEP-SECONDS=" WS-LIFE-DEEP-SECONDS
               " LIFE-MAX-DEPTH=" WS-LIFE-MAX-DEPTH
               " ROWS=" WS-ROW-COUNT
               " MAX-DEPTH=" WS-PEAK-DEPTH
               " NEAR-MAX-SECONDS=" WS-NEAR-SECONDS
               " DIVE-CYCLES=" WS-DIVE-COUNT
               " DEEP-SECONDS=" WS-DEEP-SECONDS
               " UNTIMED=" WS-UNTIMED-COUNT
               DELIMITED BY SIZE INTO HULL-REC
               WITH POINTER WS-LINE-PTR
           END-STRING.
           WRITE HULL-REC.
           IF WS-ROW-COUNT > 0 THEN
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > WS-BAND-USED
                   PERFORM WRITE-BAND-LINE
               END-PERFORM
           END-IF.

       WRITE-BAND-LINE.
           MOVE SPACES TO HULL-REC.
           MOVE 1 TO WS-LINE-PTR.
           STRING "BAND SUB=" DELIMITED BY SIZE
               WS-BOAT-NAME DELIMITED BY SPACE
               " FROM=" DELIMITED BY SIZE
               INTO HULL-REC
               WITH POINTER WS-LINE-PTR
           END-STRING.
           IF WS-BAND-IDX = 1 THEN
               STRING "00000000" DELIMITED BY SIZE
                   INTO HULL-REC WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               SUBTRACT 1 FROM WS-BAND-IDX GIVING WS-BOUND-IDX
               STRING WS-BOUND (WS-BOUND-IDX) DELIMITED BY SIZE
                   INTO HULL-REC WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           IF WS-BAND-IDX = WS-BAND-USED THEN
               STRING " TO=*" DELIMITED BY SIZE
                   INTO HULL-REC WITH POINTER WS-LINE-PTR
               END-STRING
           ELSE
               SUBTRACT 1 FROM WS-BOUND (WS-BAND-IDX)
                   GIVING WS-BAND-TO
               STRING " TO=" WS-BAND-TO DELIMITED BY SIZE
                   INTO HULL-REC WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           STRING " SECONDS=" WS-BAND-SECONDS (WS-BAND-IDX)
               DELIMITED BY SIZE
               INTO HULL-REC WITH POINTER WS-LINE-PTR
           END-STRING.
           WRITE HULL-REC.

      * Boats on the hull master that made no rows this cycle still
      * carry their lifetime figures and can still be due. A boat
      * the store does not hold this time although this cycle had
      * stressed it before - a rerun that left it out - goes back to
      * the figures it held before the cycle. Boats gone from the
      * fleet master are passed over.
       REPORT-IDLE-BOATS.
           MOVE 'N' TO WS-HULL-EOF.
           MOVE LOW-VALUES TO HUL-SUB-NAME.
           START HULL-MASTER-FILE KEY NOT LESS THAN HUL-SUB-NAME
               INVALID KEY MOVE 'Y' TO WS-HULL-EOF
           END-START.
           PERFORM UNTIL WS-HULL-EOF = 'Y'
           READ HULL-MASTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HULL-EOF
               NOT AT END
                   IF HUL-LAST-CYCLE NOT = WS-RUN-CYCLE OR
                      HUL-RUN-STAMP NOT = WS-RUN-STAMP THEN
                       PERFORM REPORT-IDLE-BOAT
                   END-IF
           END-READ
           END-PERFORM.

       REPORT-IDLE-BOAT.
           MOVE HUL-SUB-NAME TO WS-BOAT-NAME.
           IF HUL-LAST-CYCLE = WS-RUN-CYCLE THEN
               MOVE HUL-PRIOR-CYCLE TO HUL-LAST-CYCLE
               MOVE HUL-PRIOR-DIVE-CYCLES TO HUL-DIVE-CYCLES
               MOVE HUL-PRIOR-DEEP-SECONDS TO HUL-DEEP-SECONDS
               MOVE HUL-PRIOR-MAX-DEPTH TO HUL-MAX-DEPTH
               MOVE HUL-PRIOR-DEEP-STATE TO HUL-DEEP-STATE
               REWRITE HULL-MASTER-REC
                   INVALID KEY
                       DISPLAY "Hull master rewrite failed for "
                           WS-BOAT-NAME " - status "
                           WS-HULL-MASTER-STATUS
               END-REWRITE
           END-IF.
           MOVE 'Y' TO WS-ON-MASTER.
           IF WS-MASTER-READY = 'Y' THEN
               MOVE WS-BOAT-NAME TO MST-SUB-NAME
               READ MASTER-FILE
                   INVALID KEY MOVE 'N' TO WS-ON-MASTER
               END-READ
           END-IF.
           IF WS-ON-MASTER = 'Y' THEN
               ADD 1 TO WS-BOAT-COUNT
               PERFORM FIND-BOAT-LIMITS
               MOVE 0 TO WS-ROW-COUNT, WS-PEAK-DEPTH, WS-NEAR-SECONDS,
                   WS-DIVE-COUNT, WS-DEEP-SECONDS, WS-UNTIMED-COUNT
               MOVE HUL-DIVE-CYCLES TO WS-LIFE-DIVES
               MOVE HUL-DEEP-SECONDS TO WS-LIFE-DEEP-SECONDS
               MOVE HUL-MAX-DEPTH TO WS-LIFE-MAX-DEPTH
               PERFORM CHECK-OVERHAUL
               PERFORM WRITE-BOAT-LINES
           END-IF.

       WRITE-FLEET-LINE.
           MOVE SPACES TO HULL-REC.
           MOVE 1 TO WS-LINE-PTR.
           STRING "FLEET BOATS=" WS-BOAT-COUNT
               " STRESSED=" WS-STRESSED-COUNT
               " OVERHAUL-DUE=" WS-OVERHAUL-COUNT
               DELIMITED BY SIZE INTO HULL-REC
               WITH POINTER WS-LINE-PTR
           END-STRING.
           IF WS-HULL-REASON NOT = SPACES THEN
               STRING " REASON=" DELIMITED BY SIZE
                   WS-HULL-REASON DELIMITED BY SPACE
                   INTO HULL-REC
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-IF.
           WRITE HULL-REC.

       SPLIT-TOKENS.
           MOVE SPACES TO WS-TOKENS.
           UNSTRING WS-INPUT-REC DELIMITED BY SPACES
               INTO WS-TOK (1), WS-TOK (2), WS-TOK (3), WS-TOK (4),
                   WS-TOK (5), WS-TOK (6), WS-TOK (7), WS-TOK (8),
                   WS-TOK (9), WS-TOK (10), WS-TOK (11), WS-TOK (12),
                   WS-TOK (13), WS-TOK (14), WS-TOK (15), WS-TOK (16),
                   WS-TOK (17), WS-TOK (18), WS-TOK (19), WS-TOK (20),
                   WS-TOK (21), WS-TOK (22), WS-TOK (23), WS-TOK (24)
           END-UNSTRING.

       SPLIT-KEY-VALUE.
           MOVE SPACES TO WS-TOK-KEY, WS-TOK-VALUE.
           UNSTRING WS-TOK (WS-TOK-IDX) DELIMITED BY "="
               INTO WS-TOK-KEY, WS-TOK-VALUE
           END-UNSTRING.
